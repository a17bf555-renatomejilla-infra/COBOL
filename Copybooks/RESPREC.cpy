      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a RESPONSE.DAT campaign
      *                  response entry - one line per response
      *                  RESPCAPT records, in fixed columns like
      *                  CONTHIST.DAT so RESPRPT can read it back
      *                  without parsing delimiters. Holds the customer
      *                  who responded, the campaign tag of the letter
      *                  they responded to (the CH-CAMPAIGN it was
      *                  logged under), the date of the response, and
      *                  what kind of response it was, with when and by
      *                  whom it was recorded and whether it was keyed
      *                  at the front desk or loaded from a batch file.
      *                  Only a customer CONTHIST shows was mailed
      *                  under the tag gets an entry.
      *    ============================================================

       01  RESPONSE-RECORD.
           05 RS-CUST-ID       PIC 9(6).
           05 FILLER           PIC X.
           05 RS-CAMPAIGN      PIC X(12).
           05 FILLER           PIC X.
           05 RS-RESP-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 RS-RESP-TYPE     PIC X(1).
              88 RS-ORDER             VALUE "O".
              88 RS-ENQUIRY           VALUE "E".
              88 RS-BRANCH-VISIT      VALUE "V".
              88 RS-PHONE-CALL        VALUE "C".
              88 RS-REPLY-CARD        VALUE "R".
              88 RS-VALID-TYPE        VALUE "O" "E" "V" "C" "R".
           05 FILLER           PIC X.
           05 RS-RECORDED-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 RS-RECORDED-BY   PIC X(8).
           05 FILLER           PIC X.
           05 RS-SOURCE        PIC X(1).
              88 RS-FROM-FRONT-DESK   VALUE "F".
              88 RS-FROM-BATCH-FILE   VALUE "B".
