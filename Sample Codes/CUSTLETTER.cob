      *                     files. The LETTER*.TPL templates stay
      *                     shared - the campaign wording is the same
      *                     for every unit.
      *    2026-10-15  RDM  Letters for a customer 17 or under now go to
      *                     the guardian of record on the new CUSTREL
      *                     file, at the guardian's CUSTADDR address,
      *                     with &FNAME/&LNAME naming the guardian and a
      *                     new &MINOR marker naming the child. A minor
      *                     with no active guardian link (or whose
      *                     guardian is no longer live) gets no letter -
      *                     the case goes on NOADDR.RPT and is counted
      *                     in the run totals - rather than mailing a
      *                     child directly.
      *    2026-10-15  RDM  Customers recorded deceased on CUSTPREF
      *                     (PREFLOOKUP's D contact flag) now get no
      *                     letter - selection scan or queue mode - and
      *                     are counted on their own in the run totals.
      *    2026-10-15  RDM  Added a vendor mode (CUSTLETTER-VENDOR=Y)
      *                     for the mail house: instead of LETTERS.PRT
      *                     each letter becomes one LTR record on
      *                     LTRVEND.DAT - customer ID, sent date,
      *                     template, campaign, and the merge values
      *                     (addressee, child's name, age, and the
      *                     ADDRLOOKUP address block) - between an HDR
      *                     and a TRL with the letter count. Each is
      *                     logged to CONTHIST with delivery status S
      *                     until LTRACK reads the vendor's
      *                     acknowledgement.
      *    2026-10-15  RDM  Runs can now be driven by a campaign
      *                     registered on the new CAMPAIGN master
      *                     (CAMPMAINT): CUSTLETTER-CAMPAIGN, or the new
      *                     prompt, names the campaign ID, and the run
      *                     takes its template and selection from the
      *                     master instead of the CUSTLETTER-* criteria.
      *                     A tag that is not registered, not active, or
      *                     outside its run dates is refused, so no two
      *                     campaigns can share a tag. A blank campaign
      *                     is an untagged ad hoc run as before. In
      *                     queue mode the campaign only tags the log.
      *    2026-10-15  RDM  Each CONTHIST entry now carries the mail
      *                     type - H when the letter went to the head of
      *                     a household in household mode, blank when it
      *                     went to the customer alone - so the
      *                     response-rate report can set household
      *                     mailings against individual ones. The
      *                     presorted print pass re-checks the household
      *                     so its letters are typed the same way.
      *    2026-10-15  RDM  New &CUSTNO marker: the customer number as
      *                     printed - the six-digit ID with its check
      *                     digit from the shared CUSTCHK - so a reply
      *                     quotes a number the mailroom and front desk
      *                     can prove. The vendor record carries the
      *                     same number after the phone.
      *    2026-10-15  RDM  Customer numbers in messages now print in
      *                     the seven-digit form, check digit included.
      *    2026-10-15  RDM  The presort-full message shows the customer
      *                     ID with its check digit. Campaign fields
      *                     renamed to the CG- prefix of CAMPREC.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-QWORK-STATUS.

           SELECT VENDOR-FILE  ASSIGN TO WS-VENDOR-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT CAMPAIGN-MASTER ASSIGN TO WS-CAMPAIGN-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CG-CAMPAIGN-ID
                               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT CUSTOMER-REL ASSIGN TO WS-CUSTREL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RL-MINOR-ID
                               ALTERNATE RECORD KEY IS
                                  RL-GUARDIAN-ID WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  QUEUE-WORK-RECORD   PIC X(17).

       FD  CONTACT-HISTORY.
       COPY CONTREC.

      *> The mail-vendor hand-off - one LTR record per letter with
      *> everything the vendor needs to merge and address it, between
      *> an HDR and a TRL carrying the letter count. The customer ID,
      *> sent date, template, and campaign come back on the vendor's
      *> acknowledgement as the key LTRACK matches to CONTHIST.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VR-REC-TYPE      PIC X(3).
           05 VR-CUST-ID       PIC 9(6).
           05 VR-SENT-DATE     PIC 9(8).
           05 VR-TEMPLATE      PIC X(12).
           05 VR-CAMPAIGN      PIC X(12).
           05 VR-FIRST-NAME    PIC X(20).
           05 VR-LAST-NAME     PIC X(20).
           05 VR-MINOR-NAME    PIC X(30).
           05 VR-AGE           PIC 99.
           05 VR-STREET        PIC X(30).
           05 VR-CITY          PIC X(20).
           05 VR-POSTAL-CODE   PIC X(10).
           05 VR-PHONE         PIC X(15).
           05 VR-CUST-NUMBER   PIC X(7).
       01  VENDOR-HEADER.
           05 VH-REC-TYPE      PIC X(3).
           05 VH-RUN-DATE      PIC 9(8).
           05 VH-CAMPAIGN      PIC X(12).
       01  VENDOR-TRAILER.
           05 VT-REC-TYPE      PIC X(3).
           05 VT-LETTER-COUNT  PIC 9(6).

       FD  CUSTOMER-REL.
       COPY RELREC.

       FD  CAMPAIGN-MASTER.
       COPY CAMPREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01 WS-QUEUE-FILE       PIC X(26) VALUE "LTRQUEUE.DAT".
       01 WS-QWORK-FILE       PIC X(26) VALUE "LTRQUEUW.TMP".
       01 WS-TPL-FILE         PIC X(26) VALUE "LETTER.TPL".
       01 WS-CUSTREL-FILE     PIC X(26) VALUE "CUSTREL".
       01 WS-VENDOR-FILE      PIC X(26) VALUE "LTRVEND.DAT".
       01 WS-CAMPAIGN-FILE    PIC X(26) VALUE "CAMPAIGN".

       01 WS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-TEMPLATE-STATUS  PIC XX VALUE "00".
       01 WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01 WS-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-QWORK-STATUS     PIC XX VALUE "00".
       01 WS-REL-STATUS       PIC XX VALUE "00".
       01 WS-VENDOR-STATUS    PIC XX VALUE "00".
       01 WS-CAMPAIGN-STATUS  PIC XX VALUE "00".
       01 WS-EOF-SWITCH       PIC X VALUE "N".
          88 WS-EOF           VALUE "Y".

       01 WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01 WS-CUST-DNC         PIC X(1) VALUE "N".
       01 WS-SUPPRESS-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-DECEASED-COUNT   PIC 9(6) VALUE ZERO.

      *> Household mode - the HSEHOLD.DAT groupings HOUSEGRP builds,
      *> loaded once at start. See 0450-LOAD-HOUSEHOLDS and
       01 WS-MINDAYS-TEXT     PIC X(3) VALUE SPACES.
       01 WS-MIN-DAYS         PIC 9(3) VALUE ZERO.
       01 WS-CAMPAIGN         PIC X(12) VALUE SPACES.
       01 WS-CAMPAIGN-OK      PIC X(1) VALUE "N".
       01 WS-TEMPLATE-NAME    PIC X(12) VALUE "LETTER.TPL".
       01 WS-LC-TABLE.
          05 WS-LC-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-BUNDLE-TRAYS     PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-TRAYS      PIC 9(5) VALUE ZERO.

      *> Guardian addressing - a customer 17 or under is written to
      *> through the active CUSTREL link. See 2560-CHECK-GUARDIAN.
       01 WS-REL-OPEN         PIC X(1) VALUE "N".
       01 WS-GUARDIAN-STATE   PIC X(1) VALUE "N".
          88 WS-NOT-A-MINOR   VALUE "N".
          88 WS-TO-GUARDIAN   VALUE "G".
          88 WS-NO-GUARDIAN   VALUE "X".
       01 WS-LETTER-FIRST     PIC X(20) VALUE SPACES.
       01 WS-LETTER-LAST      PIC X(20) VALUE SPACES.
       01 WS-MINOR-NAME       PIC X(30) VALUE SPACES.
       01 WS-GUARD-FOUND      PIC X(1) VALUE "N".
       01 WS-GUARD-FIRST      PIC X(20) VALUE SPACES.
       01 WS-GUARD-LAST       PIC X(20) VALUE SPACES.
       01 WS-GUARD-AGE        PIC 99 VALUE ZERO.
       01 WS-NO-GUARDIAN-COUNT PIC 9(6) VALUE ZERO.

      *> Vendor mode - letters go to LTRVEND.DAT for the mail house
      *> instead of LETTERS.PRT, logged to CONTHIST as S (sent to
      *> vendor) until LTRACK reads the acknowledgement.
       01 WS-VENDOR-MODE      PIC X(1) VALUE "N".
          88 WS-TO-VENDOR     VALUE "Y".
       01 WS-DELIV-STATUS     PIC X(1) VALUE SPACE.
      *> H on the CONTHIST entry for a household letter to the head,
      *> blank for a letter to the customer alone.
       01 WS-MAIL-TYPE        PIC X(1) VALUE SPACE.

       01 WS-LETTER-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-AGE-TEXT         PIC X(2) VALUE SPACES.

      *> Customer number as printed, through the shared CUSTCHK.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01 WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "CUSTLETTER".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
           CALL "FILERES" USING WS-LETTERS-FILE.
           CALL "FILERES" USING WS-NOADDR-FILE.
           CALL "FILERES" USING WS-BUNDLE-FILE.
           CALL "FILERES" USING WS-CUSTREL-FILE.
           CALL "FILERES" USING WS-VENDOR-FILE.
           CALL "FILERES" USING WS-CAMPAIGN-FILE.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           *> A campaign tag must be registered on the CAMPAIGN
           *> master - the run takes its template and selection from
           *> there. A blank tag is an ad hoc, untagged run.
           ACCEPT WS-CAMPAIGN FROM ENVIRONMENT
                  "CUSTLETTER-CAMPAIGN".
           IF WS-CAMPAIGN = SPACES AND NOT WS-IS-BATCH
              DISPLAY "Campaign ID (blank for an untagged run): "
                      WITH NO ADVANCING
              ACCEPT WS-CAMPAIGN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN) TO WS-CAMPAIGN.
           IF WS-CAMPAIGN NOT = SPACES
              PERFORM 0300-LOAD-CAMPAIGN
           END-IF.

           ACCEPT WS-QUEUE-MODE FROM ENVIRONMENT
                  "CUSTLETTER-QUEUE".
           EVALUATE TRUE
              WHEN WS-FROM-QUEUE
                 CALL "FILERES" USING WS-QUEUE-FILE
              WHEN WS-CAMPAIGN NOT = SPACES
                 PERFORM 0400-LOAD-TEMPLATE
                 PERFORM 0350-CAMPAIGN-CRITERIA
              WHEN OTHER
                 PERFORM 0400-LOAD-TEMPLATE
                 PERFORM 0500-GET-CRITERIA
           END-EVALUATE.

           ACCEPT WS-HOUSEHOLD-MODE FROM ENVIRONMENT
                  "CUSTLETTER-HOUSEHOLD".
           ACCEPT WS-PRESORT-MODE FROM ENVIRONMENT
                  "CUSTLETTER-PRESORT".
           ACCEPT WS-VENDOR-MODE FROM ENVIRONMENT
                  "CUSTLETTER-VENDOR".
           ACCEPT WS-MINDAYS-TEXT FROM ENVIRONMENT
                  "CUSTLETTER-MINDAYS".
           IF WS-MINDAYS-TEXT NOT = SPACES
              COMPUTE WS-MIN-DAYS =
                      FUNCTION NUMVAL(WS-MINDAYS-TEXT)
           END-IF.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE).
           IF WS-MIN-DAYS > 0
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           IF WS-TO-VENDOR
              MOVE "S" TO WS-DELIV-STATUS
              OPEN OUTPUT VENDOR-FILE
              IF WS-VENDOR-STATUS NOT = "00"
                 DISPLAY "Cannot open LTRVEND.DAT, status="
                         WS-VENDOR-STATUS
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE SPACES TO VENDOR-HEADER
              MOVE "HDR" TO VH-REC-TYPE
              MOVE WS-CURR-DATE TO VH-RUN-DATE
              MOVE WS-CAMPAIGN TO VH-CAMPAIGN
              WRITE VENDOR-HEADER
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
              GOBACK
           END-IF.

           *> No CUSTREL yet means no guardian on record for anyone
           *> - every minor selected is then held back, not mailed.
           OPEN INPUT CUSTOMER-REL.
           IF WS-REL-STATUS = "00"
              MOVE "Y" TO WS-REL-OPEN
           ELSE
              DISPLAY "No CUSTREL guardian file, status="
                      WS-REL-STATUS " - letters to minors held back."
           END-IF.

           IF NOT WS-TO-VENDOR
              OPEN OUTPUT LETTER-PRT
           END-IF.
           OPEN OUTPUT NOADDR-RPT.
           MOVE SPACES TO NOADDR-RPT-LINE.
           STRING "SELECTED CUSTOMERS WITH NO ADDRESS ON FILE "
           END-STRING.
           WRITE NOADDR-RPT-LINE.
           CLOSE NOADDR-RPT.
           IF WS-TO-VENDOR
              MOVE SPACES TO VENDOR-TRAILER
              MOVE "TRL" TO VT-REC-TYPE
              MOVE WS-LETTER-COUNT TO VT-LETTER-COUNT
              WRITE VENDOR-TRAILER
              CLOSE VENDOR-FILE
           ELSE
              CLOSE LETTER-PRT
           END-IF.
           CLOSE CUSTOMER-MASTER.
           IF WS-REL-OPEN = "Y"
              CLOSE CUSTOMER-REL
           END-IF.

           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
           DISPLAY "Letters generated: " WS-LETTER-COUNT.
           DISPLAY "Do-not-contact suppressed: "
                   WS-SUPPRESS-COUNT.
           DISPLAY "Deceased suppressed: " WS-DECEASED-COUNT.
           DISPLAY "Undeliverable addresses skipped: "
                   WS-UNDELIV-SKIPS.
           DISPLAY "No address on file (see NOADDR.RPT): "
                   WS-NOADDR-COUNT.
           DISPLAY "Minors with no guardian (see NOADDR.RPT): "
                   WS-NO-GUARDIAN-COUNT.
           IF WS-MIN-DAYS > 0
              DISPLAY "Contacted within " WS-MIN-DAYS
                      " day(s) - skipped: " WS-FREQ-SKIPS
              DISPLAY "Household members skipped (head gets "
                      "the letter): " WS-HOUSEHOLD-SKIPS
           END-IF.
           IF WS-TO-VENDOR
              DISPLAY "Vendor hand-off written to LTRVEND.DAT - "
                      "letters logged awaiting acknowledgement."
           ELSE
              DISPLAY "Print file written to LETTERS.PRT."
           END-IF.

           IF WS-QRUN-FAILED = "Y"
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
                                  WS-AUDIT-OUTCOME.
           GOBACK.

      *> The campaign must be active and inside its run dates. Its
      *> template replaces LETTER.TPL; in queue mode the boundary
      *> templates still apply and the campaign only tags the log.
       0300-LOAD-CAMPAIGN.
           MOVE "N" TO WS-CAMPAIGN-OK.
           OPEN INPUT CAMPAIGN-MASTER.
           IF WS-CAMPAIGN-STATUS NOT = "00"
              DISPLAY "Cannot open CAMPAIGN, status="
                      WS-CAMPAIGN-STATUS
           ELSE
              MOVE WS-CAMPAIGN TO CG-CAMPAIGN-ID
              READ CAMPAIGN-MASTER
                 INVALID KEY
                    DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN)
                            " is not registered - set it up in "
                            "CAMPMAINT first."
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT CG-ACTIVE
                          DISPLAY "Campaign "
                                  FUNCTION TRIM(WS-CAMPAIGN)
                                  " is not active (status "
                                  CG-STATUS ")."
                       WHEN WS-CURR-DATE < CG-START-DATE
                         OR WS-CURR-DATE > CG-END-DATE
                          DISPLAY "Campaign "
                                  FUNCTION TRIM(WS-CAMPAIGN)
                                  " runs from " CG-START-DATE
                                  " to " CG-END-DATE " only."
                       WHEN OTHER
                          MOVE "Y" TO WS-CAMPAIGN-OK
                    END-EVALUATE
              END-READ
              CLOSE CAMPAIGN-MASTER
           END-IF.
           IF WS-CAMPAIGN-OK NOT = "Y"
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE CG-TEMPLATE TO WS-TPL-FILE.
           DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN) ": "
                   FUNCTION TRIM(CG-DESCRIPTION).

      *> The selection registered for the campaign, in place of the
      *> CUSTLETTER-* variables or the prompts.
       0350-CAMPAIGN-CRITERIA.
           MOVE CG-AGE-FROM    TO WS-AGE-FROM-TEXT.
           MOVE CG-AGE-TO      TO WS-AGE-TO-TEXT.
           MOVE CG-BIRTH-MONTH TO WS-MONTH-TEXT.
           MOVE CG-NAME-FROM   TO WS-NAME-FROM.
           MOVE CG-NAME-TO     TO WS-NAME-TO.
           MOVE CG-SEGMENT     TO WS-SEGMENT-FILTER.
           PERFORM 0550-CONVERT-CRITERIA.

       0400-LOAD-TEMPLATE.
           MOVE ZERO TO WS-TPL-COUNT.
           OPEN INPUT TEMPLATE-FILE.
                      WITH NO ADVANCING
              ACCEPT WS-SEGMENT-FILTER
           END-IF.
           PERFORM 0550-CONVERT-CRITERIA.

       0550-CONVERT-CRITERIA.
           IF WS-AGE-FROM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-AGE-FROM-TEXT) = 0
              COMPUTE WS-AGE-FROM = FUNCTION NUMVAL(WS-AGE-FROM-TEXT)
                         <= WS-NAME-TO)
                 PERFORM 2500-CHECK-PREFERENCES
                 PERFORM 2550-CHECK-ADDRESS
                 PERFORM 2560-CHECK-GUARDIAN
                 PERFORM 2600-CHECK-HOUSEHOLD
                 PERFORM 2700-CHECK-FREQUENCY
                 *> Selection first, suppression second - the
                    WHEN WS-SEGMENT-FILTER NOT = SPACES
                      AND WS-CUST-SEGMENT NOT = WS-SEGMENT-FILTER
                       CONTINUE
                    WHEN WS-CUST-DNC = "D"
                       ADD 1 TO WS-DECEASED-COUNT
                    WHEN WS-CUST-DNC = "Y"
                       ADD 1 TO WS-SUPPRESS-COUNT
                    WHEN WS-NO-GUARDIAN
                       PERFORM 3550-REPORT-NO-GUARDIAN
                    WHEN WS-UNDELIV-FLAG = "U"
                       ADD 1 TO WS-UNDELIV-SKIPS
                    WHEN WS-BY-HOUSEHOLD
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.

      *> A customer 17 or under is written to through the guardian
      *> on the active CUSTREL link: the guardian's name goes in the
      *> salutation and the guardian's CUSTADDR replaces the child's
      *> address fields, so the undeliverable check, the presort, and
      *> the address block all follow the guardian. CUSTLOOKUP, not
      *> a READ, fetches the guardian - a random read here would
      *> lose the scan's place in CUSTMAST.
       2560-CHECK-GUARDIAN.
           MOVE "N" TO WS-GUARDIAN-STATE.
           MOVE CM-FIRST-NAME TO WS-LETTER-FIRST.
           MOVE CM-LAST-NAME  TO WS-LETTER-LAST.
           MOVE SPACES TO WS-MINOR-NAME.
           IF CM-AGE <= 17
              MOVE "X" TO WS-GUARDIAN-STATE
              IF WS-REL-OPEN = "Y"
                 MOVE CM-CUST-ID TO RL-MINOR-ID
                 READ CUSTOMER-REL
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF RL-LINK-ACTIVE
                          PERFORM 2570-ADDRESS-TO-GUARDIAN
                       END-IF
                 END-READ
              END-IF
           END-IF.

       2570-ADDRESS-TO-GUARDIAN.
           CALL "CUSTLOOKUP" USING RL-GUARDIAN-ID WS-GUARD-FOUND
                                    WS-GUARD-FIRST WS-GUARD-LAST
                                    WS-GUARD-AGE.
           IF WS-GUARD-FOUND = "Y"
              MOVE "G" TO WS-GUARDIAN-STATE
              MOVE WS-GUARD-FIRST TO WS-LETTER-FIRST
              MOVE WS-GUARD-LAST  TO WS-LETTER-LAST
              STRING FUNCTION TRIM(CM-FIRST-NAME) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                     INTO WS-MINOR-NAME
              END-STRING
              MOVE RL-GUARDIAN-ID TO WS-ADDR-CUST-ID
              CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                       WS-STREET WS-CITY
                                       WS-POSTAL-CODE WS-PHONE
                                       WS-UNDELIV-FLAG
           END-IF.

      *> The frequency cap: a customer whose last logged contact is
      *> inside the window gets no letter this campaign.
       2700-CHECK-FREQUENCY.
      *> unmailable letter helps nobody.
       3500-REPORT-NO-ADDRESS.
           ADD 1 TO WS-NOADDR-COUNT.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE SPACES TO NOADDR-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
           END-STRING.
           WRITE NOADDR-RPT-LINE.

      *> A minor with no live guardian on CUSTREL gets no letter at
      *> all - listed here so the link can be set up in RELMAINT.
       3550-REPORT-NO-GUARDIAN.
           ADD 1 TO WS-NO-GUARDIAN-COUNT.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE SPACES TO NOADDR-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-FIRST-NAME) DELIMITED BY SIZE
                  " - age " DELIMITED BY SIZE
                  CM-AGE DELIMITED BY SIZE
                  ", no guardian on CUSTREL." DELIMITED BY SIZE
                  INTO NOADDR-RPT-LINE
           END-STRING.
           WRITE NOADDR-RPT-LINE.

      *> Queue mode: read the whole queue, work each open entry
      *> with its boundary's template, and write the queue back with
      *> statuses updated - an entry leaves O exactly once.
       8200-PRINT-OR-SUPPRESS.
           PERFORM 2500-CHECK-PREFERENCES.
           PERFORM 2550-CHECK-ADDRESS.
           PERFORM 2560-CHECK-GUARDIAN.
           EVALUATE TRUE
              WHEN CM-RECORD-DELETED
              WHEN WS-CUST-DNC = "Y"
              WHEN WS-CUST-DNC = "D"
              WHEN WS-NO-GUARDIAN
              WHEN WS-UNDELIV-FLAG = "U"
              WHEN WS-ADDR-FOUND NOT = "Y"
                 MOVE "S" TO QT-STATUS(WS-LQ-SUB)
              MOVE WS-POSTAL-CODE TO PS-POSTAL(WS-PS-COUNT)
              MOVE CM-CUST-ID     TO PS-CUST-ID(WS-PS-COUNT)
           ELSE
              MOVE CM-CUST-ID TO WS-CHK-CUST-ID
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                    WS-CHK-CUST-ID WS-CHK-RESULT
              DISPLAY "Presort table full at " WS-PS-LIMIT
                      " letters - customer " WS-PRINT-ID(1:7)
                      " printed unsorted."
              PERFORM 3000-PRINT-LETTER
           END-IF.
              MOVE PS-CUST-ID(WS-PS-I) TO CM-CUST-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE PS-CUST-ID(WS-PS-I) TO WS-CHK-CUST-ID
                    CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                          WS-CHK-CUST-ID WS-CHK-RESULT
                    DISPLAY "Customer " WS-PRINT-ID(1:7)
                            " could not be re-read for printing."
                 NOT INVALID KEY
                    PERFORM 2550-CHECK-ADDRESS
                    PERFORM 2560-CHECK-GUARDIAN
                    PERFORM 2600-CHECK-HOUSEHOLD
                    PERFORM 3000-PRINT-LETTER
              END-READ
              ADD 1 TO WS-PS-I

       3000-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACE TO WS-MAIL-TYPE.
           IF WS-BY-HOUSEHOLD
              AND WS-HH-HIT > 0
              MOVE "H" TO WS-MAIL-TYPE
           END-IF.
           CALL "CONTLOG" USING CM-CUST-ID WS-TEMPLATE-NAME
                                 WS-CAMPAIGN WS-DELIV-STATUS
                                 WS-MAIL-TYPE.
           MOVE CM-AGE TO WS-AGE-TEXT.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           IF WS-TO-VENDOR
              PERFORM 3100-WRITE-VENDOR-RECORD
           ELSE
              PERFORM 3050-MERGE-AND-PRINT
           END-IF.

      *> The mail vendor gets the same merge values the template
      *> markers take here - guardian-addressed letters carry the
      *> guardian's name and address with the child's name alongside.
       3100-WRITE-VENDOR-RECORD.
           MOVE SPACES TO VENDOR-RECORD.
           MOVE "LTR"           TO VR-REC-TYPE.
           MOVE CM-CUST-ID      TO VR-CUST-ID.
           MOVE WS-CURR-DATE    TO VR-SENT-DATE.
           MOVE WS-TEMPLATE-NAME TO VR-TEMPLATE.
           MOVE WS-CAMPAIGN     TO VR-CAMPAIGN.
           MOVE WS-LETTER-FIRST TO VR-FIRST-NAME.
           MOVE WS-LETTER-LAST  TO VR-LAST-NAME.
           MOVE WS-MINOR-NAME   TO VR-MINOR-NAME.
           MOVE CM-AGE          TO VR-AGE.
           MOVE WS-STREET       TO VR-STREET.
           MOVE WS-CITY         TO VR-CITY.
           MOVE WS-POSTAL-CODE  TO VR-POSTAL-CODE.
           MOVE WS-PHONE        TO VR-PHONE.
           MOVE WS-PRINT-ID(1:7) TO VR-CUST-NUMBER.
           WRITE VENDOR-RECORD.

       3050-MERGE-AND-PRINT.
           MOVE 1 TO WS-TPL-SUB.
           PERFORM UNTIL WS-TPL-SUB > WS-TPL-COUNT
              MOVE TPL-LINE(WS-TPL-SUB) TO WS-WORK-LINE
              MOVE "&FNAME" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-LETTER-FIRST) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&LNAME" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-LETTER-LAST) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              *> The child's name on a guardian-addressed letter;
              *> blank on a letter to an adult.
              MOVE "&MINOR" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE WS-MINOR-NAME TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&AGE" TO WS-MARKER
              MOVE 4 TO WS-MARKER-LEN
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-PHONE) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&CUSTNO" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE WS-PRINT-ID(1:7) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE WS-WORK-LINE TO LETTER-PRT-LINE
              IF WS-TPL-SUB = 1 AND WS-LETTER-COUNT > 1
                 WRITE LETTER-PRT-LINE AFTER ADVANCING PAGE
