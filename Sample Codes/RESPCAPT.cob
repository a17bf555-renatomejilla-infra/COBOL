      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Campaign response capture. We mail thousands
      *                  of letters and nothing recorded whether any of
      *                  them worked. This appends each response to
      *                  RESPONSE.DAT: the customer ID, the campaign
      *                  tag of the letter, the response date, and the
      *                  response type (O order, E enquiry, V branch
      *                  visit, C phone call, R reply card returned).
      *                  At the front desk the operator signs on and
      *                  keys responses one after another until a
      *                  blank customer ID; with RESPCAPT-BATCH=Y the
      *                  same fields are loaded from RESPIN.DAT
      *                  instead, one response per line in fixed
      *                  columns, and every line not taken is listed
      *                  with its reason on the RESPREJ.RPT reject
      *                  report. Either way a response is only taken
      *                  for a customer on the customer master whom
      *                  CONTHIST.DAT shows was mailed under that tag
      *                  on or before the response date (a letter the
      *                  mail vendor failed to deliver does not
      *                  count), and the same customer, tag, and type
      *                  is only recorded once. RESPRPT turns the file
      *                  into response rates. RETURN-CODE 0, 4 when a
      *                  batch file had rejected lines, 8 when the
      *                  input could not be opened or sign-on failed.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Customer-number check digit. The front desk
      *                     keys the customer number as printed on the
      *                     letter - seven digits, or six, a hyphen and
      *                     the check digit - and a RESPIN.DAT line
      *                     carries the check digit after the response
      *                     type (column 32). Both are proved through
      *                     the shared CUSTCHK, and a wrong check digit
      *                     is its own reject reason, so a transposed
      *                     number is never credited to another
      *                     customer. A six-digit ID passes while
      *                     CUSTCHK-BARE-IDS allows it.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RESPCAPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-IN  ASSIGN TO WS-RESPIN-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CONTACT-HISTORY ASSIGN TO WS-CONTHIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTHIST-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO WS-RESPONSE-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT REJECT-RPT   ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-IN.
       01  RESPONSE-IN-RECORD.
           05 RI-CUST-ID       PIC X(6).
           05 FILLER           PIC X.
           05 RI-CAMPAIGN      PIC X(12).
           05 FILLER           PIC X.
           05 RI-RESP-DATE     PIC X(8).
           05 FILLER           PIC X.
           05 RI-RESP-TYPE     PIC X(1).
           05 FILLER           PIC X.
      *> Check digit of the customer number - see CUSTCHK.
           05 RI-CHECK-DIGIT   PIC X(1).

       FD  CONTACT-HISTORY.
       COPY CONTREC.

       FD  RESPONSE-FILE.
       COPY RESPREC.

       FD  REJECT-RPT.
       01  REJECT-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RESPIN-FILE      PIC X(26) VALUE "RESPIN.DAT".
       01  WS-CONTHIST-FILE    PIC X(26) VALUE "CONTHIST.DAT".
       01  WS-RESPONSE-FILE    PIC X(26) VALUE "RESPONSE.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "RESPREJ.RPT".

       01  WS-INPUT-STATUS     PIC XX VALUE "00".
       01  WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01  WS-RESPONSE-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-SCAN-EOF-SWITCH  PIC X VALUE "N".
           88 WS-SCAN-EOF      VALUE "Y".

       01  WS-BATCH-MODE       PIC X(1) VALUE "N".
           88 WS-IN-BATCH      VALUE "Y".
       01  WS-DESK-SWITCH      PIC X(1) VALUE "N".
           88 WS-DESK-DONE     VALUE "Y".

      *> One response as keyed or read, before it is validated.
       01  WS-ENTRY-CUST-ID    PIC X(8) VALUE SPACES.
       01  WS-ENTRY-CAMPAIGN   PIC X(12) VALUE SPACES.
       01  WS-ENTRY-DATE       PIC X(8) VALUE SPACES.
       01  WS-ENTRY-TYPE       PIC X(1) VALUE SPACE.
           88 WS-VALID-TYPE    VALUE "O" "E" "V" "C" "R".
       01  WS-ENTRY-SOURCE     PIC X(1) VALUE "F".
       01  WS-CUST-ID          PIC 9(6) VALUE ZERO.
       01  WS-RESP-DATE        PIC 9(8) VALUE ZERO.
       01  WS-REJECT-REASON    PIC X(60) VALUE SPACES.

      *> Customer-number check digit through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.

      *> What CONTHIST and RESPONSE.DAT say about the response in
      *> hand - see 3100-CHECK-MAILED and 3200-CHECK-DUPLICATE.
       01  WS-MAILED-SWITCH    PIC X(1) VALUE "N".
           88 WS-WAS-MAILED    VALUE "Y".
       01  WS-LATER-SWITCH     PIC X(1) VALUE "N".
           88 WS-MAILED-LATER  VALUE "Y".
       01  WS-FAILED-SWITCH    PIC X(1) VALUE "N".
           88 WS-DELIVERY-FAILED VALUE "Y".
       01  WS-DUP-SWITCH       PIC X(1) VALUE "N".
           88 WS-ALREADY-RECORDED VALUE "Y".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DATE-AGE         PIC 99 VALUE ZERO.

      *> Customer name through the shared CUSTLOOKUP.
       01  WS-FOUND-SWITCH     PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND VALUE "Y".
       01  WS-FIRST-NAME       PIC X(20) VALUE SPACES.
       01  WS-LAST-NAME        PIC X(20) VALUE SPACES.
       01  WS-AGE              PIC 99 VALUE ZERO.

       01  WS-READ-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-RECORDED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "RESPCAPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CAMPAIGN RESPONSE CAPTURE >>>".
           DISPLAY "---------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-RESPIN-FILE.
           CALL "FILERES" USING WS-CONTHIST-FILE.
           CALL "FILERES" USING WS-RESPONSE-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-BATCH-MODE FROM ENVIRONMENT "RESPCAPT-BATCH".
           IF WS-BATCH-MODE = "y"
              MOVE "Y" TO WS-BATCH-MODE
           END-IF.

           IF WS-IN-BATCH
              MOVE "B" TO WS-ENTRY-SOURCE
              OPEN INPUT RESPONSE-IN
              IF WS-INPUT-STATUS NOT = "00"
                 DISPLAY "Cannot open RESPIN.DAT, status="
                         WS-INPUT-STATUS
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 1000-LOAD-BATCH-FILE
           ELSE
              *> Keyed responses go on file under the operator's
              *> name, so the desk signs on first.
              CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                   WS-OPERATOR-ROLE WS-PROGRAM-NAME
              IF WS-AUTHORIZED NOT = "Y"
                 DISPLAY "Operator not recognized or inactive. "
                         "Access denied."
                 MOVE "DENIED" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "F" TO WS-ENTRY-SOURCE
              PERFORM UNTIL WS-DESK-DONE
                 PERFORM 2000-FRONT-DESK-ENTRY
              END-PERFORM
           END-IF.

           DISPLAY "Responses read     : " WS-READ-COUNT.
           DISPLAY "Responses recorded : " WS-RECORDED-COUNT.
           DISPLAY "Responses rejected : " WS-REJECTED-COUNT.

           IF WS-IN-BATCH AND WS-REJECTED-COUNT > 0
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE WS-READ-COUNT     TO WS-STAT-READ.
           MOVE WS-RECORDED-COUNT TO WS-STAT-WRITTEN.
           MOVE WS-REJECTED-COUNT TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

       1000-LOAD-BATCH-FILE.
           OPEN OUTPUT REJECT-RPT.
           MOVE SPACES TO REJECT-RPT-LINE.
           STRING "CAMPAIGN RESPONSES NOT RECORDED FROM RESPIN.DAT   "
                  DELIMITED BY SIZE
                  "RUN DATE " DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO REJECT-RPT-LINE
           END-STRING.
           WRITE REJECT-RPT-LINE.

           PERFORM 1100-READ-INPUT.
           PERFORM UNTIL WS-EOF
              MOVE SPACES       TO WS-ENTRY-CUST-ID
              MOVE RI-CUST-ID   TO WS-ENTRY-CUST-ID(1:6)
              MOVE RI-CHECK-DIGIT TO WS-ENTRY-CUST-ID(7:1)
              MOVE RI-CAMPAIGN  TO WS-ENTRY-CAMPAIGN
              MOVE RI-RESP-DATE TO WS-ENTRY-DATE
              MOVE RI-RESP-TYPE TO WS-ENTRY-TYPE
              PERFORM 3000-VALIDATE-RESPONSE
              IF WS-REJECT-REASON = SPACES
                 PERFORM 4000-RECORD-RESPONSE
              ELSE
                 PERFORM 1200-REPORT-REJECT
              END-IF
              PERFORM 1100-READ-INPUT
           END-PERFORM.
           CLOSE RESPONSE-IN.

           MOVE SPACES TO REJECT-RPT-LINE.
           STRING "Lines read " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  recorded " DELIMITED BY SIZE
                  WS-RECORDED-COUNT DELIMITED BY SIZE
                  "  rejected " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO REJECT-RPT-LINE
           END-STRING.
           WRITE REJECT-RPT-LINE.
           CLOSE REJECT-RPT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.
           DISPLAY "Reject report written to RESPREJ.RPT.".

       1100-READ-INPUT.
           READ RESPONSE-IN
              AT END
                 MOVE "Y" TO WS-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.

       1200-REPORT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REJECT-RPT-LINE.
           STRING "Line " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  ID " DELIMITED BY SIZE
                  WS-ENTRY-CUST-ID DELIMITED BY SIZE
                  "  campaign " DELIMITED BY SIZE
                  WS-ENTRY-CAMPAIGN DELIMITED BY SIZE
                  "  date " DELIMITED BY SIZE
                  WS-ENTRY-DATE DELIMITED BY SIZE
                  "  type " DELIMITED BY SIZE
                  WS-ENTRY-TYPE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO REJECT-RPT-LINE
           END-STRING.
           WRITE REJECT-RPT-LINE.

       2000-FRONT-DESK-ENTRY.
           DISPLAY " ".
           MOVE SPACES TO WS-ENTRY-CUST-ID.
           DISPLAY "Customer number as printed (blank to finish): "
                   WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CUST-ID.
           IF WS-ENTRY-CUST-ID = SPACES
              OR WS-ENTRY-CUST-ID = ZEROS
              MOVE "Y" TO WS-DESK-SWITCH
           ELSE
              ADD 1 TO WS-READ-COUNT
              MOVE SPACES TO WS-ENTRY-CAMPAIGN WS-ENTRY-DATE
                             WS-ENTRY-TYPE
              DISPLAY "Campaign tag on the letter: "
                      WITH NO ADVANCING
              ACCEPT WS-ENTRY-CAMPAIGN
              DISPLAY "Response date YYYYMMDD (blank for today): "
                      WITH NO ADVANCING
              ACCEPT WS-ENTRY-DATE
              IF WS-ENTRY-DATE = SPACES
                 MOVE WS-CURR-DATE TO WS-ENTRY-DATE
              END-IF
              DISPLAY "Response type (O=order E=enquiry "
                      "V=branch visit C=phone call R=reply card): "
                      WITH NO ADVANCING
              ACCEPT WS-ENTRY-TYPE
              PERFORM 3000-VALIDATE-RESPONSE
              IF WS-REJECT-REASON = SPACES
                 PERFORM 4000-RECORD-RESPONSE
                 DISPLAY "Response recorded for "
                         FUNCTION TRIM(WS-FIRST-NAME) " "
                         FUNCTION TRIM(WS-LAST-NAME) "."
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY "Not recorded - "
                         FUNCTION TRIM(WS-REJECT-REASON)
              END-IF
           END-IF.

      *> The same checks whichever way the response came in. The
      *> first failing check is the reason given.
       3000-VALIDATE-RESPONSE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CAMPAIGN)
             TO WS-ENTRY-CAMPAIGN.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE.

           CALL "DATEVAL" USING WS-ENTRY-DATE WS-CURR-DATE
                                 WS-DATE-STATUS WS-DATE-AGE.
           MOVE ZERO TO WS-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-ENTRY-CUST-ID
                                 WS-CUST-ID WS-CHK-RESULT.

           EVALUATE TRUE
              WHEN WS-ENTRY-CUST-ID = SPACES
                 MOVE "No customer ID given."
                   TO WS-REJECT-REASON
              WHEN WS-CHK-RESULT = "C"
                 MOVE "Customer number check digit is wrong."
                   TO WS-REJECT-REASON
              WHEN WS-CHK-RESULT = "M"
                 MOVE "Customer number has no check digit."
                   TO WS-REJECT-REASON
              WHEN WS-CHK-RESULT NOT = SPACE
               AND WS-CHK-RESULT NOT = "B"
                 MOVE "Customer ID is not numeric."
                   TO WS-REJECT-REASON
              WHEN WS-ENTRY-CAMPAIGN = SPACES
                 MOVE "No campaign tag given."
                   TO WS-REJECT-REASON
              WHEN WS-DATE-STATUS = "F"
                 MOVE "Response date is in the future."
                   TO WS-REJECT-REASON
              WHEN WS-DATE-STATUS NOT = SPACE
                 MOVE "Response date is not a valid date."
                   TO WS-REJECT-REASON
              WHEN NOT WS-VALID-TYPE
                 MOVE "Response type must be O, E, V, C or R."
                   TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
              MOVE WS-ENTRY-DATE TO WS-RESP-DATE
              CALL "CUSTLOOKUP" USING WS-CUST-ID WS-FOUND-SWITCH
                                       WS-FIRST-NAME WS-LAST-NAME
                                       WS-AGE
              IF NOT WS-CUSTOMER-FOUND
                 MOVE "Customer is not on the customer master."
                   TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM 3100-CHECK-MAILED
              EVALUATE TRUE
                 WHEN WS-WAS-MAILED
                    CONTINUE
                 WHEN WS-MAILED-LATER
                    MOVE "Response is dated before the letter went."
                      TO WS-REJECT-REASON
                 WHEN WS-DELIVERY-FAILED
                    MOVE "Letter under this tag was never delivered."
                      TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE "Customer was not mailed under this tag."
                      TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM 3200-CHECK-DUPLICATE
              IF WS-ALREADY-RECORDED
                 MOVE "This response is already on file."
                   TO WS-REJECT-REASON
              END-IF
           END-IF.

      *> Mailed means a CONTHIST entry for the customer under the tag,
      *> dated on or before the response, that the mail vendor did
      *> not report as failed.
       3100-CHECK-MAILED.
           MOVE "N" TO WS-MAILED-SWITCH.
           MOVE "N" TO WS-LATER-SWITCH.
           MOVE "N" TO WS-FAILED-SWITCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT CONTACT-HISTORY.
           IF WS-CONTHIST-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF OR WS-WAS-MAILED
                 READ CONTACT-HISTORY
                    AT END
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
                    NOT AT END
                       IF CH-CUST-ID = WS-CUST-ID
                          AND CH-CAMPAIGN = WS-ENTRY-CAMPAIGN
                          PERFORM 3150-CLASSIFY-LETTER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-HISTORY
           END-IF.

       3150-CLASSIFY-LETTER.
           EVALUATE TRUE
              WHEN CH-DELIVERY-FAILED
                 MOVE "Y" TO WS-FAILED-SWITCH
              WHEN CH-TS-DATE > WS-RESP-DATE
                 MOVE "Y" TO WS-LATER-SWITCH
              WHEN OTHER
                 MOVE "Y" TO WS-MAILED-SWITCH
           END-EVALUATE.

       3200-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SWITCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF OR WS-ALREADY-RECORDED
                 READ RESPONSE-FILE
                    AT END
                       MOVE "Y" TO WS-SCAN-EOF-SWITCH
                    NOT AT END
                       IF RS-CUST-ID = WS-CUST-ID
                          AND RS-CAMPAIGN = WS-ENTRY-CAMPAIGN
                          AND RS-RESP-TYPE = WS-ENTRY-TYPE
                          MOVE "Y" TO WS-DUP-SWITCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESPONSE-FILE
           END-IF.

       4000-RECORD-RESPONSE.
           OPEN EXTEND RESPONSE-FILE.
           IF WS-RESPONSE-STATUS = "35"
              OPEN OUTPUT RESPONSE-FILE
           END-IF.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE WS-CUST-ID        TO RS-CUST-ID.
           MOVE WS-ENTRY-CAMPAIGN TO RS-CAMPAIGN.
           MOVE WS-RESP-DATE      TO RS-RESP-DATE.
           MOVE WS-ENTRY-TYPE     TO RS-RESP-TYPE.
           MOVE WS-CURR-DATE      TO RS-RECORDED-DATE.
           MOVE WS-OPERATOR-ID    TO RS-RECORDED-BY.
           MOVE WS-ENTRY-SOURCE   TO RS-SOURCE.
           WRITE RESPONSE-RECORD.
           CLOSE RESPONSE-FILE.
           ADD 1 TO WS-RECORDED-COUNT.
