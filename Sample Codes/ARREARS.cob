      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Aged arrears report and staged dues reminders.
      *                  Reads every open item on CUSTBILL and ages
      *                  what is still owed on it by days past its due
      *                  date as of the run date (ARREARS-DATE through
      *                  PARMGET, or the prompt; today by default):
      *                  not yet due, 0-30, 31-60, 61-90, and over 90
      *                  days, with a total per customer and grand
      *                  totals on ARREARS.RPT. Each overdue item is
      *                  then chased in stages - a first reminder, a
      *                  second, and a final - merged in the CUSTLETTER
      *                  template format from REMIND1.TPL, REMIND2.TPL,
      *                  and REMIND3.TPL (ARREARS-TPL1/2/3) onto
      *                  REMIND.PRT, with &AMOUNT, &INVOICE, &DUEDATE,
      *                  and &DAYS beside CUSTLETTER's markers. Every
      *                  reminder is logged to CONTHIST.DAT through the
      *                  shared CONTLOG under campaign ARR, the stage,
      *                  and the invoice number, and that history is
      *                  how the next run knows which stage an item has
      *                  reached and when it went out: the first goes
      *                  as soon as the item is overdue, each later one
      *                  ARREARS-GAP-DAYS days (30 by default) after
      *                  the one before, and nothing follows the final.
      *                  A reminder goes to whoever the invoice was
      *                  billed to (a junior's guardian). A customer
      *                  who is deceased or marked do-not-contact, or
      *                  whose bill-to address is missing or
      *                  undeliverable, is not written to; the item
      *                  goes on the ARREVIEW.RPT manual review list
      *                  instead, and its stage does not move on.
      *                  ARREARS-LETTERS=N prints the aged report
      *                  alone. RETURN-CODE 0 clean, 4 items for manual
      *                  review, 8 could not run.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  New &CUSTNO marker: the customer number as
      *                     printed - the six-digit ID with its check
      *                     digit from the shared CUSTCHK - so the
      *                     payer quotes a number LBOXPOST can prove.
      *    2026-10-15  RDM  Customer IDs printed on the report carry
      *                     their check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARREARS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-BILL ASSIGN TO WS-CUSTBILL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CB-BILL-KEY
                               FILE STATUS IS WS-BILL-STATUS.

           SELECT CONTACT-HISTORY ASSIGN TO WS-CONTHIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTHIST-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO WS-TPL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT REMINDER-PRT ASSIGN TO WS-REMIND-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REMIND-STATUS.

           SELECT ARREARS-RPT  ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVIEW-RPT   ASSIGN TO WS-REVIEW-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-BILL.
       COPY BILLREC.

      *> The contact history CONTLOG writes, read back here for the
      *> stage each item's reminders have reached.
       FD  CONTACT-HISTORY.
       COPY CONTREC.

       FD  TEMPLATE-FILE.
       01  TEMPLATE-LINE       PIC X(80).

       FD  REMINDER-PRT.
       01  REMINDER-PRT-LINE   PIC X(80).

       FD  ARREARS-RPT.
       01  ARREARS-RPT-LINE    PIC X(132).

       FD  REVIEW-RPT.
       01  REVIEW-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CUSTBILL-FILE    PIC X(26) VALUE "CUSTBILL".
       01  WS-CONTHIST-FILE    PIC X(26) VALUE "CONTHIST.DAT".
       01  WS-TPL-FILE         PIC X(26) VALUE SPACES.
       01  WS-REMIND-FILE      PIC X(26) VALUE "REMIND.PRT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "ARREARS.RPT".
       01  WS-REVIEW-FILE      PIC X(26) VALUE "ARREVIEW.RPT".

       01  WS-BILL-STATUS      PIC XX VALUE "00".
       01  WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01  WS-TEMPLATE-STATUS  PIC XX VALUE "00".
       01  WS-REMIND-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-REVIEW-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-BATCH-MODE       PIC X(1) VALUE "N".
           88 WS-IS-BATCH      VALUE "Y".
       01  WS-LETTERS-WANTED   PIC X(1) VALUE "Y".
           88 WS-SEND-LETTERS  VALUE "Y".

      *> Run parameters through PARMGET.
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-DATE-ENTRY       PIC X(8) VALUE SPACES.
       01  WS-GAP-DAYS         PIC 9(3) VALUE 30.

       01  WS-AS-OF-DATE       PIC 9(8) VALUE ZERO.
       01  WS-AS-OF-TEXT REDEFINES WS-AS-OF-DATE PIC X(8).
       01  WS-AS-OF-INT        PIC 9(7) VALUE ZERO.
       01  WS-DUE-INT          PIC 9(7) VALUE ZERO.
       01  WS-DAYS-OVERDUE     PIC S9(5) VALUE ZERO.
       01  WS-AS-OF-DATE-TEXT.
           05 WS-AO-MONTH      PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-AO-DAY        PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-AO-YEAR       PIC 9(4).
       01  WS-DUE-DATE-TEXT.
           05 WS-DUE-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-DUE-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-DUE-YEAR      PIC 9(4).

      *> The three reminder templates, held for the run - stage 1
      *> first, 2 second, 3 final.
       01  WS-STAGE-TEMPLATES.
           05 WS-STAGE-TPL OCCURS 3 TIMES.
              10 WS-STAGE-TPL-NAME PIC X(26).
              10 WS-STAGE-TPL-COUNT PIC 9(3).
              10 WS-STAGE-TPL-LINE OCCURS 100 TIMES PIC X(80).
       01  WS-TPL-LIMIT        PIC 9(3) VALUE 100.
       01  WS-STAGE            PIC 9 VALUE ZERO.
       01  WS-TPL-SUB          PIC 9(3) VALUE ZERO.
       01  WS-TPL-BAD          PIC X(1) VALUE "N".
       01  WS-STAGE-TEXT       PIC X(7) VALUE SPACES.

      *> Reminders already sent, from CONTHIST.DAT - one entry per
      *> invoice with the furthest stage reached and when.
       01  WS-RM-TABLE.
           05 WS-RM-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-RM-LIMIT      PIC 9(5) VALUE 20000.
           05 WS-RM-ENTRY OCCURS 20000 TIMES.
              10 RM-INVOICE-NO PIC 9(8).
              10 RM-STAGE      PIC 9.
              10 RM-SENT-DATE  PIC 9(8).
       01  WS-RM-SUB           PIC 9(5) VALUE ZERO.
       01  WS-RM-HIT           PIC 9(5) VALUE ZERO.
       01  WS-RM-INVOICE       PIC 9(8) VALUE ZERO.
       01  WS-RM-OVERFLOW      PIC 9(6) VALUE ZERO.
       01  WS-LAST-STAGE       PIC 9 VALUE ZERO.
       01  WS-LAST-SENT        PIC 9(8) VALUE ZERO.
       01  WS-SINCE-LAST       PIC 9(5) VALUE ZERO.

      *> Template-merge work fields - the CUSTLETTER merge.
       01  WS-WORK-LINE        PIC X(80) VALUE SPACES.
       01  WS-NEW-LINE         PIC X(80) VALUE SPACES.
       01  WS-MARKER           PIC X(8) VALUE SPACES.
       01  WS-MARKER-LEN       PIC 99 VALUE ZERO.
       01  WS-SUB-VALUE        PIC X(30) VALUE SPACES.

      *> Customer number as printed, through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-SCAN-POS         PIC 999 VALUE ZERO.
       01  WS-FOUND-POS        PIC 999 VALUE ZERO.
       01  WS-LINE-POINTER     PIC 999 VALUE 1.
       01  WS-TAIL-POS         PIC 999 VALUE ZERO.
       01  WS-AGE-TEXT         PIC Z9.
       01  WS-AMOUNT-TEXT      PIC ZZ,ZZ9.99.
       01  WS-INVOICE-TEXT     PIC 9(8).
       01  WS-DAYS-TEXT        PIC ZZZZ9.

      *> CONTLOG arguments.
       01  WS-TEMPLATE-NAME    PIC X(12) VALUE SPACES.
       01  WS-CAMPAIGN         PIC X(12) VALUE SPACES.
       01  WS-DELIV-STATUS     PIC X(1) VALUE SPACE.
       01  WS-MAIL-TYPE        PIC X(1) VALUE SPACE.
       01  WS-LOG-CUST-ID      PIC 9(6) VALUE ZERO.

      *> The customer whose items are being aged.
       01  WS-PREV-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-CUST-NAME        PIC X(30) VALUE SPACES.
       01  WS-CUST-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-FIRST       PIC X(20) VALUE SPACES.
       01  WS-CUST-LAST        PIC X(20) VALUE SPACES.
       01  WS-CUST-AGE         PIC 99 VALUE ZERO.
       01  WS-CUST-ITEMS       PIC 9(4) VALUE ZERO.
       01  WS-OWED             PIC 9(7)V99 VALUE ZERO.
       01  WS-BUCKET           PIC 9 VALUE ZERO.
       01  WS-ACTION           PIC X(7) VALUE SPACES.
       01  WS-REVIEW-REASON    PIC X(24) VALUE SPACES.

      *> Segment and contact flags from the shared PREFLOOKUP.
       01  WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-PREF-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01  WS-CUST-DNC         PIC X(1) VALUE "N".

      *> Addressee - whoever the invoice was billed to.
       01  WS-LETTER-FIRST     PIC X(20) VALUE SPACES.
       01  WS-LETTER-LAST      PIC X(20) VALUE SPACES.
       01  WS-MINOR-NAME       PIC X(30) VALUE SPACES.
       01  WS-BILL-TO-FOUND    PIC X(1) VALUE "N".
       01  WS-BILL-TO-AGE      PIC 99 VALUE ZERO.
       01  WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01  WS-STREET           PIC X(30) VALUE SPACES.
       01  WS-CITY             PIC X(20) VALUE SPACES.
       01  WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".

      *> Aged amounts - 1 not yet due, 2 0-30, 3 31-60, 4 61-90,
      *> 5 over 90 days past due.
       01  WS-CUST-BUCKETS.
           05 WS-CUST-AMT OCCURS 5 TIMES PIC 9(9)V99.
       01  WS-GRAND-BUCKETS.
           05 WS-GRAND-AMT OCCURS 5 TIMES PIC 9(9)V99.
       01  WS-GRAND-ITEMS OCCURS 5 TIMES PIC 9(6).
       01  WS-BKT-SUB          PIC 9 VALUE ZERO.
       01  WS-ROW-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 DL-CUST-ID       PIC X(7).
           05 FILLER           PIC X(1).
           05 DL-NAME          PIC X(24).
           05 FILLER           PIC X(2).
           05 DL-INVOICE       PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-DUE-DATE      PIC X(10).
           05 FILLER           PIC X(2).
           05 DL-DAYS          PIC X(5).
           05 FILLER           PIC X(1).
           05 DL-BUCKET-AMT OCCURS 5 TIMES.
              10 DL-AMOUNT     PIC X(13).
           05 FILLER           PIC X(1).
           05 DL-ACTION        PIC X(7).
       01  WS-MONEY-OUT        PIC ZZ,ZZZ,ZZ9.99.

       01  WS-REVIEW-LINE.
           05 RV-CUST-ID       PIC X(7).
           05 FILLER           PIC X(1).
           05 RV-NAME          PIC X(30).
           05 FILLER           PIC X(2).
           05 RV-INVOICE       PIC 9(8).
           05 FILLER           PIC X(2).
           05 RV-OWED          PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(2).
           05 RV-DAYS          PIC ZZZZ9.
           05 FILLER           PIC X(2).
           05 RV-STAGE         PIC X(7).
           05 FILLER           PIC X(2).
           05 RV-BILLED-TO     PIC X(7).
           05 FILLER           PIC X(1).
           05 RV-REASON        PIC X(24).

      *> Run totals.
       01  WS-ITEM-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-CUSTOMER-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-ARREARS-CUSTS    PIC 9(6) VALUE ZERO.
       01  WS-CUST-OVERDUE     PIC X(1) VALUE "N".
       01  WS-STAGE-SENT OCCURS 3 TIMES PIC 9(6).
       01  WS-LETTER-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-REVIEW-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-WAITING-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-FINAL-DONE-COUNT PIC 9(6) VALUE ZERO.

       01  WS-TOTAL-LABEL      PIC X(30) VALUE SPACES.
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-VALUE-OUT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-REVIEW-LINES     PIC 99 VALUE ZERO.
       01  WS-REVIEW-PAGE      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE PIC 9(8).
       01  WS-RUN-DATE-TEXT.
           05 WS-RUN-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-YEAR      PIC 9(4).

       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "ARREARS".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< AGED ARREARS AND DUES REMINDERS >>>".
           DISPLAY "---------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           IF WS-AUTHORIZED NOT = "Y"
              DISPLAY "Operator not recognized or inactive. "
                      "Access denied."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-BATCH-MODE FROM ENVIRONMENT "ARREARS-BATCH".

           *> The run reads CUSTBILL end to end - wait for the
           *> nightly window to close, or override as a supervisor.
           *> Batch-mode runs live inside the window on purpose.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y" AND NOT WS-IS-BATCH
              DISPLAY "The nightly batch window is open."
              IF WS-OPERATOR-ROLE = "SUPERVISOR"
                 OR WS-OPERATOR-ROLE = "ADMIN"
                 DISPLAY "Override and continue? (Y/N): "
                         WITH NO ADVANCING
                 ACCEPT WS-LOCK-OVERRIDE
              END-IF
              IF WS-LOCK-OVERRIDE NOT = "Y"
                 AND WS-LOCK-OVERRIDE NOT = "y"
                 DISPLAY "Try again after the batch run "
                         "finishes."
                 MOVE "LOCKED" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 0100-GET-PARAMETERS.

           CALL "FILERES" USING WS-CUSTBILL-FILE.
           CALL "FILERES" USING WS-CONTHIST-FILE.
           CALL "FILERES" USING WS-REMIND-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.
           CALL "FILERES" USING WS-REVIEW-FILE.

           IF WS-AS-OF-DATE = ZERO
              DISPLAY "Run date " WS-DATE-ENTRY
                      " is not a valid date - nothing aged."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> All three stages must be printable before any item is
           *> chased - a missing final template would stall every
           *> item at its second reminder without a word.
           IF WS-SEND-LETTERS
              MOVE "N" TO WS-TPL-BAD
              MOVE 1 TO WS-STAGE
              PERFORM UNTIL WS-STAGE > 3
                 PERFORM 0400-LOAD-TEMPLATE
                 ADD 1 TO WS-STAGE
              END-PERFORM
              IF WS-TPL-BAD = "Y"
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0500-LOAD-REMINDER-HISTORY
              IF WS-RM-OVERFLOW > 0
                 DISPLAY "More than " WS-RM-LIMIT " invoices in the "
                         "reminder history - nothing sent."
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           OPEN INPUT CUSTOMER-BILL.
           IF WS-BILL-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTBILL, status=" WS-BILL-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT ARREARS-RPT.
           OPEN OUTPUT REVIEW-RPT.
           IF WS-SEND-LETTERS
              OPEN OUTPUT REMINDER-PRT
           END-IF.
           PERFORM 8200-PRINT-PAGE-HEADERS.
           PERFORM 8400-PRINT-REVIEW-HEADERS.

           *> One CUSTMAST, CUSTPREF, and CUSTADDR open for the whole
           *> scan - the closing zero-ID calls below release them.
           DISPLAY "CUSTLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.
           DISPLAY "PREFLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           INITIALIZE WS-GRAND-BUCKETS WS-CUST-BUCKETS.
           MOVE ZERO TO WS-PREV-CUST-ID.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-BILL NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF CB-ITEM-OPEN AND CB-AMOUNT > CB-AMOUNT-PAID
                       IF CB-CUST-ID NOT = WS-PREV-CUST-ID
                          PERFORM 1000-CUSTOMER-BREAK
                       END-IF
                       PERFORM 2000-AGE-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-PREV-CUST-ID NOT = ZERO
              PERFORM 1100-PRINT-CUSTOMER-TOTAL
           END-IF.

           MOVE ZERO TO WS-LOG-CUST-ID.
           CALL "CUSTLOOKUP" USING WS-LOG-CUST-ID WS-CUST-FOUND
                                    WS-CUST-FIRST WS-CUST-LAST
                                    WS-CUST-AGE.
           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.
           MOVE ZERO TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.

           PERFORM 8500-PRINT-TOTALS.
           IF WS-REVIEW-COUNT = 0
              MOVE "No items need manual review." TO REVIEW-RPT-LINE
              WRITE REVIEW-RPT-LINE
           END-IF.

           CLOSE CUSTOMER-BILL.
           CLOSE ARREARS-RPT.
           CLOSE REVIEW-RPT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-REVIEW-FILE.
           IF WS-SEND-LETTERS
              CLOSE REMINDER-PRT
              CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-REMIND-FILE
           END-IF.

           DISPLAY "Open items aged       : " WS-ITEM-COUNT.
           DISPLAY "Customers in arrears  : " WS-ARREARS-CUSTS.
           DISPLAY "Reminders sent        : " WS-LETTER-COUNT.
           DISPLAY "  First / second      : " WS-STAGE-SENT(1)
                   " / " WS-STAGE-SENT(2).
           DISPLAY "  Final               : " WS-STAGE-SENT(3).
           DISPLAY "For manual review     : " WS-REVIEW-COUNT.
           DISPLAY "Report written to ARREARS.RPT, review list to "
                   "ARREVIEW.RPT.".

           MOVE WS-ITEM-COUNT   TO WS-STAT-READ.
           MOVE WS-LETTER-COUNT TO WS-STAT-WRITTEN.
           MOVE ZERO            TO WS-STAT-UPDATED.
           MOVE WS-REVIEW-COUNT TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-REVIEW-COUNT > 0
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           IF WS-AUDIT-OUTCOME = "PARTIAL"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> ARREARS-DATE is the date items are aged to (YYYYMMDD); left
      *> unset, an interactive run asks for it and a batch run ages
      *> to today.
       0100-GET-PARAMETERS.
           MOVE "ARREARS-DATE" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE(1:8) TO WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES AND NOT WS-IS-BATCH
              DISPLAY "Age items as of (YYYYMMDD, blank for today): "
                      WITH NO ADVANCING
              ACCEPT WS-DATE-ENTRY
           END-IF.
           IF WS-DATE-ENTRY = SPACES
              MOVE WS-CURR-DATE-NUM TO WS-AS-OF-DATE
              MOVE WS-AS-OF-DATE TO WS-DATE-ENTRY
           ELSE
              IF WS-DATE-ENTRY IS NUMERIC
                 MOVE WS-DATE-ENTRY TO WS-AS-OF-TEXT
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE)
                    NOT = 0
                    MOVE ZERO TO WS-AS-OF-DATE
                 END-IF
              ELSE
                 MOVE ZERO TO WS-AS-OF-DATE
              END-IF
           END-IF.
           IF WS-AS-OF-DATE NOT = ZERO
              COMPUTE WS-AS-OF-INT =
                      FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           END-IF.
           MOVE WS-AS-OF-DATE(1:4) TO WS-AO-YEAR.
           MOVE WS-AS-OF-DATE(5:2) TO WS-AO-MONTH.
           MOVE WS-AS-OF-DATE(7:2) TO WS-AO-DAY.

           MOVE "ARREARS-LETTERS" TO WS-PARM-NAME.
           MOVE "Y" TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE(1:1) = "N" OR WS-PARM-VALUE(1:1) = "n"
              MOVE "N" TO WS-LETTERS-WANTED
           END-IF.

           MOVE "ARREARS-GAP-DAYS" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
              COMPUTE WS-GAP-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

           MOVE "ARREARS-TPL1" TO WS-PARM-NAME.
           MOVE "REMIND1.TPL" TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-STAGE-TPL-NAME(1).
           MOVE "ARREARS-TPL2" TO WS-PARM-NAME.
           MOVE "REMIND2.TPL" TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-STAGE-TPL-NAME(2).
           MOVE "ARREARS-TPL3" TO WS-PARM-NAME.
           MOVE "REMIND3.TPL" TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE TO WS-STAGE-TPL-NAME(3).

      *> Loads the template for WS-STAGE; a stage that cannot be
      *> loaded sets WS-TPL-BAD.
       0400-LOAD-TEMPLATE.
           MOVE ZERO TO WS-STAGE-TPL-COUNT(WS-STAGE).
           MOVE WS-STAGE-TPL-NAME(WS-STAGE) TO WS-TPL-FILE.
           CALL "FILERES" USING WS-TPL-FILE.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS NOT = "00"
              DISPLAY "Cannot open "
                      FUNCTION TRIM(WS-STAGE-TPL-NAME(WS-STAGE))
                      ", status=" WS-TEMPLATE-STATUS
                      " - no reminders sent."
              MOVE "Y" TO WS-TPL-BAD
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEMPLATE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-STAGE-TPL-COUNT(WS-STAGE) < WS-TPL-LIMIT
                          ADD 1 TO WS-STAGE-TPL-COUNT(WS-STAGE)
                          MOVE TEMPLATE-LINE
                            TO WS-STAGE-TPL-LINE(WS-STAGE,
                               WS-STAGE-TPL-COUNT(WS-STAGE))
                       ELSE
                          DISPLAY FUNCTION TRIM(WS-TPL-FILE)
                                  " longer than " WS-TPL-LIMIT
                                  " lines - truncated."
                          MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
              MOVE "N" TO WS-EOF-SWITCH
              IF WS-STAGE-TPL-COUNT(WS-STAGE) = 0
                 DISPLAY FUNCTION TRIM(WS-TPL-FILE)
                         " is empty - no reminders sent."
                 MOVE "Y" TO WS-TPL-BAD
              END-IF
           END-IF.

      *> Reduce CONTHIST.DAT's ARR entries to each invoice's furthest
      *> stage and the date it went out.
       0500-LOAD-REMINDER-HISTORY.
           OPEN INPUT CONTACT-HISTORY.
           IF WS-CONTHIST-STATUS NOT = "00"
              DISPLAY "No contact history on file yet - every "
                      "overdue item starts at the first reminder."
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ CONTACT-HISTORY
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF CH-CAMPAIGN(1:3) = "ARR"
                          AND CH-CAMPAIGN(4:9) IS NUMERIC
                          PERFORM 0510-NOTE-REMINDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-HISTORY
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       0510-NOTE-REMINDER.
           MOVE CH-CAMPAIGN(5:8) TO WS-RM-INVOICE.
           PERFORM 0600-FIND-REMINDER.
           IF WS-RM-HIT = 0
              IF WS-RM-COUNT < WS-RM-LIMIT
                 ADD 1 TO WS-RM-COUNT
                 MOVE WS-RM-INVOICE    TO RM-INVOICE-NO(WS-RM-COUNT)
                 MOVE CH-CAMPAIGN(4:1) TO RM-STAGE(WS-RM-COUNT)
                 MOVE CH-TS-DATE       TO RM-SENT-DATE(WS-RM-COUNT)
              ELSE
                 ADD 1 TO WS-RM-OVERFLOW
              END-IF
           ELSE
              IF CH-CAMPAIGN(4:1) > RM-STAGE(WS-RM-HIT)
                 MOVE CH-CAMPAIGN(4:1) TO RM-STAGE(WS-RM-HIT)
                 MOVE CH-TS-DATE       TO RM-SENT-DATE(WS-RM-HIT)
              END-IF
           END-IF.

       0600-FIND-REMINDER.
           MOVE ZERO TO WS-RM-HIT.
           MOVE 1 TO WS-RM-SUB.
           PERFORM UNTIL WS-RM-SUB > WS-RM-COUNT
                      OR WS-RM-HIT > 0
              IF RM-INVOICE-NO(WS-RM-SUB) = WS-RM-INVOICE
                 MOVE WS-RM-SUB TO WS-RM-HIT
              END-IF
              ADD 1 TO WS-RM-SUB
           END-PERFORM.

      *> A new customer - total the one before and look this one up.
       1000-CUSTOMER-BREAK.
           IF WS-PREV-CUST-ID NOT = ZERO
              PERFORM 1100-PRINT-CUSTOMER-TOTAL
           END-IF.
           MOVE CB-CUST-ID TO WS-PREV-CUST-ID.
           ADD 1 TO WS-CUSTOMER-COUNT.
           INITIALIZE WS-CUST-BUCKETS.
           MOVE ZERO TO WS-CUST-ITEMS.
           MOVE "N" TO WS-CUST-OVERDUE.
           MOVE CB-CUST-ID TO WS-LOG-CUST-ID.
           CALL "CUSTLOOKUP" USING WS-LOG-CUST-ID WS-CUST-FOUND
                                    WS-CUST-FIRST WS-CUST-LAST
                                    WS-CUST-AGE.
           MOVE SPACES TO WS-CUST-NAME.
           IF WS-CUST-FOUND = "Y"
              STRING FUNCTION TRIM(WS-CUST-LAST) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUST-FIRST) DELIMITED BY SIZE
                     INTO WS-CUST-NAME
              END-STRING
           ELSE
              MOVE "(NOT ON CUSTMAST)" TO WS-CUST-NAME
           END-IF.

       1100-PRINT-CUSTOMER-TOTAL.
           IF WS-CUST-OVERDUE = "Y"
              ADD 1 TO WS-ARREARS-CUSTS
           END-IF.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "  CUSTOMER TOTAL" TO DL-NAME.
           MOVE 1 TO WS-BKT-SUB.
           PERFORM UNTIL WS-BKT-SUB > 5
              MOVE WS-CUST-AMT(WS-BKT-SUB) TO WS-MONEY-OUT
              MOVE WS-MONEY-OUT TO DL-AMOUNT(WS-BKT-SUB)
              ADD 1 TO WS-BKT-SUB
           END-PERFORM.
           WRITE ARREARS-RPT-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO ARREARS-RPT-LINE.
           WRITE ARREARS-RPT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

      *> Age one open item into its bucket, then decide whether it is
      *> due its next reminder.
       2000-AGE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO WS-CUST-ITEMS.
           COMPUTE WS-OWED = CB-AMOUNT - CB-AMOUNT-PAID.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(CB-DUE-DATE).
           COMPUTE WS-DAYS-OVERDUE = WS-AS-OF-INT - WS-DUE-INT.
           EVALUATE TRUE
              WHEN WS-DAYS-OVERDUE < 0
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-OVERDUE <= 30
                 MOVE 2 TO WS-BUCKET
              WHEN WS-DAYS-OVERDUE <= 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-DAYS-OVERDUE <= 90
                 MOVE 4 TO WS-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET
           END-EVALUATE.
           IF WS-DAYS-OVERDUE > 0
              MOVE "Y" TO WS-CUST-OVERDUE
           END-IF.
           ADD WS-OWED TO WS-CUST-AMT(WS-BUCKET).
           ADD WS-OWED TO WS-GRAND-AMT(WS-BUCKET).
           ADD 1 TO WS-GRAND-ITEMS(WS-BUCKET).

           MOVE SPACES TO WS-ACTION.
           IF WS-SEND-LETTERS AND WS-DAYS-OVERDUE > 0
              PERFORM 2100-NEXT-STAGE
           END-IF.
           PERFORM 8100-PRINT-DETAIL.

      *> The first reminder goes once the item is overdue; each later
      *> one once the gap has passed since the one before. Nothing
      *> follows the final.
       2100-NEXT-STAGE.
           MOVE CB-INVOICE-NO TO WS-RM-INVOICE.
           PERFORM 0600-FIND-REMINDER.
           IF WS-RM-HIT = 0
              MOVE ZERO TO WS-LAST-STAGE WS-LAST-SENT
           ELSE
              MOVE RM-STAGE(WS-RM-HIT)     TO WS-LAST-STAGE
              MOVE RM-SENT-DATE(WS-RM-HIT) TO WS-LAST-SENT
           END-IF.
           MOVE ZERO TO WS-STAGE.
           EVALUATE TRUE
              WHEN WS-LAST-STAGE = 0
                 MOVE 1 TO WS-STAGE
              WHEN WS-LAST-STAGE >= 3
                 ADD 1 TO WS-FINAL-DONE-COUNT
                 MOVE "FINAL" TO WS-ACTION
              WHEN OTHER
                 COMPUTE WS-SINCE-LAST = WS-AS-OF-INT
                         - FUNCTION INTEGER-OF-DATE(WS-LAST-SENT)
                 IF WS-SINCE-LAST >= WS-GAP-DAYS
                    COMPUTE WS-STAGE = WS-LAST-STAGE + 1
                 ELSE
                    ADD 1 TO WS-WAITING-COUNT
                    IF WS-LAST-STAGE = 1
                       MOVE "1ST" TO WS-ACTION
                    ELSE
                       MOVE "2ND" TO WS-ACTION
                    END-IF
                 END-IF
           END-EVALUATE.
           IF WS-STAGE > 0
              PERFORM 2200-CHECK-MAILABLE
           END-IF.

      *> The member decides whether we may write at all; the bill-to
      *> customer decides where the letter goes.
       2200-CHECK-MAILABLE.
           EVALUATE WS-STAGE
              WHEN 1
                 MOVE "REMIND1" TO WS-STAGE-TEXT
              WHEN 2
                 MOVE "REMIND2" TO WS-STAGE-TEXT
              WHEN OTHER
                 MOVE "FINAL"   TO WS-STAGE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REVIEW-REASON.
           MOVE CB-CUST-ID TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.
           MOVE WS-CUST-FIRST TO WS-LETTER-FIRST.
           MOVE WS-CUST-LAST  TO WS-LETTER-LAST.
           MOVE SPACES TO WS-MINOR-NAME.
           MOVE "Y" TO WS-BILL-TO-FOUND.
           IF CB-BILLED-TO NOT = CB-CUST-ID
              AND CB-BILLED-TO NOT = ZERO
              MOVE CB-BILLED-TO TO WS-LOG-CUST-ID
              CALL "CUSTLOOKUP" USING WS-LOG-CUST-ID
                                       WS-BILL-TO-FOUND
                                       WS-LETTER-FIRST WS-LETTER-LAST
                                       WS-BILL-TO-AGE
              STRING FUNCTION TRIM(WS-CUST-FIRST) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUST-LAST) DELIMITED BY SIZE
                     INTO WS-MINOR-NAME
              END-STRING
              MOVE CB-BILLED-TO TO WS-ADDR-CUST-ID
           ELSE
              MOVE CB-CUST-ID TO WS-ADDR-CUST-ID
           END-IF.
           MOVE "N" TO WS-ADDR-FOUND.
           IF WS-BILL-TO-FOUND = "Y"
              CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                       WS-STREET WS-CITY
                                       WS-POSTAL-CODE WS-PHONE
                                       WS-UNDELIV-FLAG
           END-IF.
           EVALUATE TRUE
              WHEN WS-CUST-FOUND NOT = "Y"
                 MOVE "MEMBER NOT ON CUSTMAST" TO WS-REVIEW-REASON
              WHEN WS-CUST-DNC = "D"
                 MOVE "DECEASED" TO WS-REVIEW-REASON
              WHEN WS-CUST-DNC = "Y"
                 MOVE "DO NOT CONTACT" TO WS-REVIEW-REASON
              WHEN WS-BILL-TO-FOUND NOT = "Y"
                 MOVE "BILL-TO NOT ON CUSTMAST" TO WS-REVIEW-REASON
              WHEN WS-ADDR-FOUND NOT = "Y"
                 MOVE "NO ADDRESS" TO WS-REVIEW-REASON
              WHEN WS-UNDELIV-FLAG = "U"
                 MOVE "ADDRESS UNDELIVERABLE" TO WS-REVIEW-REASON
           END-EVALUATE.
           IF WS-REVIEW-REASON NOT = SPACES
              MOVE "REVIEW" TO WS-ACTION
              PERFORM 2400-LIST-FOR-REVIEW
           ELSE
              MOVE WS-STAGE-TEXT TO WS-ACTION
              PERFORM 2300-SEND-REMINDER
           END-IF.

       2300-SEND-REMINDER.
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO WS-STAGE-SENT(WS-STAGE).
           MOVE WS-STAGE-TPL-NAME(WS-STAGE) TO WS-TEMPLATE-NAME.
           MOVE SPACES TO WS-CAMPAIGN.
           STRING "ARR" DELIMITED BY SIZE
                  WS-STAGE DELIMITED BY SIZE
                  CB-INVOICE-NO DELIMITED BY SIZE
                  INTO WS-CAMPAIGN
           END-STRING.
           MOVE SPACE TO WS-DELIV-STATUS WS-MAIL-TYPE.
           CALL "CONTLOG" USING CB-CUST-ID WS-TEMPLATE-NAME
                                 WS-CAMPAIGN WS-DELIV-STATUS
                                 WS-MAIL-TYPE.
           PERFORM 3050-MERGE-AND-PRINT.

       2400-LIST-FOR-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT.
           IF WS-REVIEW-LINES >= WS-LINES-PER-PAGE
              PERFORM 8400-PRINT-REVIEW-HEADERS
           END-IF.
           MOVE SPACES TO WS-REVIEW-LINE.
           MOVE CB-CUST-ID       TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE WS-PRINT-ID      TO RV-CUST-ID.
           MOVE WS-CUST-NAME     TO RV-NAME.
           MOVE CB-INVOICE-NO    TO RV-INVOICE.
           MOVE WS-OWED          TO RV-OWED.
           MOVE WS-DAYS-OVERDUE  TO RV-DAYS.
           MOVE WS-STAGE-TEXT    TO RV-STAGE.
           MOVE CB-BILLED-TO     TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE WS-PRINT-ID      TO RV-BILLED-TO.
           MOVE WS-REVIEW-REASON TO RV-REASON.
           WRITE REVIEW-RPT-LINE FROM WS-REVIEW-LINE.
           ADD 1 TO WS-REVIEW-LINES.

      *> The LETTER.TPL merge, with the reminder's own markers added.
       3050-MERGE-AND-PRINT.
           MOVE WS-CUST-AGE     TO WS-AGE-TEXT.
           MOVE WS-OWED         TO WS-AMOUNT-TEXT.
           MOVE CB-INVOICE-NO   TO WS-INVOICE-TEXT.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-TEXT.
           MOVE CB-DUE-DATE(1:4) TO WS-DUE-YEAR.
           MOVE CB-DUE-DATE(5:2) TO WS-DUE-MONTH.
           MOVE CB-DUE-DATE(7:2) TO WS-DUE-DAY.
           MOVE CB-CUST-ID      TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE 1 TO WS-TPL-SUB.
           PERFORM UNTIL WS-TPL-SUB > WS-STAGE-TPL-COUNT(WS-STAGE)
              MOVE WS-STAGE-TPL-LINE(WS-STAGE, WS-TPL-SUB)
                TO WS-WORK-LINE
              MOVE "&FNAME" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-LETTER-FIRST) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&LNAME" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-LETTER-LAST) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              *> The junior member's name on a reminder to the
              *> guardian; blank on one to the member.
              MOVE "&MINOR" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE WS-MINOR-NAME TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&AGE" TO WS-MARKER
              MOVE 4 TO WS-MARKER-LEN
              MOVE WS-AGE-TEXT TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&STREET" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-STREET) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&CITY" TO WS-MARKER
              MOVE 5 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-CITY) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&POSTAL" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-POSTAL-CODE) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&PHONE" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-PHONE) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&AMOUNT" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-AMOUNT-TEXT) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&INVOICE" TO WS-MARKER
              MOVE 8 TO WS-MARKER-LEN
              MOVE WS-INVOICE-TEXT TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&DUEDATE" TO WS-MARKER
              MOVE 8 TO WS-MARKER-LEN
              MOVE WS-DUE-DATE-TEXT TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&DAYS" TO WS-MARKER
              MOVE 5 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-DAYS-TEXT) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&CUSTNO" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE WS-PRINT-ID(1:7) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE WS-WORK-LINE TO REMINDER-PRT-LINE
              IF WS-TPL-SUB = 1 AND WS-LETTER-COUNT > 1
                 WRITE REMINDER-PRT-LINE AFTER ADVANCING PAGE
              ELSE
                 WRITE REMINDER-PRT-LINE
              END-IF
              ADD 1 TO WS-TPL-SUB
           END-PERFORM.

      *> Replace every occurrence of WS-MARKER(1:WS-MARKER-LEN) in
      *> WS-WORK-LINE with the trimmed WS-SUB-VALUE.
       5000-SUBSTITUTE-ALL.
           PERFORM 5100-FIND-MARKER.
           PERFORM UNTIL WS-FOUND-POS = 0
              PERFORM 5200-REPLACE-ONE
              PERFORM 5100-FIND-MARKER
           END-PERFORM.

       5100-FIND-MARKER.
           MOVE ZERO TO WS-FOUND-POS.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-FOUND-POS > 0
                      OR WS-SCAN-POS > 81 - WS-MARKER-LEN
              IF WS-WORK-LINE(WS-SCAN-POS:WS-MARKER-LEN) =
                 WS-MARKER(1:WS-MARKER-LEN)
                 MOVE WS-SCAN-POS TO WS-FOUND-POS
              END-IF
              ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       5200-REPLACE-ONE.
           MOVE SPACES TO WS-NEW-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           IF WS-FOUND-POS > 1
              STRING WS-WORK-LINE(1:WS-FOUND-POS - 1)
                     DELIMITED BY SIZE
                     INTO WS-NEW-LINE
                     WITH POINTER WS-LINE-POINTER
              END-STRING
           END-IF.
           IF WS-SUB-VALUE NOT = SPACES
              STRING FUNCTION TRIM(WS-SUB-VALUE) DELIMITED BY SIZE
                     INTO WS-NEW-LINE
                     WITH POINTER WS-LINE-POINTER
              END-STRING
           END-IF.
           COMPUTE WS-TAIL-POS = WS-FOUND-POS + WS-MARKER-LEN.
           IF WS-TAIL-POS <= 80
              STRING WS-WORK-LINE(WS-TAIL-POS:81 - WS-TAIL-POS)
                     DELIMITED BY SIZE
                     INTO WS-NEW-LINE
                     WITH POINTER WS-LINE-POINTER
              END-STRING
           END-IF.
           MOVE WS-NEW-LINE TO WS-WORK-LINE.

      *> One aged line per open item, its amount under its bucket.
       8100-PRINT-DETAIL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CUST-ITEMS = 1
              MOVE CB-CUST-ID   TO WS-CHK-CUST-ID
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                    WS-CHK-CUST-ID WS-CHK-RESULT
              MOVE WS-PRINT-ID  TO DL-CUST-ID
              MOVE WS-CUST-NAME TO DL-NAME
           END-IF.
           MOVE CB-INVOICE-NO TO DL-INVOICE.
           MOVE CB-DUE-DATE(1:4) TO WS-DUE-YEAR.
           MOVE CB-DUE-DATE(5:2) TO WS-DUE-MONTH.
           MOVE CB-DUE-DATE(7:2) TO WS-DUE-DAY.
           MOVE WS-DUE-DATE-TEXT TO DL-DUE-DATE.
           IF WS-DAYS-OVERDUE > 0
              MOVE WS-DAYS-OVERDUE TO WS-DAYS-TEXT
              MOVE WS-DAYS-TEXT TO DL-DAYS
           ELSE
              MOVE "    -" TO DL-DAYS
           END-IF.
           MOVE WS-OWED TO WS-MONEY-OUT.
           MOVE WS-MONEY-OUT TO DL-AMOUNT(WS-BUCKET).
           MOVE WS-ACTION TO DL-ACTION.
           WRITE ARREARS-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO ARREARS-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE ARREARS-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "AGED ARREARS REPORT" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO ARREARS-RPT-LINE
           END-STRING.
           WRITE ARREARS-RPT-LINE.
           MOVE SPACES TO ARREARS-RPT-LINE.
           STRING "AGED AS OF: " DELIMITED BY SIZE
                  WS-AS-OF-DATE-TEXT DELIMITED BY SIZE
                  INTO ARREARS-RPT-LINE
           END-STRING.
           WRITE ARREARS-RPT-LINE.
           MOVE SPACES TO ARREARS-RPT-LINE.
           WRITE ARREARS-RPT-LINE.
           MOVE "Cust"          TO ARREARS-RPT-LINE(1:7).
           MOVE "Name"          TO ARREARS-RPT-LINE(9:24).
           MOVE "Invoice"       TO ARREARS-RPT-LINE(35:8).
           MOVE "Due Date"      TO ARREARS-RPT-LINE(45:10).
           MOVE " Days"         TO ARREARS-RPT-LINE(57:5).
           MOVE "      Not Due" TO ARREARS-RPT-LINE(63:13).
           MOVE "    0-30 Days" TO ARREARS-RPT-LINE(76:13).
           MOVE "   31-60 Days" TO ARREARS-RPT-LINE(89:13).
           MOVE "   61-90 Days" TO ARREARS-RPT-LINE(102:13).
           MOVE "     90+ Days" TO ARREARS-RPT-LINE(115:13).
           MOVE "Action"        TO ARREARS-RPT-LINE(129:4).
           WRITE ARREARS-RPT-LINE.
           MOVE SPACES TO ARREARS-RPT-LINE.
           MOVE ALL "=" TO ARREARS-RPT-LINE(1:7).
           MOVE ALL "=" TO ARREARS-RPT-LINE(9:24).
           MOVE ALL "=" TO ARREARS-RPT-LINE(35:8).
           MOVE ALL "=" TO ARREARS-RPT-LINE(45:10).
           MOVE ALL "=" TO ARREARS-RPT-LINE(57:5).
           MOVE ALL "=" TO ARREARS-RPT-LINE(64:12).
           MOVE ALL "=" TO ARREARS-RPT-LINE(77:12).
           MOVE ALL "=" TO ARREARS-RPT-LINE(90:12).
           MOVE ALL "=" TO ARREARS-RPT-LINE(103:12).
           MOVE ALL "=" TO ARREARS-RPT-LINE(116:12).
           MOVE ALL "=" TO ARREARS-RPT-LINE(129:4).
           WRITE ARREARS-RPT-LINE.
           MOVE 5 TO WS-LINES-ON-PAGE.

       8400-PRINT-REVIEW-HEADERS.
           ADD 1 TO WS-REVIEW-PAGE.
           MOVE SPACE TO REVIEW-RPT-LINE.
           IF WS-REVIEW-PAGE > 1
              WRITE REVIEW-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "ARREARS MANUAL REVIEW LIST" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-REVIEW-PAGE  DELIMITED BY SIZE
                  INTO REVIEW-RPT-LINE
           END-STRING.
           WRITE REVIEW-RPT-LINE.
           MOVE SPACES TO REVIEW-RPT-LINE.
           WRITE REVIEW-RPT-LINE.
           MOVE "Cust"      TO REVIEW-RPT-LINE(1:7).
           MOVE "Name"      TO REVIEW-RPT-LINE(9:30).
           MOVE "Invoice"   TO REVIEW-RPT-LINE(41:8).
           MOVE "     Owed" TO REVIEW-RPT-LINE(51:9).
           MOVE " Days"     TO REVIEW-RPT-LINE(62:5).
           MOVE "Stage"     TO REVIEW-RPT-LINE(69:7).
           MOVE "BillTo"    TO REVIEW-RPT-LINE(78:7).
           MOVE "Reason"    TO REVIEW-RPT-LINE(86:24).
           WRITE REVIEW-RPT-LINE.
           MOVE SPACES TO REVIEW-RPT-LINE.
           MOVE ALL "=" TO REVIEW-RPT-LINE(1:7).
           MOVE ALL "=" TO REVIEW-RPT-LINE(9:30).
           MOVE ALL "=" TO REVIEW-RPT-LINE(41:8).
           MOVE ALL "=" TO REVIEW-RPT-LINE(51:9).
           MOVE ALL "=" TO REVIEW-RPT-LINE(62:5).
           MOVE ALL "=" TO REVIEW-RPT-LINE(69:7).
           MOVE ALL "=" TO REVIEW-RPT-LINE(78:7).
           MOVE ALL "=" TO REVIEW-RPT-LINE(86:24).
           WRITE REVIEW-RPT-LINE.
           MOVE 4 TO WS-REVIEW-LINES.

      *> Grand totals by bucket, then what the reminder pass did.
       8500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 20 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "GRAND TOTAL" TO DL-NAME.
           MOVE ZERO TO WS-ROW-TOTAL.
           MOVE 1 TO WS-BKT-SUB.
           PERFORM UNTIL WS-BKT-SUB > 5
              MOVE WS-GRAND-AMT(WS-BKT-SUB) TO WS-MONEY-OUT
              MOVE WS-MONEY-OUT TO DL-AMOUNT(WS-BKT-SUB)
              ADD WS-GRAND-AMT(WS-BKT-SUB) TO WS-ROW-TOTAL
              ADD 1 TO WS-BKT-SUB
           END-PERFORM.
           WRITE ARREARS-RPT-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "ITEMS" TO DL-NAME.
           MOVE 1 TO WS-BKT-SUB.
           PERFORM UNTIL WS-BKT-SUB > 5
              MOVE WS-GRAND-ITEMS(WS-BKT-SUB) TO WS-COUNT-OUT
              MOVE WS-COUNT-OUT TO DL-AMOUNT(WS-BKT-SUB)(7:7)
              ADD 1 TO WS-BKT-SUB
           END-PERFORM.
           WRITE ARREARS-RPT-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES TO ARREARS-RPT-LINE.
           WRITE ARREARS-RPT-LINE.
           MOVE "Total owed on open items" TO WS-TOTAL-LABEL.
           MOVE WS-ROW-TOTAL TO WS-VALUE-OUT.
           MOVE SPACES TO ARREARS-RPT-LINE.
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-VALUE-OUT DELIMITED BY SIZE
                  INTO ARREARS-RPT-LINE
           END-STRING.
           WRITE ARREARS-RPT-LINE.
           MOVE "Open items aged" TO WS-TOTAL-LABEL.
           MOVE WS-ITEM-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-COUNT-LINE.
           MOVE "Customers with open items" TO WS-TOTAL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-COUNT-LINE.
           MOVE "Customers in arrears" TO WS-TOTAL-LABEL.
           MOVE WS-ARREARS-CUSTS TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-COUNT-LINE.

           MOVE SPACES TO ARREARS-RPT-LINE.
           WRITE ARREARS-RPT-LINE.
           IF WS-SEND-LETTERS
              MOVE "First reminders sent" TO WS-TOTAL-LABEL
              MOVE WS-STAGE-SENT(1) TO WS-COUNT-OUT
              PERFORM 8600-PRINT-COUNT-LINE
              MOVE "Second reminders sent" TO WS-TOTAL-LABEL
              MOVE WS-STAGE-SENT(2) TO WS-COUNT-OUT
              PERFORM 8600-PRINT-COUNT-LINE
              MOVE "Final reminders sent" TO WS-TOTAL-LABEL
              MOVE WS-STAGE-SENT(3) TO WS-COUNT-OUT
              PERFORM 8600-PRINT-COUNT-LINE
              MOVE "Waiting for the next stage" TO WS-TOTAL-LABEL
              MOVE WS-WAITING-COUNT TO WS-COUNT-OUT
              PERFORM 8600-PRINT-COUNT-LINE
              MOVE "Final already sent" TO WS-TOTAL-LABEL
              MOVE WS-FINAL-DONE-COUNT TO WS-COUNT-OUT
              PERFORM 8600-PRINT-COUNT-LINE
              MOVE "Routed to manual review" TO WS-TOTAL-LABEL
              MOVE WS-REVIEW-COUNT TO WS-COUNT-OUT
              PERFORM 8600-PRINT-COUNT-LINE
           ELSE
              MOVE "Report only - no reminders sent this run."
                TO ARREARS-RPT-LINE
              WRITE ARREARS-RPT-LINE
           END-IF.

           MOVE SPACES TO ARREARS-RPT-LINE.
           WRITE ARREARS-RPT-LINE.
           MOVE "<<< AGED ARREARS REPORT >>>" TO ARREARS-RPT-LINE.
           WRITE ARREARS-RPT-LINE.

       8600-PRINT-COUNT-LINE.
           MOVE SPACES TO ARREARS-RPT-LINE.
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO ARREARS-RPT-LINE
           END-STRING.
           WRITE ARREARS-RPT-LINE.
