      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Daily general-ledger interface, in the
      *                  LBOXPOST style. Summarises the day's billing
      *                  and payment activity by ledger account onto
      *                  GLFEED.DAT for finance to load: dues raised
      *                  (DUE - CUSTBILL invoices not fed before), the
      *                  PAYTRAN.DAT money movements not fed before
      *                  (PAY payments posted, SUS put into suspense,
      *                  SAP applied from suspense, SRT returned from
      *                  suspense), and write-offs (WOF - the unpaid
      *                  balance of CUSTBILL items cancelled since the
      *                  last feed). GLMAP.DAT maps each type to the
      *                  account its debit leg and its credit leg are
      *                  posted to. GLFEED.DAT is an HDR record
      *                  (posting date, company, first date covered),
      *                  one DTL record per account and side with its
      *                  total, and a TRL record with the entry count
      *                  and the debit and credit totals. GLCTL.DAT
      *                  remembers how far the last feed went - its
      *                  posting date, the PAYTRAN.DAT lines it took,
      *                  and the last invoice it took - so nothing is
      *                  fed twice and nothing posted late is missed;
      *                  with no GLCTL.DAT the first feed brings the
      *                  ledger up to date with everything on file.
      *                  GLPOST.RPT is the control report: activity by
      *                  type, then the postings by account, then the
      *                  proof. A run whose debits and credits do not
      *                  net to zero, or with activity the map cannot
      *                  place, writes no feed, leaves GLCTL.DAT as it
      *                  was for the rerun, and raises an OPERALERT.
      *                  The posting date is GLPOST-DATE through
      *                  PARMGET, today by default. RETURN-CODE 0 fed,
      *                  4 that date already fed, 8 could not run, 16
      *                  out of balance. Runs as a NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-BILL ASSIGN TO WS-CUSTBILL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CB-BILL-KEY
                               FILE STATUS IS WS-BILL-STATUS.

           SELECT PAYMENT-TRAN ASSIGN TO WS-PAYTRAN-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TRAN-STATUS.

           SELECT GL-MAP-FILE  ASSIGN TO WS-GLMAP-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO WS-GLCTL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CTL-STATUS.

           SELECT GL-FEED-FILE ASSIGN TO WS-GLFEED-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-FEED-STATUS.

           SELECT GL-RPT       ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-BILL.
       COPY BILLREC.

       FD  PAYMENT-TRAN.
       COPY PAYTREC.

       FD  GL-MAP-FILE.
       COPY GLMAPREC.

      *> How far the last feed went - one record, rewritten by every
      *> balanced run.
       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
           05 GC-LAST-POST-DATE  PIC 9(8).
           05 FILLER             PIC X.
           05 GC-PAYTRAN-COUNT   PIC 9(9).
           05 FILLER             PIC X.
           05 GC-LAST-INVOICE    PIC 9(8).
           05 FILLER             PIC X.
           05 GC-RUN-DATE        PIC 9(8).

      *> The feed for finance - HDR first, TRL last, the same
      *> bracketing the inbound feeds are held to.
       FD  GL-FEED-FILE.
       01  GL-FEED-DETAIL.
           05 GF-REC-TYPE        PIC X(3).
           05 GF-POSTING-DATE    PIC 9(8).
           05 GF-ACCOUNT         PIC X(10).
           05 GF-SIDE            PIC X(1).
           05 GF-AMOUNT          PIC 9(11)V99.
           05 GF-DESCRIPTION     PIC X(30).
       01  GL-FEED-HEADER.
           05 GH-REC-TYPE        PIC X(3).
           05 GH-POSTING-DATE    PIC 9(8).
           05 GH-COMPANY         PIC X(4).
           05 GH-FROM-DATE       PIC 9(8).
           05 GH-RUN-DATE        PIC 9(8).
       01  GL-FEED-TRAILER.
           05 GT-REC-TYPE        PIC X(3).
           05 GT-ENTRY-COUNT     PIC 9(6).
           05 GT-TOTAL-DEBITS    PIC 9(11)V99.
           05 GT-TOTAL-CREDITS   PIC 9(11)V99.

       FD  GL-RPT.
       01  GL-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTBILL-FILE    PIC X(26) VALUE "CUSTBILL".
       01  WS-PAYTRAN-FILE     PIC X(26) VALUE "PAYTRAN.DAT".
       01  WS-GLMAP-FILE       PIC X(26) VALUE "GLMAP.DAT".
       01  WS-GLCTL-FILE       PIC X(26) VALUE "GLCTL.DAT".
       01  WS-GLFEED-FILE      PIC X(26) VALUE "GLFEED.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "GLPOST.RPT".

       01  WS-BILL-STATUS      PIC XX VALUE "00".
       01  WS-TRAN-STATUS      PIC XX VALUE "00".
       01  WS-MAP-STATUS       PIC XX VALUE "00".
       01  WS-CTL-STATUS       PIC XX VALUE "00".
       01  WS-FEED-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Run parameters through PARMGET.
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.

       01  WS-POST-DATE        PIC 9(8) VALUE ZERO.
       01  WS-POST-TEXT REDEFINES WS-POST-DATE PIC X(8).
       01  WS-POST-DATE-TEXT.
           05 WS-PD-MONTH      PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-PD-DAY        PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-PD-YEAR       PIC 9(4).
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE-TEXT.
           05 WS-FD-MONTH      PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-FD-DAY        PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-FD-YEAR       PIC 9(4).

      *> Where the last feed stopped, and where this one stops.
       01  WS-LAST-POST-DATE   PIC 9(8) VALUE ZERO.
       01  WS-LAST-TRAN-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-LAST-INVOICE     PIC 9(8) VALUE ZERO.
       01  WS-TRAN-LINE-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-HIGH-INVOICE     PIC 9(8) VALUE ZERO.
       01  WS-FIRST-FEED       PIC X(1) VALUE "N".
           88 WS-IS-FIRST-FEED VALUE "Y".

      *> The transaction types the feed knows, with their activity.
       01  WS-TYPE-VALUES.
           05 FILLER PIC X(33) VALUE "DUEDUES RAISED".
           05 FILLER PIC X(33) VALUE "PAYPAYMENTS POSTED".
           05 FILLER PIC X(33) VALUE "SUSPAYMENTS PUT INTO SUSPENSE".
           05 FILLER PIC X(33) VALUE "SAPSUSPENSE APPLIED".
           05 FILLER PIC X(33) VALUE "SRTSUSPENSE RETURNED TO PAYER".
           05 FILLER PIC X(33) VALUE "WOFWRITTEN OFF".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES.
              10 TY-CODE         PIC X(3).
              10 TY-DESCRIPTION  PIC X(30).
       01  WS-TYPE-MAX         PIC 9 VALUE 6.
       01  WS-TYPE-ACTIVITY.
           05 WS-TYPE-TOTAL OCCURS 6 TIMES.
              10 TY-COUNT        PIC 9(6).
              10 TY-AMOUNT       PIC 9(11)V99.
              10 TY-DEBIT-LEGS   PIC 9(2).
              10 TY-CREDIT-LEGS  PIC 9(2).
       01  WS-TYPE-SUB         PIC 9 VALUE ZERO.
       01  WS-TYPE-HIT         PIC 9 VALUE ZERO.
       01  WS-SEEK-TYPE        PIC X(3) VALUE SPACES.
       01  WS-UNKNOWN-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-UNKNOWN-VALUE    PIC 9(11)V99 VALUE ZERO.
       01  WS-UNMAPPED-COUNT   PIC 9(2) VALUE ZERO.

      *> GLMAP.DAT as filed.
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-MAP-LIMIT     PIC 9(3) VALUE 60.
           05 WS-MAP-ENTRY OCCURS 60 TIMES.
              10 MP-TRAN-TYPE    PIC X(3).
              10 MP-SIDE         PIC X(1).
              10 MP-ACCOUNT      PIC X(10).
              10 MP-DESCRIPTION  PIC X(30).
       01  WS-MAP-SUB          PIC 9(3) VALUE ZERO.
       01  WS-MAP-BAD-COUNT    PIC 9(3) VALUE ZERO.

      *> The postings, one entry per ledger account.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-ACCT-ENTRY OCCURS 60 TIMES.
              10 AC-ACCOUNT      PIC X(10).
              10 AC-DESCRIPTION  PIC X(30).
              10 AC-DEBIT        PIC 9(11)V99.
              10 AC-CREDIT       PIC 9(11)V99.
       01  WS-ACCT-SUB         PIC 9(3) VALUE ZERO.
       01  WS-ACCT-HIT         PIC 9(3) VALUE ZERO.

       01  WS-ITEM-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITS     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE       PIC S9(11)V99 VALUE ZERO.
       01  WS-ENTRY-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-BALANCE-SWITCH   PIC X(1) VALUE "N".
           88 WS-FEED-BALANCED VALUE "Y".
       01  WS-BILL-READ-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-TRAN-READ-COUNT  PIC 9(9) VALUE ZERO.

       01  WS-TOTAL-LABEL      PIC X(36) VALUE SPACES.
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-VALUE-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-OUT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-SHOW-VALUE       PIC 9(11)V99 VALUE ZERO.
       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
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

       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "E".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "GLPOST".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< GENERAL LEDGER INTERFACE >>>".
           DISPLAY "--------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTBILL-FILE.
           CALL "FILERES" USING WS-PAYTRAN-FILE.
           CALL "FILERES" USING WS-GLMAP-FILE.
           CALL "FILERES" USING WS-GLCTL-FILE.
           CALL "FILERES" USING WS-GLFEED-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

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
           IF WS-POST-DATE = ZERO
              DISPLAY "GLPOST-DATE is not a valid date - "
                      "nothing fed."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0200-READ-CONTROL.

           OPEN OUTPUT GL-RPT.
           PERFORM 8200-PRINT-PAGE-HEADERS.

           *> A date already fed is not fed again - finance would
           *> take the same money twice.
           IF NOT WS-IS-FIRST-FEED
              AND WS-LAST-POST-DATE >= WS-POST-DATE
              MOVE SPACES TO GL-RPT-LINE
              STRING "Ledger already fed to " DELIMITED BY SIZE
                     WS-LAST-POST-DATE DELIMITED BY SIZE
                     " - nothing fed for " DELIMITED BY SIZE
                     WS-POST-DATE DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO GL-RPT-LINE
              END-STRING
              WRITE GL-RPT-LINE
              DISPLAY GL-RPT-LINE
              CLOSE GL-RPT
              CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME
              CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                     WS-STAT-WRITTEN WS-STAT-UPDATED
                                     WS-STAT-REJECTED
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0300-LOAD-MAP.
           IF WS-MAP-COUNT = 0
              MOVE "RUN FAILED - no usable lines on GLMAP.DAT."
                TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              CLOSE GL-RPT
              CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-BILL.
           EVALUATE WS-BILL-STATUS
              WHEN "00"
                 PERFORM 1000-SCAN-BILLING
                 CLOSE CUSTOMER-BILL
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Cannot open CUSTBILL, status="
                         WS-BILL-STATUS
                 MOVE "RUN FAILED - CUSTBILL could not be read."
                   TO GL-RPT-LINE
                 WRITE GL-RPT-LINE
                 CLOSE GL-RPT
                 CALL "SPOOLREG" USING WS-PROGRAM-NAME
                                        WS-RPT-FILE-NAME
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           *> No PAYTRAN.DAT yet just means no money has moved.
           OPEN INPUT PAYMENT-TRAN.
           IF WS-TRAN-STATUS = "00"
              PERFORM 2000-SCAN-PAYMENTS
              CLOSE PAYMENT-TRAN
           END-IF.

           PERFORM 3000-BUILD-POSTINGS.

           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF WS-DIFFERENCE = ZERO AND WS-UNMAPPED-COUNT = 0
              AND WS-UNKNOWN-COUNT = 0
              MOVE "Y" TO WS-BALANCE-SWITCH
           END-IF.

           PERFORM 8300-PRINT-ACTIVITY.
           PERFORM 8400-PRINT-POSTINGS.

           *> Only a feed that proves goes to finance, and only then
           *> does GLCTL.DAT move on - an unbalanced night is rerun
           *> from the same starting point once the map is put right.
           IF WS-FEED-BALANCED
              PERFORM 4000-WRITE-FEED
              PERFORM 4100-WRITE-CONTROL
           ELSE
              MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING "GL FEED FOR " DELIMITED BY SIZE
                     WS-POST-DATE DELIMITED BY SIZE
                     " OUT OF BALANCE - NOTHING SENT, SEE GLPOST.RPT"
                     DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
              END-STRING
              CALL "OPERALERT" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF.

           PERFORM 8500-PRINT-TOTALS.
           CLOSE GL-RPT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           MOVE WS-TOTAL-DEBITS TO WS-VALUE-OUT.
           DISPLAY "Total debits          : " WS-VALUE-OUT.
           MOVE WS-TOTAL-CREDITS TO WS-VALUE-OUT.
           DISPLAY "Total credits         : " WS-VALUE-OUT.
           DISPLAY "Ledger entries        : " WS-ENTRY-COUNT.

           COMPUTE WS-STAT-READ = WS-BILL-READ-COUNT
                   + WS-TRAN-READ-COUNT.
           IF WS-FEED-BALANCED
              MOVE WS-ENTRY-COUNT TO WS-STAT-WRITTEN
           END-IF.
           MOVE ZERO TO WS-STAT-UPDATED.
           COMPUTE WS-STAT-REJECTED = WS-MAP-BAD-COUNT
                   + WS-UNKNOWN-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-FEED-BALANCED
              DISPLAY "GL feed written to GLFEED.DAT."
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           ELSE
              DISPLAY "RUN OUT OF BALANCE - no feed written, "
                      "see GLPOST.RPT."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           IF WS-FEED-BALANCED
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 16 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> GLPOST-DATE is the ledger date the feed is posted under
      *> (YYYYMMDD); left unset it is today.
       0100-GET-PARAMETERS.
           MOVE "GLPOST-DATE" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE = SPACES
              MOVE WS-CURR-DATE-NUM TO WS-POST-DATE
           ELSE
              IF WS-PARM-VALUE(1:8) IS NUMERIC
                 MOVE WS-PARM-VALUE(1:8) TO WS-POST-TEXT
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-POST-DATE) NOT = 0
                    MOVE ZERO TO WS-POST-DATE
                 END-IF
              ELSE
                 MOVE ZERO TO WS-POST-DATE
              END-IF
           END-IF.
           MOVE WS-POST-DATE(1:4) TO WS-PD-YEAR.
           MOVE WS-POST-DATE(5:2) TO WS-PD-MONTH.
           MOVE WS-POST-DATE(7:2) TO WS-PD-DAY.

      *> No GLCTL.DAT means no feed has gone yet - start from the
      *> beginning of the files.
       0200-READ-CONTROL.
           MOVE ZERO TO WS-LAST-POST-DATE WS-LAST-TRAN-COUNT
                        WS-LAST-INVOICE WS-FROM-DATE.
           MOVE "Y" TO WS-FIRST-FEED.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
              READ GL-CONTROL-FILE
                 NOT AT END
                    IF GC-LAST-POST-DATE IS NUMERIC
                       AND GC-PAYTRAN-COUNT IS NUMERIC
                       AND GC-LAST-INVOICE IS NUMERIC
                       MOVE "N" TO WS-FIRST-FEED
                       MOVE GC-LAST-POST-DATE TO WS-LAST-POST-DATE
                       MOVE GC-PAYTRAN-COUNT  TO WS-LAST-TRAN-COUNT
                       MOVE GC-LAST-INVOICE   TO WS-LAST-INVOICE
                    END-IF
              END-READ
              CLOSE GL-CONTROL-FILE
           END-IF.
           IF NOT WS-IS-FIRST-FEED
              AND WS-LAST-POST-DATE < WS-POST-DATE
              COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-LAST-POST-DATE)
                      + 1)
           END-IF.
           MOVE WS-LAST-INVOICE TO WS-HIGH-INVOICE.
           MOVE WS-FROM-DATE(1:4) TO WS-FD-YEAR.
           MOVE WS-FROM-DATE(5:2) TO WS-FD-MONTH.
           MOVE WS-FROM-DATE(7:2) TO WS-FD-DAY.

      *> A line that names no known type, no side, or no account is
      *> left out and listed; whatever it should have carried then
      *> shows as an unbalanced or unmapped type.
       0300-LOAD-MAP.
           MOVE ZERO TO WS-MAP-COUNT.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "Cannot open GLMAP.DAT, status=" WS-MAP-STATUS
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ GL-MAP-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 0350-TAKE-MAP-LINE
                 END-READ
              END-PERFORM
              CLOSE GL-MAP-FILE
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       0350-TAKE-MAP-LINE.
           IF GL-MAP-RECORD = SPACES OR GL-MAP-RECORD(1:1) = "*"
              CONTINUE
           ELSE
              MOVE GM-TRAN-TYPE TO WS-SEEK-TYPE
              PERFORM 0400-FIND-TYPE
              IF WS-TYPE-HIT = 0
                 OR (NOT GM-DEBIT AND NOT GM-CREDIT)
                 OR GM-ACCOUNT = SPACES
                 OR WS-MAP-COUNT >= WS-MAP-LIMIT
                 ADD 1 TO WS-MAP-BAD-COUNT
                 MOVE SPACES TO GL-RPT-LINE
                 STRING "GLMAP.DAT line ignored: " DELIMITED BY SIZE
                        GL-MAP-RECORD DELIMITED BY SIZE
                        INTO GL-RPT-LINE
                 END-STRING
                 WRITE GL-RPT-LINE
                 ADD 1 TO WS-LINES-ON-PAGE
              ELSE
                 ADD 1 TO WS-MAP-COUNT
                 MOVE GM-TRAN-TYPE   TO MP-TRAN-TYPE(WS-MAP-COUNT)
                 MOVE GM-SIDE        TO MP-SIDE(WS-MAP-COUNT)
                 MOVE GM-ACCOUNT     TO MP-ACCOUNT(WS-MAP-COUNT)
                 MOVE GM-DESCRIPTION TO MP-DESCRIPTION(WS-MAP-COUNT)
              END-IF
           END-IF.

       0400-FIND-TYPE.
           MOVE ZERO TO WS-TYPE-HIT.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM UNTIL WS-TYPE-SUB > WS-TYPE-MAX
                      OR WS-TYPE-HIT > 0
              IF TY-CODE(WS-TYPE-SUB) = WS-SEEK-TYPE
                 MOVE WS-TYPE-SUB TO WS-TYPE-HIT
              END-IF
              ADD 1 TO WS-TYPE-SUB
           END-PERFORM.

      *> Dues raised are the invoices past the last one fed; a
      *> write-off is what was still owed on an item cancelled since
      *> the last feed.
       1000-SCAN-BILLING.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-BILL NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-BILL-READ-COUNT
                    IF CB-INVOICE-NO > WS-LAST-INVOICE
                       MOVE "DUE" TO WS-SEEK-TYPE
                       MOVE CB-AMOUNT TO WS-ITEM-AMOUNT
                       PERFORM 1100-ADD-ACTIVITY
                       IF CB-INVOICE-NO > WS-HIGH-INVOICE
                          MOVE CB-INVOICE-NO TO WS-HIGH-INVOICE
                       END-IF
                    END-IF
                    IF CB-ITEM-CANCELLED
                       AND CB-AMOUNT > CB-AMOUNT-PAID
                       AND CB-CLOSED-DATE > WS-LAST-POST-DATE
                       AND CB-CLOSED-DATE <= WS-POST-DATE
                       MOVE "WOF" TO WS-SEEK-TYPE
                       COMPUTE WS-ITEM-AMOUNT =
                               CB-AMOUNT - CB-AMOUNT-PAID
                       PERFORM 1100-ADD-ACTIVITY
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

       1100-ADD-ACTIVITY.
           PERFORM 0400-FIND-TYPE.
           IF WS-TYPE-HIT = 0
              ADD 1 TO WS-UNKNOWN-COUNT
              ADD WS-ITEM-AMOUNT TO WS-UNKNOWN-VALUE
           ELSE
              ADD 1 TO TY-COUNT(WS-TYPE-HIT)
              ADD WS-ITEM-AMOUNT TO TY-AMOUNT(WS-TYPE-HIT)
           END-IF.

      *> PAYTRAN.DAT only ever grows - the lines past the count the
      *> last feed took are the ones not fed yet, whatever date they
      *> carry.
       2000-SCAN-PAYMENTS.
           MOVE ZERO TO WS-TRAN-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ PAYMENT-TRAN
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-TRAN-LINE-COUNT
                    IF WS-TRAN-LINE-COUNT > WS-LAST-TRAN-COUNT
                       ADD 1 TO WS-TRAN-READ-COUNT
                       MOVE PT-TRAN-TYPE TO WS-SEEK-TYPE
                       IF PT-AMOUNT IS NUMERIC
                          MOVE PT-AMOUNT TO WS-ITEM-AMOUNT
                       ELSE
                          MOVE ZERO TO WS-ITEM-AMOUNT
                          MOVE "???" TO WS-SEEK-TYPE
                       END-IF
                       *> DUE and WOF come from CUSTBILL only.
                       IF WS-SEEK-TYPE = "DUE" OR "WOF"
                          MOVE "???" TO WS-SEEK-TYPE
                       END-IF
                       PERFORM 1100-ADD-ACTIVITY
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.
           *> A shorter file than last time was replaced, not added
           *> to - take it from the top next time.
           IF WS-TRAN-LINE-COUNT < WS-LAST-TRAN-COUNT
              MOVE WS-LAST-TRAN-COUNT TO WS-TRAN-LINE-COUNT
           END-IF.

      *> Post each type's total to every leg the map gives it. A type
      *> with activity needs at least one debit and one credit leg.
       3000-BUILD-POSTINGS.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM UNTIL WS-TYPE-SUB > WS-TYPE-MAX
              IF TY-AMOUNT(WS-TYPE-SUB) > ZERO
                 MOVE 1 TO WS-MAP-SUB
                 PERFORM UNTIL WS-MAP-SUB > WS-MAP-COUNT
                    IF MP-TRAN-TYPE(WS-MAP-SUB) = TY-CODE(WS-TYPE-SUB)
                       PERFORM 3100-POST-LEG
                    END-IF
                    ADD 1 TO WS-MAP-SUB
                 END-PERFORM
                 IF TY-DEBIT-LEGS(WS-TYPE-SUB) = 0
                    OR TY-CREDIT-LEGS(WS-TYPE-SUB) = 0
                    ADD 1 TO WS-UNMAPPED-COUNT
                 END-IF
              END-IF
              ADD 1 TO WS-TYPE-SUB
           END-PERFORM.

       3100-POST-LEG.
           MOVE ZERO TO WS-ACCT-HIT.
           MOVE 1 TO WS-ACCT-SUB.
           PERFORM UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-ACCT-HIT > 0
              IF AC-ACCOUNT(WS-ACCT-SUB) = MP-ACCOUNT(WS-MAP-SUB)
                 MOVE WS-ACCT-SUB TO WS-ACCT-HIT
              END-IF
              ADD 1 TO WS-ACCT-SUB
           END-PERFORM.
           IF WS-ACCT-HIT = 0
              ADD 1 TO WS-ACCT-COUNT
              MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
              MOVE MP-ACCOUNT(WS-MAP-SUB) TO AC-ACCOUNT(WS-ACCT-HIT)
              MOVE MP-DESCRIPTION(WS-MAP-SUB)
                TO AC-DESCRIPTION(WS-ACCT-HIT)
              MOVE ZERO TO AC-DEBIT(WS-ACCT-HIT)
                           AC-CREDIT(WS-ACCT-HIT)
           END-IF.
           IF MP-SIDE(WS-MAP-SUB) = "D"
              ADD TY-AMOUNT(WS-TYPE-SUB) TO AC-DEBIT(WS-ACCT-HIT)
              ADD TY-AMOUNT(WS-TYPE-SUB) TO WS-TOTAL-DEBITS
              ADD 1 TO TY-DEBIT-LEGS(WS-TYPE-SUB)
           ELSE
              ADD TY-AMOUNT(WS-TYPE-SUB) TO AC-CREDIT(WS-ACCT-HIT)
              ADD TY-AMOUNT(WS-TYPE-SUB) TO WS-TOTAL-CREDITS
              ADD 1 TO TY-CREDIT-LEGS(WS-TYPE-SUB)
           END-IF.

      *> One DTL per account and side with a value, between the HDR
      *> and the TRL that proves them.
       4000-WRITE-FEED.
           OPEN OUTPUT GL-FEED-FILE.
           MOVE SPACES TO GL-FEED-HEADER.
           MOVE "HDR"            TO GH-REC-TYPE.
           MOVE WS-POST-DATE     TO GH-POSTING-DATE.
           MOVE WS-COMPANY-CODE  TO GH-COMPANY.
           MOVE WS-FROM-DATE     TO GH-FROM-DATE.
           MOVE WS-CURR-DATE-NUM TO GH-RUN-DATE.
           WRITE GL-FEED-HEADER.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE 1 TO WS-ACCT-SUB.
           PERFORM UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF AC-DEBIT(WS-ACCT-SUB) > ZERO
                 MOVE "D" TO GF-SIDE
                 MOVE AC-DEBIT(WS-ACCT-SUB) TO GF-AMOUNT
                 PERFORM 4050-WRITE-DETAIL
              END-IF
              IF AC-CREDIT(WS-ACCT-SUB) > ZERO
                 MOVE "C" TO GF-SIDE
                 MOVE AC-CREDIT(WS-ACCT-SUB) TO GF-AMOUNT
                 PERFORM 4050-WRITE-DETAIL
              END-IF
              ADD 1 TO WS-ACCT-SUB
           END-PERFORM.
           MOVE SPACES TO GL-FEED-TRAILER.
           MOVE "TRL"            TO GT-REC-TYPE.
           MOVE WS-ENTRY-COUNT   TO GT-ENTRY-COUNT.
           MOVE WS-TOTAL-DEBITS  TO GT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS.
           WRITE GL-FEED-TRAILER.
           CLOSE GL-FEED-FILE.

       4050-WRITE-DETAIL.
           MOVE "DTL"                      TO GF-REC-TYPE.
           MOVE WS-POST-DATE               TO GF-POSTING-DATE.
           MOVE AC-ACCOUNT(WS-ACCT-SUB)     TO GF-ACCOUNT.
           MOVE AC-DESCRIPTION(WS-ACCT-SUB) TO GF-DESCRIPTION.
           WRITE GL-FEED-DETAIL.
           ADD 1 TO WS-ENTRY-COUNT.

       4100-WRITE-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE.
           MOVE SPACES TO GL-CONTROL-RECORD.
           MOVE WS-POST-DATE       TO GC-LAST-POST-DATE.
           MOVE WS-TRAN-LINE-COUNT TO GC-PAYTRAN-COUNT.
           MOVE WS-HIGH-INVOICE    TO GC-LAST-INVOICE.
           MOVE WS-CURR-DATE-NUM   TO GC-RUN-DATE.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO GL-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE GL-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "GENERAL LEDGER INTERFACE" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO GL-RPT-LINE
           END-STRING.
           WRITE GL-RPT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-FROM-DATE = ZERO
              STRING "POSTING DATE: " DELIMITED BY SIZE
                     WS-POST-DATE-TEXT DELIMITED BY SIZE
                     "   COVERING: EVERYTHING NOT YET FED"
                     DELIMITED BY SIZE
                     INTO GL-RPT-LINE
              END-STRING
           ELSE
              STRING "POSTING DATE: " DELIMITED BY SIZE
                     WS-POST-DATE-TEXT DELIMITED BY SIZE
                     "   COVERING FROM: " DELIMITED BY SIZE
                     WS-FROM-DATE-TEXT DELIMITED BY SIZE
                     INTO GL-RPT-LINE
              END-STRING
           END-IF.
           WRITE GL-RPT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.
           MOVE 3 TO WS-LINES-ON-PAGE.

      *> What was picked up, type by type, and whether the map could
      *> place it.
       8300-PRINT-ACTIVITY.
           MOVE SPACES TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.
           MOVE "Type"         TO GL-RPT-LINE(1:4).
           MOVE "Activity"     TO GL-RPT-LINE(7:30).
           MOVE "  Items"      TO GL-RPT-LINE(39:7).
           MOVE "           Amount" TO GL-RPT-LINE(48:17).
           MOVE "Legs D/C"     TO GL-RPT-LINE(67:8).
           MOVE "Note"         TO GL-RPT-LINE(77:30).
           WRITE GL-RPT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           MOVE ALL "=" TO GL-RPT-LINE(1:4).
           MOVE ALL "=" TO GL-RPT-LINE(7:30).
           MOVE ALL "=" TO GL-RPT-LINE(39:7).
           MOVE ALL "=" TO GL-RPT-LINE(48:17).
           MOVE ALL "=" TO GL-RPT-LINE(67:8).
           MOVE ALL "=" TO GL-RPT-LINE(77:30).
           WRITE GL-RPT-LINE.
           ADD 3 TO WS-LINES-ON-PAGE.
           MOVE 1 TO WS-TYPE-SUB.
           PERFORM UNTIL WS-TYPE-SUB > WS-TYPE-MAX
              MOVE SPACES TO GL-RPT-LINE
              MOVE TY-CODE(WS-TYPE-SUB) TO GL-RPT-LINE(1:3)
              MOVE TY-DESCRIPTION(WS-TYPE-SUB) TO GL-RPT-LINE(7:30)
              MOVE TY-COUNT(WS-TYPE-SUB) TO WS-COUNT-OUT
              MOVE WS-COUNT-OUT TO GL-RPT-LINE(39:7)
              MOVE TY-AMOUNT(WS-TYPE-SUB) TO WS-VALUE-OUT
              MOVE WS-VALUE-OUT TO GL-RPT-LINE(48:17)
              IF TY-AMOUNT(WS-TYPE-SUB) > ZERO
                 MOVE TY-DEBIT-LEGS(WS-TYPE-SUB)
                   TO GL-RPT-LINE(68:2)
                 MOVE "/" TO GL-RPT-LINE(70:1)
                 MOVE TY-CREDIT-LEGS(WS-TYPE-SUB)
                   TO GL-RPT-LINE(71:2)
                 IF TY-DEBIT-LEGS(WS-TYPE-SUB) = 0
                    OR TY-CREDIT-LEGS(WS-TYPE-SUB) = 0
                    MOVE "NOT MAPPED - ADD BOTH LEGS"
                      TO GL-RPT-LINE(77:30)
                 END-IF
              END-IF
              WRITE GL-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
              ADD 1 TO WS-TYPE-SUB
           END-PERFORM.
           IF WS-UNKNOWN-COUNT > 0
              MOVE SPACES TO GL-RPT-LINE
              MOVE "???" TO GL-RPT-LINE(1:3)
              MOVE "UNKNOWN PAYTRAN TYPE OR AMOUNT"
                TO GL-RPT-LINE(7:30)
              MOVE WS-UNKNOWN-COUNT TO WS-COUNT-OUT
              MOVE WS-COUNT-OUT TO GL-RPT-LINE(39:7)
              MOVE WS-UNKNOWN-VALUE TO WS-VALUE-OUT
              MOVE WS-VALUE-OUT TO GL-RPT-LINE(48:17)
              MOVE "CANNOT BE POSTED" TO GL-RPT-LINE(77:30)
              WRITE GL-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.

      *> The postings by account, as they go on the feed.
       8400-PRINT-POSTINGS.
           IF WS-LINES-ON-PAGE + 8 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.
           MOVE "Account"      TO GL-RPT-LINE(1:10).
           MOVE "Description"  TO GL-RPT-LINE(13:30).
           MOVE "            Debit" TO GL-RPT-LINE(45:17).
           MOVE "           Credit" TO GL-RPT-LINE(64:17).
           WRITE GL-RPT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           MOVE ALL "=" TO GL-RPT-LINE(1:10).
           MOVE ALL "=" TO GL-RPT-LINE(13:30).
           MOVE ALL "=" TO GL-RPT-LINE(45:17).
           MOVE ALL "=" TO GL-RPT-LINE(64:17).
           WRITE GL-RPT-LINE.
           ADD 3 TO WS-LINES-ON-PAGE.
           MOVE 1 TO WS-ACCT-SUB.
           PERFORM UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                 PERFORM 8200-PRINT-PAGE-HEADERS
              END-IF
              MOVE SPACES TO GL-RPT-LINE
              MOVE AC-ACCOUNT(WS-ACCT-SUB) TO GL-RPT-LINE(1:10)
              MOVE AC-DESCRIPTION(WS-ACCT-SUB) TO GL-RPT-LINE(13:30)
              MOVE AC-DEBIT(WS-ACCT-SUB) TO WS-VALUE-OUT
              MOVE WS-VALUE-OUT TO GL-RPT-LINE(45:17)
              MOVE AC-CREDIT(WS-ACCT-SUB) TO WS-VALUE-OUT
              MOVE WS-VALUE-OUT TO GL-RPT-LINE(64:17)
              WRITE GL-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
              ADD 1 TO WS-ACCT-SUB
           END-PERFORM.
           IF WS-ACCT-COUNT = 0
              MOVE "No ledger postings for this date."
                TO GL-RPT-LINE
              WRITE GL-RPT-LINE
              ADD 1 TO WS-LINES-ON-PAGE
           END-IF.
           MOVE SPACES TO GL-RPT-LINE.
           MOVE ALL "-" TO GL-RPT-LINE(45:17).
           MOVE ALL "-" TO GL-RPT-LINE(64:17).
           WRITE GL-RPT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           MOVE "TOTAL" TO GL-RPT-LINE(13:30).
           MOVE WS-TOTAL-DEBITS TO WS-VALUE-OUT.
           MOVE WS-VALUE-OUT TO GL-RPT-LINE(45:17).
           MOVE WS-TOTAL-CREDITS TO WS-VALUE-OUT.
           MOVE WS-VALUE-OUT TO GL-RPT-LINE(64:17).
           WRITE GL-RPT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

      *> The proof, and what became of the feed.
       8500-PRINT-TOTALS.
           MOVE SPACES TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.
           MOVE "Total debits" TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-DEBITS TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "Total credits" TO WS-TOTAL-LABEL.
           MOVE WS-TOTAL-CREDITS TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT.
           STRING "Debits less credits" DELIMITED BY SIZE
                  "                 : " DELIMITED BY SIZE
                  WS-DIFF-OUT DELIMITED BY SIZE
                  INTO GL-RPT-LINE
           END-STRING.
           WRITE GL-RPT-LINE.
           MOVE "Types with activity not mapped" TO WS-TOTAL-LABEL.
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "GLMAP.DAT lines ignored" TO WS-TOTAL-LABEL.
           MOVE WS-MAP-BAD-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.
           IF WS-FEED-BALANCED
              MOVE SPACES TO GL-RPT-LINE
              STRING "FEED BALANCED - " DELIMITED BY SIZE
                     WS-ENTRY-COUNT DELIMITED BY SIZE
                     " ledger entries written to GLFEED.DAT."
                     DELIMITED BY SIZE
                     INTO GL-RPT-LINE
              END-STRING
           ELSE
              MOVE "FEED OUT OF BALANCE - nothing sent to finance; "
                &  "fix GLMAP.DAT and rerun." TO GL-RPT-LINE
           END-IF.
           WRITE GL-RPT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.
           MOVE "<<< GENERAL LEDGER INTERFACE >>>" TO GL-RPT-LINE.
           WRITE GL-RPT-LINE.

       8600-PRINT-TOTAL-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           MOVE WS-SHOW-VALUE TO WS-VALUE-OUT.
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-VALUE-OUT DELIMITED BY SIZE
                  INTO GL-RPT-LINE
           END-STRING.
           WRITE GL-RPT-LINE.

       8700-PRINT-COUNT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO GL-RPT-LINE
           END-STRING.
           WRITE GL-RPT-LINE.
