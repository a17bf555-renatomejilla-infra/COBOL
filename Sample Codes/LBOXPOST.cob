      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Lockbox payment posting, in the LTRACK style.
      *                  The bank sends LOCKBOX.DAT with each day's
      *                  dues payments - an HDR control record (deposit
      *                  date, bank, batch ID), one row per payment
      *                  (the customer ID and invoice number the payer
      *                  quoted, the amount, the payment date, and the
      *                  bank's reference), and a TRL record with the
      *                  payment count and total value. The file is
      *                  proved against its TRL before anything is
      *                  posted; an out-of-balance file posts nothing,
      *                  stays on disk for the bank's resend, and
      *                  raises an OPERALERT. Each payment of a
      *                  balanced file is matched to its CUSTBILL open
      *                  item: a part-payment reduces what is owed and
      *                  leaves the item open, a payment that settles
      *                  it closes the item as paid, and the excess of
      *                  an overpayment goes to suspense. A payment
      *                  that cannot be matched - a customer ID that is
      *                  not a customer, a deleted customer, an invoice
      *                  not on file for that customer, a cancelled
      *                  invoice - goes to the SUSPENSE file whole,
      *                  with its reason, for an operator to clear
      *                  through SUSPCLR. Every movement is appended to
      *                  PAYTRAN.DAT. LBOXPOST.RPT lists every payment
      *                  and balances the bank's file total against
      *                  the value posted plus the value put into
      *                  suspense. A balanced file is removed once
      *                  posted so the next night does not post it
      *                  twice. No LOCKBOX.DAT tonight is not an
      *                  error. RETURN-CODE 0 all posted, 4 something
      *                  went to suspense, 16 out of balance. Runs as
      *                  a NIGHTLYRUN step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Customer-number check digit. A payment row
      *                     gains the check digit of the customer
      *                     number the payer quoted (column 44), proved
      *                     through the shared CUSTCHK before the
      *                     master is read. A wrong or refused one goes
      *                     to suspense whole with the new reason K, so
      *                     a transposed number is never posted against
      *                     another customer's invoice. A blank column
      *                     44 passes while CUSTCHK-BARE-IDS allows it.
      *                     The report shows the number as quoted.
      *    2026-10-15  RDM  A missing HDR record returns RC 16 to the
      *                     caller instead of stopping the run unit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LBOXPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-IN   ASSIGN TO WS-LOCKBOX-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-BILL ASSIGN TO WS-CUSTBILL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CB-BILL-KEY
                               FILE STATUS IS WS-BILL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SP-SUSP-KEY
                               FILE STATUS IS WS-SUSP-STATUS.

           SELECT PAYMENT-TRAN ASSIGN TO WS-PAYTRAN-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TRAN-STATUS.

           SELECT LBOX-RPT     ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-IN.
       01  LOCKBOX-IN-RECORD.
           05 LB-CUST-ID         PIC X(6).
           05 LB-INVOICE-NO      PIC X(8).
           05 LB-AMOUNT-TEXT     PIC X(9).
           05 LB-AMOUNT REDEFINES LB-AMOUNT-TEXT PIC 9(7)V99.
           05 LB-PAY-DATE        PIC X(8).
           05 LB-BANK-REF        PIC X(12).
      *> Check digit of the customer number quoted - see CUSTCHK.
           05 LB-CHECK-DIGIT     PIC X(1).
      *> Control records bracketing the payments - "HDR" must be the
      *> first record on LOCKBOX.DAT and "TRL" the last.
       01  LOCKBOX-IN-HEADER.
           05 LBH-REC-TYPE       PIC X(3).
           05 LBH-DEPOSIT-DATE   PIC X(8).
           05 LBH-BANK           PIC X(10).
           05 LBH-BATCH-ID       PIC X(8).
       01  LOCKBOX-IN-TRAILER.
           05 LBT-REC-TYPE       PIC X(3).
           05 LBT-EXPECTED-COUNT PIC 9(6).
           05 LBT-EXPECTED-VALUE PIC 9(9)V99.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-BILL.
       COPY BILLREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PAYMENT-TRAN.
       COPY PAYTREC.

       FD  LBOX-RPT.
       01  LBOX-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-FILE     PIC X(26) VALUE "LOCKBOX.DAT".
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTBILL-FILE    PIC X(26) VALUE "CUSTBILL".
       01  WS-SUSPENSE-FILE    PIC X(26) VALUE "SUSPENSE".
       01  WS-PAYTRAN-FILE     PIC X(26) VALUE "PAYTRAN.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "LBOXPOST.RPT".

       01  WS-INPUT-STATUS     PIC XX VALUE "00".
       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-BILL-STATUS      PIC XX VALUE "00".
       01  WS-SUSP-STATUS      PIC XX VALUE "00".
       01  WS-TRAN-STATUS      PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-SUSP-EOF         PIC X(1) VALUE "N".
       01  WS-LOCKBOX-PRESENT  PIC X(1) VALUE "N".
           88 WS-HAVE-LOCKBOX  VALUE "Y".
       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

      *> Header/trailer control-record support.
       01  WS-DEPOSIT-DATE     PIC 9(8) VALUE ZERO.
       01  WS-BANK             PIC X(10) VALUE SPACES.
       01  WS-BATCH-ID         PIC X(8) VALUE SPACES.
       01  WS-TRAILER-SWITCH   PIC X(1) VALUE "N".
           88 WS-TRAILER-SEEN  VALUE "Y".
       01  WS-EXPECTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-EXPECTED-VALUE   PIC 9(9)V99 VALUE ZERO.
       01  WS-BALANCE-SWITCH   PIC X(1) VALUE "N".
           88 WS-FILE-BALANCED VALUE "Y".
       01  WS-BAD-AMOUNT-COUNT PIC 9(6) VALUE ZERO.

      *> The payments, held until the file has proved in balance.
       01  WS-PAY-TABLE.
           05 WS-PAY-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-PAY-LIMIT     PIC 9(5) VALUE 5000.
           05 WS-PAY-ENTRY OCCURS 5000 TIMES.
              10 PY-CUST-ID       PIC X(6).
              10 PY-INVOICE-NO    PIC X(8).
              10 PY-AMOUNT        PIC 9(7)V99.
              10 PY-PAY-DATE      PIC X(8).
              10 PY-BANK-REF      PIC X(12).
              10 PY-CHECK-DIGIT   PIC X(1).
       01  WS-PAY-SUB          PIC 9(5) VALUE ZERO.
       01  WS-PAY-OVERFLOW     PIC 9(6) VALUE ZERO.

      *> The payment being posted.
       01  WS-PAY-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01  WS-OUTSTANDING      PIC 9(7)V99 VALUE ZERO.
       01  WS-APPLIED          PIC 9(7)V99 VALUE ZERO.
       01  WS-TO-SUSPENSE      PIC 9(7)V99 VALUE ZERO.
       01  WS-SUSP-REASON      PIC X(1) VALUE SPACE.
       01  WS-CUST-NUM         PIC 9(6) VALUE ZERO.

      *> Customer-number check digit through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE SPACE.
       01  WS-CHK-ID-TEXT      PIC X(8) VALUE SPACES.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-INVOICE-NUM      PIC 9(8) VALUE ZERO.
       01  WS-PAY-DATE-NUM     PIC 9(8) VALUE ZERO.
       01  WS-NEXT-SUSP-SEQ    PIC 9(4) VALUE ZERO.
       01  WS-SUSP-KEY-TEXT    PIC X(12) VALUE SPACES.
       01  WS-TRAN-TYPE        PIC X(3) VALUE SPACES.
       01  WS-TRAN-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-OUTCOME          PIC X(40) VALUE SPACES.
       01  WS-OWED-OUT         PIC Z,ZZZ,ZZ9.99.

       01  WS-DETAIL-LINE.
           05 DL-CUST-ID       PIC X(7).
           05 FILLER           PIC X(1).
           05 DL-INVOICE       PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-BANK-REF      PIC X(12).
           05 FILLER           PIC X(2).
           05 DL-PAID          PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2).
           05 DL-APPLIED       PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2).
           05 DL-SUSPENSE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2).
           05 DL-OUTCOME       PIC X(40).

      *> Run totals.
       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-READ-VALUE       PIC 9(9)V99 VALUE ZERO.
       01  WS-POSTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-POSTED-VALUE     PIC 9(9)V99 VALUE ZERO.
       01  WS-PAID-OFF-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-PART-PAY-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-SUSP-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-SUSP-VALUE       PIC 9(9)V99 VALUE ZERO.
       01  WS-REASON-TOTALS.
           05 WS-BAD-ID-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-DELETED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
           05 WS-CANCEL-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-EXCESS-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-FAILED-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-CHECK-DIGIT-COUNT PIC 9(6) VALUE ZERO.
       01  WS-LOST-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-LOST-VALUE       PIC 9(9)V99 VALUE ZERO.
       01  WS-DIFFERENCE       PIC S9(9)V99 VALUE ZERO.

       01  WS-TOTAL-LABEL      PIC X(36) VALUE SPACES.
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-VALUE-OUT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SHOW-VALUE       PIC 9(9)V99 VALUE ZERO.
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
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "LBOXPOST".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< LOCKBOX PAYMENT POSTING >>>".
           DISPLAY "-------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-LOCKBOX-FILE.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTBILL-FILE.
           CALL "FILERES" USING WS-SUSPENSE-FILE.
           CALL "FILERES" USING WS-PAYTRAN-FILE.
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
           MOVE WS-CURR-DATE-NUM TO WS-DEPOSIT-DATE.

           OPEN OUTPUT LBOX-RPT.

           *> The bank does not send a file on days with no
           *> deposits - nothing to post is not a failure.
           OPEN INPUT LOCKBOX-IN.
           EVALUATE WS-INPUT-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-LOCKBOX-PRESENT
                 PERFORM 0800-READ-HEADER-RECORD
                 PERFORM 8200-PRINT-PAGE-HEADERS
                 PERFORM 1000-LOAD-PAYMENTS
                 CLOSE LOCKBOX-IN
              WHEN "35"
                 DISPLAY "No LOCKBOX.DAT tonight - nothing to post."
                 PERFORM 8200-PRINT-PAGE-HEADERS
                 MOVE "No lockbox file received tonight."
                   TO LBOX-RPT-LINE
                 WRITE LBOX-RPT-LINE
                 CLOSE LBOX-RPT
                 CALL "SPOOLREG" USING WS-PROGRAM-NAME
                                        WS-RPT-FILE-NAME
                 CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                        WS-STAT-WRITTEN
                                        WS-STAT-UPDATED
                                        WS-STAT-REJECTED
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 0 TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY "Cannot open LOCKBOX.DAT, status="
                         WS-INPUT-STATUS
                 CLOSE LBOX-RPT
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           *> Nothing is posted from a file that does not prove
           *> against its own trailer - it stays on disk for the
           *> bank's resend.
           IF NOT WS-FILE-BALANCED
              PERFORM 1900-REFUSE-FILE
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              CLOSE LBOX-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O CUSTOMER-BILL.
           IF WS-BILL-STATUS = "35"
              OPEN OUTPUT CUSTOMER-BILL
              CLOSE CUSTOMER-BILL
              OPEN I-O CUSTOMER-BILL
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-BILL-STATUS NOT = "00" OR WS-SUSP-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTBILL/SUSPENSE, status="
                      WS-BILL-STATUS "/" WS-SUSP-STATUS
              CLOSE CUSTOMER-MASTER
              CLOSE LBOX-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN EXTEND PAYMENT-TRAN.
           IF WS-TRAN-STATUS = "35"
              OPEN OUTPUT PAYMENT-TRAN
           END-IF.

           PERFORM 0900-FIND-LAST-SUSPENSE.

           MOVE 1 TO WS-PAY-SUB.
           PERFORM UNTIL WS-PAY-SUB > WS-PAY-COUNT
              PERFORM 2000-POST-PAYMENT
              ADD 1 TO WS-PAY-SUB
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-BILL.
           CLOSE SUSPENSE-FILE.
           CLOSE PAYMENT-TRAN.

           *> The bank's total must be accounted for in full - posted
           *> or held in suspense - before the file is let go.
           COMPUTE WS-DIFFERENCE = WS-READ-VALUE - WS-POSTED-VALUE
                                   - WS-SUSP-VALUE.

           PERFORM 8500-PRINT-TOTALS.
           CLOSE LBOX-RPT.

           *> A posted file is removed so tomorrow night does not post
           *> it again. One that did not account for every payment
           *> stays, with an alert, for the morning to look into.
           IF WS-DIFFERENCE = ZERO
              CALL "CBL_DELETE_FILE" USING WS-LOCKBOX-FILE
                   RETURNING WS-DELETE-RESULT
           ELSE
              MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING "LOCKBOX BATCH " DELIMITED BY SIZE
                     WS-BATCH-ID DELIMITED BY SIZE
                     " NOT FULLY ACCOUNTED FOR - SEE LBOXPOST.RPT"
                     DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
              END-STRING
              CALL "OPERALERT" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
           END-IF.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Payments read         : " WS-READ-COUNT.
           DISPLAY "Posted to open items  : " WS-POSTED-COUNT.
           DISPLAY "  Items paid off      : " WS-PAID-OFF-COUNT.
           DISPLAY "  Part-payments       : " WS-PART-PAY-COUNT.
           DISPLAY "  Overpayments        : " WS-EXCESS-COUNT.
           DISPLAY "Put into suspense     : " WS-SUSP-COUNT.
           MOVE WS-READ-VALUE TO WS-VALUE-OUT.
           DISPLAY "Bank file total       : " WS-VALUE-OUT.
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT.
           DISPLAY "Unaccounted for       : " WS-DIFF-OUT.

           MOVE WS-READ-COUNT   TO WS-STAT-READ.
           MOVE WS-SUSP-COUNT   TO WS-STAT-WRITTEN.
           MOVE WS-POSTED-COUNT TO WS-STAT-UPDATED.
           COMPUTE WS-STAT-REJECTED = WS-BAD-ID-COUNT
                   + WS-DELETED-COUNT + WS-UNKNOWN-COUNT
                   + WS-CANCEL-COUNT + WS-FAILED-COUNT
                   + WS-CHECK-DIGIT-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           EVALUATE TRUE
              WHEN WS-DIFFERENCE NOT = ZERO
                 DISPLAY "RUN OUT OF BALANCE - see LBOXPOST.RPT."
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
              WHEN WS-SUSP-COUNT > 0
                 MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           EVALUATE WS-AUDIT-OUTCOME
              WHEN "FAIL"
                 MOVE 16 TO RETURN-CODE
              WHEN "PARTIAL"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      *> The file must open with an "HDR" control record - a file
      *> without one is not a complete transfer and the run stops up
      *> front, exactly as LTRACK and ADDRLOAD do.
       0800-READ-HEADER-RECORD.
           READ LOCKBOX-IN
              AT END
                 MOVE "XXX" TO LOCKBOX-IN-RECORD(1:3)
           END-READ.
           IF LOCKBOX-IN-RECORD(1:3) NOT = "HDR"
              DISPLAY "LOCKBOX.DAT does not begin with an HDR "
                      "control record - run stopped."
              CLOSE LOCKBOX-IN
              CLOSE LBOX-RPT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF LBH-DEPOSIT-DATE IS NUMERIC
              MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           END-IF.
           MOVE LBH-BANK     TO WS-BANK.
           MOVE LBH-BATCH-ID TO WS-BATCH-ID.
           DISPLAY "Lockbox batch " WS-BATCH-ID " deposited "
                   WS-DEPOSIT-DATE " at "
                   FUNCTION TRIM(WS-BANK) ".".

      *> Every payment up to the TRL is held and totalled. An amount
      *> that is not a number cannot be proved against the bank's
      *> total, so it puts the whole file out of balance.
       1000-LOAD-PAYMENTS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ LOCKBOX-IN
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF LOCKBOX-IN-RECORD(1:3) = "TRL"
                       IF LBT-EXPECTED-COUNT IS NUMERIC
                          AND LBT-EXPECTED-VALUE IS NUMERIC
                          MOVE LBT-EXPECTED-COUNT
                            TO WS-EXPECTED-COUNT
                          MOVE LBT-EXPECTED-VALUE
                            TO WS-EXPECTED-VALUE
                          MOVE "Y" TO WS-TRAILER-SWITCH
                       ELSE
                          DISPLAY "Trailer totals are not numeric "
                                  "- treated as missing."
                       END-IF
                       MOVE "Y" TO WS-EOF-SWITCH
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1100-HOLD-PAYMENT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

           MOVE "N" TO WS-BALANCE-SWITCH.
           IF WS-TRAILER-SEEN
              AND WS-EXPECTED-COUNT = WS-READ-COUNT
              AND WS-EXPECTED-VALUE = WS-READ-VALUE
              AND WS-BAD-AMOUNT-COUNT = 0
              AND WS-PAY-OVERFLOW = 0
              MOVE "Y" TO WS-BALANCE-SWITCH
           END-IF.

       1100-HOLD-PAYMENT.
           IF LB-AMOUNT-TEXT IS NOT NUMERIC
              ADD 1 TO WS-BAD-AMOUNT-COUNT
              MOVE SPACES TO LBOX-RPT-LINE
              STRING "Payment row " DELIMITED BY SIZE
                     WS-READ-COUNT DELIMITED BY SIZE
                     " (bank ref " DELIMITED BY SIZE
                     LB-BANK-REF DELIMITED BY SIZE
                     "): amount is not numeric." DELIMITED BY SIZE
                     INTO LBOX-RPT-LINE
              END-STRING
              WRITE LBOX-RPT-LINE
           ELSE
              ADD LB-AMOUNT TO WS-READ-VALUE
              IF WS-PAY-COUNT < WS-PAY-LIMIT
                 ADD 1 TO WS-PAY-COUNT
                 MOVE LB-CUST-ID    TO PY-CUST-ID(WS-PAY-COUNT)
                 MOVE LB-INVOICE-NO TO PY-INVOICE-NO(WS-PAY-COUNT)
                 MOVE LB-AMOUNT     TO PY-AMOUNT(WS-PAY-COUNT)
                 MOVE LB-PAY-DATE   TO PY-PAY-DATE(WS-PAY-COUNT)
                 MOVE LB-BANK-REF   TO PY-BANK-REF(WS-PAY-COUNT)
                 MOVE LB-CHECK-DIGIT
                   TO PY-CHECK-DIGIT(WS-PAY-COUNT)
              ELSE
                 ADD 1 TO WS-PAY-OVERFLOW
              END-IF
           END-IF.

       1900-REFUSE-FILE.
           MOVE SPACES TO LBOX-RPT-LINE.
           WRITE LBOX-RPT-LINE.
           EVALUATE TRUE
              WHEN NOT WS-TRAILER-SEEN
                 MOVE "RUN REFUSED - no usable TRL control record."
                   TO LBOX-RPT-LINE
              WHEN WS-BAD-AMOUNT-COUNT > 0
                 MOVE "RUN REFUSED - payment amounts not numeric."
                   TO LBOX-RPT-LINE
              WHEN WS-PAY-OVERFLOW > 0
                 STRING "RUN REFUSED - more than " DELIMITED BY SIZE
                        WS-PAY-LIMIT DELIMITED BY SIZE
                        " payments in one file." DELIMITED BY SIZE
                        INTO LBOX-RPT-LINE
                 END-STRING
              WHEN OTHER
                 MOVE WS-EXPECTED-VALUE TO WS-VALUE-OUT
                 STRING "RUN REFUSED - TRL expects "
                        DELIMITED BY SIZE
                        WS-EXPECTED-COUNT DELIMITED BY SIZE
                        " payments worth " DELIMITED BY SIZE
                        WS-VALUE-OUT DELIMITED BY SIZE
                        INTO LBOX-RPT-LINE
                 END-STRING
           END-EVALUATE.
           WRITE LBOX-RPT-LINE.
           MOVE SPACES TO LBOX-RPT-LINE.
           MOVE WS-READ-VALUE TO WS-VALUE-OUT.
           STRING "File holds " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  " payment rows worth " DELIMITED BY SIZE
                  WS-VALUE-OUT DELIMITED BY SIZE
                  " - nothing posted." DELIMITED BY SIZE
                  INTO LBOX-RPT-LINE
           END-STRING.
           WRITE LBOX-RPT-LINE.
           CLOSE LBOX-RPT.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.
           DISPLAY "LOCKBOX.DAT OUT OF BALANCE - nothing posted, "
                   "see LBOXPOST.RPT.".

           MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "LOCKBOX BATCH " DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  " OUT OF BALANCE - NOTHING POSTED"
                  DELIMITED BY SIZE
                  INTO WS-ALERT-MESSAGE
           END-STRING.
           CALL "OPERALERT" USING WS-ALERT-SEVERITY
                WS-ALERT-PROGRAM WS-ALERT-MESSAGE.

           MOVE WS-READ-COUNT TO WS-STAT-READ.
           MOVE WS-READ-COUNT TO WS-STAT-REJECTED.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

      *> Suspense sequence numbers run on within the deposit date.
       0900-FIND-LAST-SUSPENSE.
           MOVE ZERO TO WS-NEXT-SUSP-SEQ.
           MOVE "N" TO WS-SUSP-EOF.
           MOVE WS-DEPOSIT-DATE TO SP-DEPOSIT-DATE.
           MOVE ZERO TO SP-SUSP-SEQ.
           START SUSPENSE-FILE
              KEY IS NOT LESS THAN SP-SUSP-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SUSP-EOF
           END-START.
           PERFORM UNTIL WS-SUSP-EOF = "Y"
              READ SUSPENSE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SUSP-EOF
                 NOT AT END
                    IF SP-DEPOSIT-DATE NOT = WS-DEPOSIT-DATE
                       MOVE "Y" TO WS-SUSP-EOF
                    ELSE
                       MOVE SP-SUSP-SEQ TO WS-NEXT-SUSP-SEQ
                    END-IF
              END-READ
           END-PERFORM.

      *> Match one payment to its open item. What the item cannot
      *> take - all of an unmatched payment, the excess of an
      *> overpayment - goes to suspense with its reason.
       2000-POST-PAYMENT.
           MOVE PY-AMOUNT(WS-PAY-SUB) TO WS-PAY-AMOUNT.
           MOVE ZERO TO WS-APPLIED WS-TO-SUSPENSE.
           MOVE SPACE TO WS-SUSP-REASON.
           MOVE ZERO TO WS-CUST-NUM WS-INVOICE-NUM.
           IF PY-PAY-DATE(WS-PAY-SUB) IS NUMERIC
              MOVE PY-PAY-DATE(WS-PAY-SUB) TO WS-PAY-DATE-NUM
           ELSE
              MOVE WS-DEPOSIT-DATE TO WS-PAY-DATE-NUM
           END-IF.

           IF PY-CUST-ID(WS-PAY-SUB) IS NOT NUMERIC
              MOVE "B" TO WS-SUSP-REASON
           ELSE
              PERFORM 2050-CHECK-CUST-DIGIT
           END-IF.

           IF WS-SUSP-REASON = SPACE
              MOVE WS-CUST-NUM TO CM-CUST-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE "B" TO WS-SUSP-REASON
                 NOT INVALID KEY
                    IF CM-RECORD-DELETED
                       MOVE "D" TO WS-SUSP-REASON
                    END-IF
              END-READ
           END-IF.

           IF WS-SUSP-REASON = SPACE
              IF PY-INVOICE-NO(WS-PAY-SUB) IS NOT NUMERIC
                 MOVE "U" TO WS-SUSP-REASON
              ELSE
                 MOVE PY-INVOICE-NO(WS-PAY-SUB) TO WS-INVOICE-NUM
                 MOVE WS-CUST-NUM    TO CB-CUST-ID
                 MOVE WS-INVOICE-NUM TO CB-INVOICE-NO
                 READ CUSTOMER-BILL
                    INVALID KEY
                       MOVE "U" TO WS-SUSP-REASON
                    NOT INVALID KEY
                       IF CB-ITEM-CANCELLED
                          MOVE "X" TO WS-SUSP-REASON
                       END-IF
                 END-READ
              END-IF
           END-IF.

           IF WS-SUSP-REASON = SPACE
              PERFORM 2100-APPLY-TO-ITEM
           ELSE
              MOVE WS-PAY-AMOUNT TO WS-TO-SUSPENSE
              PERFORM 2200-PLACE-IN-SUSPENSE
           END-IF.
           PERFORM 8100-PRINT-DETAIL.

      *> The quoted six-digit ID and its check digit together make
      *> the number as printed on the bill; a blank check digit is a
      *> bare six-digit ID.
       2050-CHECK-CUST-DIGIT.
           MOVE "V" TO WS-CHK-FUNCTION.
           MOVE SPACES TO WS-CHK-ID-TEXT.
           MOVE PY-CUST-ID(WS-PAY-SUB)     TO WS-CHK-ID-TEXT(1:6).
           MOVE PY-CHECK-DIGIT(WS-PAY-SUB) TO WS-CHK-ID-TEXT(7:1).
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CHK-ID-TEXT
                                 WS-CUST-NUM WS-CHK-RESULT.
           IF WS-CHK-RESULT NOT = SPACE
              AND WS-CHK-RESULT NOT = "B"
              MOVE "K" TO WS-SUSP-REASON
           END-IF.

      *> A paid item owes nothing, so a payment against it is all
      *> excess. The item closes as paid on the deposit date.
       2100-APPLY-TO-ITEM.
           IF CB-ITEM-PAID
              MOVE ZERO TO WS-OUTSTANDING
           ELSE
              COMPUTE WS-OUTSTANDING = CB-AMOUNT - CB-AMOUNT-PAID
           END-IF.
           IF WS-PAY-AMOUNT > WS-OUTSTANDING
              MOVE WS-OUTSTANDING TO WS-APPLIED
              COMPUTE WS-TO-SUSPENSE = WS-PAY-AMOUNT - WS-OUTSTANDING
           ELSE
              MOVE WS-PAY-AMOUNT TO WS-APPLIED
           END-IF.

           IF WS-APPLIED > ZERO
              ADD WS-APPLIED TO CB-AMOUNT-PAID
              IF CB-AMOUNT-PAID >= CB-AMOUNT
                 MOVE "P" TO CB-STATUS
                 MOVE WS-DEPOSIT-DATE TO CB-CLOSED-DATE
              END-IF
              MOVE "LBOXPOST" TO CB-SET-BY
              REWRITE CUSTOMER-BILL-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for invoice "
                            CB-INVOICE-NO ", status="
                            WS-BILL-STATUS
                    MOVE ZERO TO WS-APPLIED
                    MOVE WS-PAY-AMOUNT TO WS-TO-SUSPENSE
                    MOVE "F" TO WS-SUSP-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-POSTED-COUNT
                    ADD WS-APPLIED TO WS-POSTED-VALUE
                    MOVE "PAY" TO WS-TRAN-TYPE
                    MOVE WS-APPLIED TO WS-TRAN-AMOUNT
                    MOVE SPACES TO WS-SUSP-KEY-TEXT
                    PERFORM 2900-WRITE-TRANSACTION
              END-REWRITE
           END-IF.

           EVALUATE TRUE
              WHEN WS-SUSP-REASON = "F"
                 CONTINUE
              WHEN WS-TO-SUSPENSE > ZERO
                 MOVE "O" TO WS-SUSP-REASON
                 IF WS-APPLIED > ZERO
                    ADD 1 TO WS-PAID-OFF-COUNT
                 END-IF
              WHEN CB-ITEM-PAID
                 ADD 1 TO WS-PAID-OFF-COUNT
                 MOVE "POSTED - ITEM PAID IN FULL" TO WS-OUTCOME
              WHEN OTHER
                 ADD 1 TO WS-PART-PAY-COUNT
                 COMPUTE WS-OUTSTANDING = CB-AMOUNT - CB-AMOUNT-PAID
                 MOVE WS-OUTSTANDING TO WS-OWED-OUT
                 MOVE SPACES TO WS-OUTCOME
                 STRING "PART-PAYMENT - " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-OWED-OUT) DELIMITED BY SIZE
                        " STILL OWED" DELIMITED BY SIZE
                        INTO WS-OUTCOME
                 END-STRING
           END-EVALUATE.

           IF WS-TO-SUSPENSE > ZERO
              PERFORM 2200-PLACE-IN-SUSPENSE
           END-IF.

      *> The held money keeps everything the bank told us, so the
      *> operator clearing it has what the payer quoted.
       2200-PLACE-IN-SUSPENSE.
           ADD 1 TO WS-NEXT-SUSP-SEQ.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE WS-DEPOSIT-DATE          TO SP-DEPOSIT-DATE.
           MOVE WS-NEXT-SUSP-SEQ         TO SP-SUSP-SEQ.
           MOVE WS-BATCH-ID              TO SP-BATCH-ID.
           MOVE PY-BANK-REF(WS-PAY-SUB)  TO SP-BANK-REF.
           MOVE WS-PAY-DATE-NUM          TO SP-PAY-DATE.
           MOVE PY-CUST-ID(WS-PAY-SUB)   TO SP-QUOTED-CUST-ID.
           MOVE PY-CHECK-DIGIT(WS-PAY-SUB) TO SP-QUOTED-CHECK-DIGIT.
           MOVE PY-INVOICE-NO(WS-PAY-SUB) TO SP-QUOTED-INVOICE.
           MOVE WS-TO-SUSPENSE           TO SP-ORIGINAL-AMOUNT.
           MOVE WS-TO-SUSPENSE           TO SP-AMOUNT.
           MOVE WS-SUSP-REASON           TO SP-REASON.
           MOVE "H"                      TO SP-STATUS.
           MOVE ZERO                     TO SP-APPLIED-CUST-ID.
           MOVE ZERO                     TO SP-APPLIED-INVOICE.
           MOVE ZERO                     TO SP-CLEARED-DATE.
           EVALUATE TRUE
              WHEN SP-BAD-CUST-ID
                 ADD 1 TO WS-BAD-ID-COUNT
                 MOVE "SUSPENSE - NO SUCH CUSTOMER" TO WS-OUTCOME
              WHEN SP-CUST-DELETED
                 ADD 1 TO WS-DELETED-COUNT
                 MOVE "SUSPENSE - CUSTOMER DELETED" TO WS-OUTCOME
              WHEN SP-UNKNOWN-INVOICE
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE "SUSPENSE - INVOICE NOT ON FILE" TO WS-OUTCOME
              WHEN SP-INVOICE-CANCELLED
                 ADD 1 TO WS-CANCEL-COUNT
                 MOVE "SUSPENSE - INVOICE CANCELLED" TO WS-OUTCOME
              WHEN SP-CHECK-DIGIT-WRONG
                 ADD 1 TO WS-CHECK-DIGIT-COUNT
                 MOVE "SUSPENSE - CHECK DIGIT WRONG" TO WS-OUTCOME
              WHEN SP-OVERPAYMENT
                 ADD 1 TO WS-EXCESS-COUNT
                 MOVE "OVERPAID - EXCESS TO SUSPENSE" TO WS-OUTCOME
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE "SUSPENSE - ITEM UPDATE FAILED" TO WS-OUTCOME
           END-EVALUATE.
           WRITE SUSPENSE-RECORD
              INVALID KEY
                 DISPLAY "Suspense write failed for bank ref "
                         SP-BANK-REF ", status=" WS-SUSP-STATUS
                 ADD 1 TO WS-LOST-COUNT
                 ADD WS-TO-SUSPENSE TO WS-LOST-VALUE
                 MOVE "NOT ACCOUNTED - SUSPENSE WRITE FAILED"
                   TO WS-OUTCOME
              NOT INVALID KEY
                 ADD 1 TO WS-SUSP-COUNT
                 ADD WS-TO-SUSPENSE TO WS-SUSP-VALUE
                 MOVE SP-SUSP-KEY TO WS-SUSP-KEY-TEXT
                 MOVE "SUS" TO WS-TRAN-TYPE
                 MOVE WS-TO-SUSPENSE TO WS-TRAN-AMOUNT
                 PERFORM 2900-WRITE-TRANSACTION
           END-WRITE.

      *> WS-TRAN-TYPE, WS-TRAN-AMOUNT, and WS-SUSP-KEY-TEXT are set
      *> by the caller; the rest comes from the payment being posted.
       2900-WRITE-TRANSACTION.
           MOVE SPACES TO PAYMENT-TRAN-RECORD.
           MOVE WS-DEPOSIT-DATE         TO PT-TRAN-DATE.
           MOVE WS-TRAN-TYPE            TO PT-TRAN-TYPE.
           MOVE WS-TRAN-AMOUNT          TO PT-AMOUNT.
           MOVE WS-CUST-NUM             TO PT-CUST-ID.
           MOVE WS-INVOICE-NUM          TO PT-INVOICE-NO.
           MOVE WS-BATCH-ID             TO PT-BATCH-ID.
           MOVE PY-BANK-REF(WS-PAY-SUB) TO PT-BANK-REF.
           MOVE WS-SUSP-KEY-TEXT        TO PT-SUSP-KEY.
           MOVE "LBOXPOST"              TO PT-PROGRAM.
           MOVE WS-OPERATOR-ID          TO PT-OPERATOR.
           WRITE PAYMENT-TRAN-RECORD.

       8100-PRINT-DETAIL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PY-CUST-ID(WS-PAY-SUB)    TO DL-CUST-ID(1:6).
           MOVE PY-CHECK-DIGIT(WS-PAY-SUB) TO DL-CUST-ID(7:1).
           MOVE PY-INVOICE-NO(WS-PAY-SUB) TO DL-INVOICE.
           MOVE PY-BANK-REF(WS-PAY-SUB)   TO DL-BANK-REF.
           MOVE WS-PAY-AMOUNT  TO DL-PAID.
           MOVE WS-APPLIED     TO DL-APPLIED.
           MOVE WS-TO-SUSPENSE TO DL-SUSPENSE.
           MOVE WS-OUTCOME     TO DL-OUTCOME.
           WRITE LBOX-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO LBOX-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE LBOX-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "LOCKBOX PAYMENT POSTING" DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO LBOX-RPT-LINE
           END-STRING.
           WRITE LBOX-RPT-LINE.
           MOVE SPACES TO LBOX-RPT-LINE.
           IF WS-HAVE-LOCKBOX
              STRING "BATCH: " DELIMITED BY SIZE
                     WS-BATCH-ID DELIMITED BY SIZE
                     "   DEPOSITED: " DELIMITED BY SIZE
                     WS-DEPOSIT-DATE DELIMITED BY SIZE
                     "   BANK: " DELIMITED BY SIZE
                     WS-BANK DELIMITED BY SIZE
                     INTO LBOX-RPT-LINE
              END-STRING
           END-IF.
           WRITE LBOX-RPT-LINE.
           MOVE SPACES TO LBOX-RPT-LINE.
           WRITE LBOX-RPT-LINE.
           MOVE "Cust"         TO LBOX-RPT-LINE(1:7).
           MOVE "Invoice"      TO LBOX-RPT-LINE(9:8).
           MOVE "Bank Ref"     TO LBOX-RPT-LINE(19:12).
           MOVE "        Paid" TO LBOX-RPT-LINE(33:12).
           MOVE "     Applied" TO LBOX-RPT-LINE(47:12).
           MOVE "  To Suspens" TO LBOX-RPT-LINE(61:12).
           MOVE "Outcome"      TO LBOX-RPT-LINE(75:40).
           WRITE LBOX-RPT-LINE.
           MOVE SPACES TO LBOX-RPT-LINE.
           MOVE ALL "=" TO LBOX-RPT-LINE(1:7).
           MOVE ALL "=" TO LBOX-RPT-LINE(9:8).
           MOVE ALL "=" TO LBOX-RPT-LINE(19:12).
           MOVE ALL "=" TO LBOX-RPT-LINE(33:12).
           MOVE ALL "=" TO LBOX-RPT-LINE(47:12).
           MOVE ALL "=" TO LBOX-RPT-LINE(61:12).
           MOVE ALL "=" TO LBOX-RPT-LINE(75:40).
           WRITE LBOX-RPT-LINE.
           MOVE 6 TO WS-LINES-ON-PAGE.

      *> The balancing block: the bank's file total against what was
      *> posted plus what went into suspense - the difference must be
      *> nil.
       8500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 22 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO LBOX-RPT-LINE.
           WRITE LBOX-RPT-LINE.

           MOVE "Payments on bank file" TO WS-TOTAL-LABEL.
           MOVE WS-READ-COUNT TO WS-COUNT-OUT.
           MOVE WS-READ-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "Posted to open items" TO WS-TOTAL-LABEL.
           MOVE WS-POSTED-COUNT TO WS-COUNT-OUT.
           MOVE WS-POSTED-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "Put into suspense" TO WS-TOTAL-LABEL.
           MOVE WS-SUSP-COUNT TO WS-COUNT-OUT.
           MOVE WS-SUSP-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           IF WS-LOST-COUNT > 0
              MOVE "Could not be placed in suspense" TO WS-TOTAL-LABEL
              MOVE WS-LOST-COUNT TO WS-COUNT-OUT
              MOVE WS-LOST-VALUE TO WS-SHOW-VALUE
              PERFORM 8600-PRINT-TOTAL-LINE
           END-IF.
           MOVE SPACES TO LBOX-RPT-LINE.
           MOVE WS-DIFFERENCE TO WS-DIFF-OUT.
           IF WS-DIFFERENCE = ZERO
              STRING "BANK TOTAL LESS POSTED LESS SUSPENSE : "
                     DELIMITED BY SIZE
                     WS-DIFF-OUT DELIMITED BY SIZE
                     "   BALANCED" DELIMITED BY SIZE
                     INTO LBOX-RPT-LINE
              END-STRING
           ELSE
              STRING "BANK TOTAL LESS POSTED LESS SUSPENSE : "
                     DELIMITED BY SIZE
                     WS-DIFF-OUT DELIMITED BY SIZE
                     "   *** OUT OF BALANCE ***" DELIMITED BY SIZE
                     INTO LBOX-RPT-LINE
              END-STRING
           END-IF.
           WRITE LBOX-RPT-LINE.

           MOVE SPACES TO LBOX-RPT-LINE.
           WRITE LBOX-RPT-LINE.
           MOVE ZERO TO WS-SHOW-VALUE.
           MOVE "Items paid in full" TO WS-TOTAL-LABEL.
           MOVE WS-PAID-OFF-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Part-payments, item still open" TO WS-TOTAL-LABEL.
           MOVE WS-PART-PAY-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Overpayments, excess held" TO WS-TOTAL-LABEL.
           MOVE WS-EXCESS-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Suspense - no such customer" TO WS-TOTAL-LABEL.
           MOVE WS-BAD-ID-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Suspense - customer deleted" TO WS-TOTAL-LABEL.
           MOVE WS-DELETED-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Suspense - invoice not on file" TO WS-TOTAL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Suspense - invoice cancelled" TO WS-TOTAL-LABEL.
           MOVE WS-CANCEL-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           MOVE "Suspense - check digit wrong" TO WS-TOTAL-LABEL.
           MOVE WS-CHECK-DIGIT-COUNT TO WS-COUNT-OUT.
           PERFORM 8700-PRINT-COUNT-LINE.
           IF WS-FAILED-COUNT > 0
              MOVE "Suspense - item update failed" TO WS-TOTAL-LABEL
              MOVE WS-FAILED-COUNT TO WS-COUNT-OUT
              PERFORM 8700-PRINT-COUNT-LINE
           END-IF.

           MOVE SPACES TO LBOX-RPT-LINE.
           WRITE LBOX-RPT-LINE.
           MOVE "<<< LOCKBOX PAYMENT POSTING >>>" TO LBOX-RPT-LINE.
           WRITE LBOX-RPT-LINE.

       8600-PRINT-TOTAL-LINE.
           MOVE SPACES TO LBOX-RPT-LINE.
           MOVE WS-SHOW-VALUE TO WS-VALUE-OUT.
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  "   VALUE: " DELIMITED BY SIZE
                  WS-VALUE-OUT DELIMITED BY SIZE
                  INTO LBOX-RPT-LINE
           END-STRING.
           WRITE LBOX-RPT-LINE.

       8700-PRINT-COUNT-LINE.
           MOVE SPACES TO LBOX-RPT-LINE.
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO LBOX-RPT-LINE
           END-STRING.
           WRITE LBOX-RPT-LINE.
