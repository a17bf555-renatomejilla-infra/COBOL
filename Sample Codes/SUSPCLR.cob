      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Suspense clearing for lockbox payments
      *                  LBOXPOST could not post, in the RELMAINT
      *                  screen style. Lists the payments held on the
      *                  SUSPENSE file with the customer ID, invoice,
      *                  and bank reference the payer quoted and why
      *                  each was held. A held payment is applied to
      *                  the right open item on CUSTBILL once the
      *                  operator has found it - the customer proved
      *                  live through the shared CUSTLOOKUP, the
      *                  invoice on file for that customer and not
      *                  cancelled. The item takes no more than it
      *                  still owes; whatever is left stays held, so
      *                  one payment can settle several items. A
      *                  supervisor can instead return a held payment
      *                  to the payer, with a note. Every movement is
      *                  appended to PAYTRAN.DAT as LBOXPOST's are, and
      *                  a cleared payment stays on SUSPENSE as the
      *                  record of who cleared it and where it went.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Shows the check digit the payer quoted after
      *                     the customer ID, and the new LBOXPOST hold
      *                     reason K as "Check digit wrong". The
      *                     customer a held payment is applied to is
      *                     keyed by the number as printed and proved
      *                     through the shared CUSTCHK; a wrong check
      *                     digit is refused on the screen.
      *    2026-10-15  RDM  The confirmation prints the customer number
      *                     with its check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SUSPCLR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SP-SUSP-KEY
                               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CUSTOMER-BILL ASSIGN TO WS-CUSTBILL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CB-BILL-KEY
                               FILE STATUS IS WS-BILL-STATUS.

           SELECT PAYMENT-TRAN ASSIGN TO WS-PAYTRAN-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  CUSTOMER-BILL.
       COPY BILLREC.

       FD  PAYMENT-TRAN.
       COPY PAYTREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-SUSPENSE-FILE    PIC X(26) VALUE "SUSPENSE".
       01  WS-CUSTBILL-FILE    PIC X(26) VALUE "CUSTBILL".
       01  WS-PAYTRAN-FILE     PIC X(26) VALUE "PAYTRAN.DAT".

       01  WS-SUSP-STATUS      PIC XX VALUE "00".
       01  WS-BILL-STATUS      PIC XX VALUE "00".
       01  WS-TRAN-STATUS      PIC XX VALUE "00".
       01  WS-SUSP-EOF         PIC X(1) VALUE "N".

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-CONFIRM          PIC X(1) VALUE "N".
       01  WS-SUSP-FOUND       PIC X(1) VALUE "N".
           88 WS-HELD-ON-FILE    VALUE "Y".
       01  WS-ITEM-FOUND       PIC X(1) VALUE "N".

      *> Screen working fields - the records themselves are only
      *> touched once the edits have passed validation.
       01  WS-EDIT-DEPOSIT-DATE PIC 9(8) VALUE ZERO.
       01  WS-EDIT-SEQ         PIC 9(4) VALUE ZERO.
       01  WS-EDIT-CUST-ID     PIC 9(6) VALUE ZERO.
      *> Keyed as the number as printed and proved through the
      *> shared CUSTCHK into the ID above.
       01  WS-EDIT-CUST-TEXT   PIC X(8) VALUE SPACES.
           88 WS-APPLY-CANCELLED VALUE SPACES, "0".
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
           88 WS-CHK-OK          VALUE SPACE, "B".
       01  WS-EDIT-INVOICE     PIC 9(8) VALUE ZERO.
       01  WS-EDIT-NOTE        PIC X(30) VALUE SPACES.
       01  WS-CUST-NAME        PIC X(42) VALUE SPACES.

       01  WS-EDITS-OK         PIC X(1) VALUE "N".
           88 WS-EDITS-ACCEPTED  VALUE "Y".

      *> Customer fields from the shared CUSTLOOKUP.
       01  WS-LOOKUP-ID        PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-FOUND     PIC X(1) VALUE "N".
       01  WS-LOOKUP-FIRST     PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-LAST      PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-AGE       PIC 99 VALUE ZERO.

       01  WS-HELD-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-OUTSTANDING      PIC 9(7)V99 VALUE ZERO.
       01  WS-APPLIED          PIC 9(7)V99 VALUE ZERO.
       01  WS-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
       01  WS-OWED-OUT         PIC Z,ZZZ,ZZ9.99.
       01  WS-REASON-TEXT      PIC X(22) VALUE SPACES.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HELD-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-OUT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TRAN-TYPE        PIC X(3) VALUE SPACES.
       01  WS-TRAN-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-TRAN-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-TRAN-INVOICE     PIC 9(8) VALUE ZERO.

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "SUSPCLR".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.
       01  WS-OP-RESULT        PIC 9(2) VALUE ZERO.

       SCREEN SECTION.
       01  WS-APPLY-SCREEN.
           05  BLANK SCREEN.
           05  VALUE "Apply Held Payment"     LINE 1  COL 31.
           05  VALUE "Suspense item:"         LINE 3  COL 5.
           05  PIC 9(8) FROM WS-EDIT-DEPOSIT-DATE LINE 3 COL 21.
           05  VALUE "/"                      LINE 3  COL 29.
           05  PIC 9(4) FROM WS-EDIT-SEQ      LINE 3  COL 30.
           05  VALUE "Amount held:"           LINE 4  COL 5.
           05  PIC Z,ZZZ,ZZ9.99 FROM WS-HELD-AMOUNT LINE 4 COL 21.
           05  VALUE "Payer quoted:"          LINE 5  COL 5.
           05  PIC X(6) FROM SP-QUOTED-CUST-ID LINE 5 COL 21.
           05  PIC X(1) FROM SP-QUOTED-CHECK-DIGIT LINE 5 COL 27.
           05  PIC X(8) FROM SP-QUOTED-INVOICE LINE 5 COL 29.
           05  VALUE "Held because:"          LINE 6  COL 5.
           05  PIC X(22) FROM WS-REASON-TEXT  LINE 6  COL 21.
           05  VALUE "Apply to customer:"     LINE 8  COL 5.
           05  PIC X(8) USING WS-EDIT-CUST-TEXT LINE 8  COL 24.
           05  VALUE "(blank to cancel)"      LINE 8  COL 34.
           05  VALUE "Invoice number:"        LINE 9  COL 5.
           05  PIC 9(8) USING WS-EDIT-INVOICE LINE 9  COL 24.

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-SUSPENSE-FILE.
           CALL "FILERES" USING WS-CUSTBILL-FILE.
           CALL "FILERES" USING WS-PAYTRAN-FILE.

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

           *> The nightly batch window and an interactive
           *> session must not update the same data at once.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y"
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

           *> Nothing has been held until LBOXPOST first holds
           *> something - no SUSPENSE file means nothing to clear.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
              DISPLAY "No payments have been held in suspense."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CUSTOMER-BILL.
           IF WS-SUSP-STATUS NOT = "00" OR WS-BILL-STATUS NOT = "00"
              DISPLAY "Cannot open SUSPENSE/CUSTBILL, status="
                      WS-SUSP-STATUS "/" WS-BILL-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "1. List payments held in suspense".
           DISPLAY "2. Apply a held payment to an open item".
           DISPLAY "3. Return a held payment to the payer".
           DISPLAY "0. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                 PERFORM 1000-LIST-HELD
              WHEN 2
                 PERFORM 2000-APPLY-PAYMENT
              WHEN 3
                 PERFORM 3000-RETURN-PAYMENT
              WHEN OTHER
                 DISPLAY "No suspense item cleared."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

           CLOSE SUSPENSE-FILE.
           CLOSE CUSTOMER-BILL.

           EVALUATE WS-OP-RESULT
              WHEN 0
                 MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              WHEN 4
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              WHEN OTHER
                 MOVE "FAIL" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE WS-OP-RESULT TO RETURN-CODE.

           GOBACK.

      *> Every payment still held, oldest deposit first.
       1000-LIST-HELD.
           MOVE ZERO TO WS-HELD-COUNT WS-HELD-TOTAL.
           MOVE "N" TO WS-SUSP-EOF.
           MOVE LOW-VALUES TO SP-SUSP-KEY.
           START SUSPENSE-FILE
              KEY IS NOT LESS THAN SP-SUSP-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SUSP-EOF
           END-START.
           DISPLAY " ".
           DISPLAY "Item          Quoted          Bank Ref      "
                   "      Held  Reason".
           DISPLAY "============= =============== ============ "
                   "=========== ======================".
           PERFORM UNTIL WS-SUSP-EOF = "Y"
              READ SUSPENSE-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-SUSP-EOF
                 NOT AT END
                    IF SP-HELD
                       ADD 1 TO WS-HELD-COUNT
                       ADD SP-AMOUNT TO WS-HELD-TOTAL
                       PERFORM 5000-REASON-TEXT
                       MOVE SP-AMOUNT TO WS-AMOUNT-OUT
                       DISPLAY SP-DEPOSIT-DATE "/" SP-SUSP-SEQ " "
                               SP-QUOTED-CUST-ID
                               SP-QUOTED-CHECK-DIGIT " "
                               SP-QUOTED-INVOICE " "
                               SP-BANK-REF " "
                               WS-AMOUNT-OUT(2:11) " "
                               WS-REASON-TEXT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-HELD-TOTAL TO WS-TOTAL-OUT.
           DISPLAY " ".
           DISPLAY WS-HELD-COUNT " payment(s) held, total "
                   WS-TOTAL-OUT.
           IF WS-HELD-COUNT = 0
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE 0 TO WS-OP-RESULT
           END-IF.

      *> The item takes no more than it still owes - the rest of the
      *> held payment stays held for the next item it belongs to.
       2000-APPLY-PAYMENT.
           PERFORM 4000-GET-HELD-ITEM.
           IF NOT WS-HELD-ON-FILE
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 2100-ENTER-TARGET
              IF WS-EDIT-CUST-ID = ZERO
                 DISPLAY "Nothing applied."
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 PERFORM 2200-CONFIRM-AND-APPLY
              END-IF
           END-IF.

       2100-ENTER-TARGET.
           MOVE ZERO TO WS-EDIT-CUST-ID WS-EDIT-INVOICE.
           MOVE SPACES TO WS-EDIT-CUST-TEXT.
           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
              DISPLAY WS-APPLY-SCREEN
              ACCEPT WS-APPLY-SCREEN

              MOVE ZERO TO WS-EDIT-CUST-ID
              MOVE SPACE TO WS-CHK-RESULT
              IF NOT WS-APPLY-CANCELLED
                 CALL "CUSTCHK" USING WS-CHK-FUNCTION
                      WS-EDIT-CUST-TEXT WS-EDIT-CUST-ID
                      WS-CHK-RESULT
              END-IF
              IF WS-EDIT-CUST-ID NOT = ZERO
                 PERFORM 2150-CHECK-TARGET
              END-IF

              EVALUATE TRUE
                 WHEN WS-APPLY-CANCELLED
                    MOVE "Y" TO WS-EDITS-OK
                 WHEN WS-CHK-RESULT = "C"
                    DISPLAY "Check digit wrong for that customer "
                            "number. Please re-enter." LINE 12 COL 5
                 WHEN NOT WS-CHK-OK
                    DISPLAY "Key the full customer number, check "
                            "digit included." LINE 12 COL 5
                 WHEN WS-LOOKUP-FOUND NOT = "Y"
                    DISPLAY "No live customer with that ID. "
                            "Please re-enter." LINE 12 COL 5
                 WHEN WS-ITEM-FOUND NOT = "Y"
                    DISPLAY "No invoice with that number for this "
                            "customer. Please re-enter."
                            LINE 12 COL 5
                 WHEN CB-ITEM-CANCELLED
                    DISPLAY "That invoice was cancelled. "
                            "Please re-enter." LINE 12 COL 5
                 WHEN WS-OUTSTANDING = ZERO
                    DISPLAY "That invoice is already paid. "
                            "Please re-enter." LINE 12 COL 5
                 WHEN OTHER
                    MOVE "Y" TO WS-EDITS-OK
              END-EVALUATE
           END-PERFORM.

       2150-CHECK-TARGET.
           MOVE WS-EDIT-CUST-ID TO WS-LOOKUP-ID.
           CALL "CUSTLOOKUP" USING WS-LOOKUP-ID WS-LOOKUP-FOUND
                                    WS-LOOKUP-FIRST WS-LOOKUP-LAST
                                    WS-LOOKUP-AGE.
           MOVE SPACES TO WS-CUST-NAME.
           STRING FUNCTION TRIM(WS-LOOKUP-FIRST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOOKUP-LAST) DELIMITED BY SIZE
                  INTO WS-CUST-NAME
           END-STRING.
           MOVE "N" TO WS-ITEM-FOUND.
           MOVE ZERO TO WS-OUTSTANDING.
           MOVE SPACE TO CB-STATUS.
           IF WS-LOOKUP-FOUND = "Y"
              MOVE WS-EDIT-CUST-ID TO CB-CUST-ID
              MOVE WS-EDIT-INVOICE TO CB-INVOICE-NO
              READ CUSTOMER-BILL
                 INVALID KEY
                    MOVE SPACE TO CB-STATUS
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ITEM-FOUND
                    IF CB-ITEM-OPEN
                       COMPUTE WS-OUTSTANDING =
                               CB-AMOUNT - CB-AMOUNT-PAID
                    END-IF
              END-READ
           END-IF.

       2200-CONFIRM-AND-APPLY.
           IF WS-HELD-AMOUNT > WS-OUTSTANDING
              MOVE WS-OUTSTANDING TO WS-APPLIED
           ELSE
              MOVE WS-HELD-AMOUNT TO WS-APPLIED
           END-IF.
           MOVE WS-APPLIED TO WS-AMOUNT-OUT.
           MOVE WS-OUTSTANDING TO WS-OWED-OUT.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-EDIT-CUST-ID WS-PRINT-RESULT.
           DISPLAY "Customer: " WS-PRINT-ID(1:7) " " WS-CUST-NAME.
           DISPLAY "Invoice:  " WS-EDIT-INVOICE " for "
                   CB-BILL-YEAR ", still owing " WS-OWED-OUT.
           DISPLAY "Apply " WS-AMOUNT-OUT " of the held payment? "
                   "(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Nothing applied."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              ADD WS-APPLIED TO CB-AMOUNT-PAID
              IF CB-AMOUNT-PAID >= CB-AMOUNT
                 MOVE "P" TO CB-STATUS
                 MOVE WS-CURR-DATE TO CB-CLOSED-DATE
              END-IF
              MOVE WS-OPERATOR-ID TO CB-SET-BY
              REWRITE CUSTOMER-BILL-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for invoice "
                            WS-EDIT-INVOICE ", status="
                            WS-BILL-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    PERFORM 2300-REDUCE-HELD
              END-REWRITE
           END-IF.

      *> The suspense record is re-read before it is reduced - the
      *> CUSTBILL read in between does not disturb it, but the
      *> record area must hold the item being cleared.
       2300-REDUCE-HELD.
           MOVE WS-EDIT-DEPOSIT-DATE TO SP-DEPOSIT-DATE.
           MOVE WS-EDIT-SEQ          TO SP-SUSP-SEQ.
           READ SUSPENSE-FILE
              INVALID KEY
                 MOVE "N" TO WS-SUSP-FOUND
           END-READ.
           IF NOT WS-HELD-ON-FILE
              DISPLAY "Suspense item " WS-EDIT-DEPOSIT-DATE "/"
                      WS-EDIT-SEQ " has gone - invoice "
                      WS-EDIT-INVOICE " WAS credited, correct it "
                      "by hand."
              MOVE 16 TO WS-OP-RESULT
           ELSE
              PERFORM 2400-REWRITE-HELD
           END-IF.

       2400-REWRITE-HELD.
           SUBTRACT WS-APPLIED FROM SP-AMOUNT.
           MOVE WS-EDIT-CUST-ID TO SP-APPLIED-CUST-ID.
           MOVE WS-EDIT-INVOICE TO SP-APPLIED-INVOICE.
           IF SP-AMOUNT = ZERO
              MOVE "A" TO SP-STATUS
              MOVE WS-CURR-DATE   TO SP-CLEARED-DATE
              MOVE WS-OPERATOR-ID TO SP-CLEARED-BY
           END-IF.
           REWRITE SUSPENSE-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for suspense item "
                         SP-SUSP-KEY ", status=" WS-SUSP-STATUS
                 DISPLAY "Invoice " WS-EDIT-INVOICE " WAS credited "
                         "- correct the suspense item by hand."
                 MOVE 16 TO WS-OP-RESULT
              NOT INVALID KEY
                 MOVE "SAP" TO WS-TRAN-TYPE
                 MOVE WS-APPLIED TO WS-TRAN-AMOUNT
                 MOVE WS-EDIT-CUST-ID TO WS-TRAN-CUST-ID
                 MOVE WS-EDIT-INVOICE TO WS-TRAN-INVOICE
                 PERFORM 6000-WRITE-TRANSACTION
                 IF SP-AMOUNT = ZERO
                    DISPLAY "Payment applied - suspense item "
                            "cleared."
                 ELSE
                    MOVE SP-AMOUNT TO WS-AMOUNT-OUT
                    DISPLAY "Payment applied - " WS-AMOUNT-OUT
                            " still held."
                 END-IF
                 MOVE 0 TO WS-OP-RESULT
           END-REWRITE.

      *> Money goes back to the payer only on a supervisor's word,
      *> with the reason noted on the item.
       3000-RETURN-PAYMENT.
           IF WS-OPERATOR-ROLE NOT = "SUPERVISOR"
              AND WS-OPERATOR-ROLE NOT = "ADMIN"
              DISPLAY "Only a supervisor can return a held payment."
              MOVE 8 TO WS-OP-RESULT
           ELSE
              PERFORM 4000-GET-HELD-ITEM
              IF NOT WS-HELD-ON-FILE
                 MOVE 4 TO WS-OP-RESULT
              ELSE
                 PERFORM 3100-CONFIRM-RETURN
              END-IF
           END-IF.

       3100-CONFIRM-RETURN.
           MOVE SPACES TO WS-EDIT-NOTE.
           PERFORM UNTIL WS-EDIT-NOTE NOT = SPACES
              DISPLAY "Reason for returning it: " WITH NO ADVANCING
              ACCEPT WS-EDIT-NOTE
           END-PERFORM.
           MOVE WS-HELD-AMOUNT TO WS-AMOUNT-OUT.
           DISPLAY "Return " WS-AMOUNT-OUT " to the payer? (Y/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Nothing returned."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              MOVE "R"            TO SP-STATUS
              MOVE WS-EDIT-NOTE   TO SP-NOTE
              MOVE WS-CURR-DATE   TO SP-CLEARED-DATE
              MOVE WS-OPERATOR-ID TO SP-CLEARED-BY
              REWRITE SUSPENSE-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for suspense item "
                            SP-SUSP-KEY ", status=" WS-SUSP-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    MOVE "SRT" TO WS-TRAN-TYPE
                    MOVE WS-HELD-AMOUNT TO WS-TRAN-AMOUNT
                    MOVE ZERO TO WS-TRAN-CUST-ID WS-TRAN-INVOICE
                    PERFORM 6000-WRITE-TRANSACTION
                    DISPLAY "Held payment marked as returned."
                    MOVE 0 TO WS-OP-RESULT
              END-REWRITE
           END-IF.

      *> The operator keys the item as listed - deposit date and
      *> sequence. Only a payment still held can be cleared.
       4000-GET-HELD-ITEM.
           MOVE "N" TO WS-SUSP-FOUND.
           DISPLAY "Suspense item - deposit date (YYYYMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-EDIT-DEPOSIT-DATE.
           DISPLAY "                   sequence number:     "
                   WITH NO ADVANCING.
           ACCEPT WS-EDIT-SEQ.
           MOVE WS-EDIT-DEPOSIT-DATE TO SP-DEPOSIT-DATE.
           MOVE WS-EDIT-SEQ          TO SP-SUSP-SEQ.
           READ SUSPENSE-FILE
              INVALID KEY
                 DISPLAY "No suspense item " WS-EDIT-DEPOSIT-DATE
                         "/" WS-EDIT-SEQ "."
              NOT INVALID KEY
                 IF SP-HELD
                    MOVE "Y" TO WS-SUSP-FOUND
                    MOVE SP-AMOUNT TO WS-HELD-AMOUNT
                    PERFORM 5000-REASON-TEXT
                 ELSE
                    DISPLAY "Suspense item " WS-EDIT-DEPOSIT-DATE
                            "/" WS-EDIT-SEQ " was cleared on "
                            SP-CLEARED-DATE " by " SP-CLEARED-BY "."
                 END-IF
           END-READ.

       5000-REASON-TEXT.
           EVALUATE TRUE
              WHEN SP-BAD-CUST-ID
                 MOVE "No such customer" TO WS-REASON-TEXT
              WHEN SP-CUST-DELETED
                 MOVE "Customer deleted" TO WS-REASON-TEXT
              WHEN SP-UNKNOWN-INVOICE
                 MOVE "Invoice not on file" TO WS-REASON-TEXT
              WHEN SP-INVOICE-CANCELLED
                 MOVE "Invoice cancelled" TO WS-REASON-TEXT
              WHEN SP-OVERPAYMENT
                 MOVE "Overpayment" TO WS-REASON-TEXT
              WHEN SP-POSTING-FAILED
                 MOVE "Posting failed" TO WS-REASON-TEXT
              WHEN SP-CHECK-DIGIT-WRONG
                 MOVE "Check digit wrong" TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE "Unknown" TO WS-REASON-TEXT
           END-EVALUATE.

      *> The same PAYTRAN.DAT LBOXPOST appends to.
       6000-WRITE-TRANSACTION.
           OPEN EXTEND PAYMENT-TRAN.
           IF WS-TRAN-STATUS = "35"
              OPEN OUTPUT PAYMENT-TRAN
           END-IF.
           MOVE SPACES TO PAYMENT-TRAN-RECORD.
           MOVE WS-CURR-DATE    TO PT-TRAN-DATE.
           MOVE WS-TRAN-TYPE    TO PT-TRAN-TYPE.
           MOVE WS-TRAN-CUST-ID TO PT-CUST-ID.
           MOVE WS-TRAN-INVOICE TO PT-INVOICE-NO.
           MOVE WS-TRAN-AMOUNT  TO PT-AMOUNT.
           MOVE SP-BATCH-ID     TO PT-BATCH-ID.
           MOVE SP-BANK-REF     TO PT-BANK-REF.
           MOVE SP-SUSP-KEY     TO PT-SUSP-KEY.
           MOVE "SUSPCLR"       TO PT-PROGRAM.
           MOVE WS-OPERATOR-ID  TO PT-OPERATOR.
           WRITE PAYMENT-TRAN-RECORD.
           CLOSE PAYMENT-TRAN.
