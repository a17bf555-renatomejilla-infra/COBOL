       01  WS-DUP-CONFIRM      PIC X(1) VALUE "N".

       01  WS-NEXT-CUST-ID     PIC 9(6) VALUE ZERO.
      *> Customer numbers are shown to the operator in the printed
      *> seven-digit form (with check digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-FIRST-NAME       PIC X(20) VALUE SPACES.
       01  WS-LAST-NAME        PIC X(20) VALUE SPACES.
       01  WS-BIRTH-DATE       PIC 9(8) VALUE ZERO.

           PERFORM 2000-CHECK-DUPLICATE.
           IF WS-DUP-CUST-ID > 0
              MOVE WS-DUP-CUST-ID TO WS-CHK-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              DISPLAY " "
              DISPLAY "A live customer with this name and birth "
                      "date is already on file as ID "
                      WS-PRINT-ID(1:7) "."
              DISPLAY "Add anyway? (Y/N): " WITH NO ADVANCING
              ACCEPT WS-DUP-CONFIRM
              IF WS-DUP-CONFIRM NOT = "Y"
                                 WS-DATE-STATUS WS-NEW-AGE.

           MOVE WS-NEXT-CUST-ID TO CM-CUST-ID.
           MOVE WS-NEXT-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE WS-FIRST-NAME   TO CM-FIRST-NAME.
           MOVE WS-LAST-NAME    TO CM-LAST-NAME.
           MOVE WS-BIRTH-DATE   TO CM-BIRTH-DATE.
           WRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "Write failed for customer "
                         WS-PRINT-ID(1:7) ", status="
                         WS-MASTER-STATUS
                 MOVE 16 TO WS-OP-RESULT
              NOT INVALID KEY
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " registered."
                 MOVE 0 TO WS-OP-RESULT
                 MOVE "A" TO WS-JRNL-ACTION
                      WS-OPERATOR-ID WS-JRNL-ACTION
                      WS-BEFORE-IMAGE WS-AFTER-IMAGE
           END-WRITE.

      *> Printed seven-digit form of WS-CHK-CUST-ID for the screen.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
