      *                     an operator keying a correction counts
      *                     as re-verifying the address, so the
      *                     letter runs resume mailing it.
      *    2026-10-15  RDM  The city and postal code keyed are now
      *                     proven against the POSTREF.DAT reference
      *                     table through the shared POSTCHECK routine.
      *                     A postal code on the table with a different
      *                     city is refused with a message and the
      *                     address is not saved. A code the table does
      *                     not carry yet is accepted as before.
      *    2026-10-15  RDM  The customer is keyed by the number as
      *                     printed - seven digits, or six, a hyphen
      *                     and the check digit - proved through the
      *                     shared CUSTCHK before the master is checked,
      *                     so a transposed number is refused instead
      *                     of filing an address on another customer.
      *                     A six-digit ID is still taken while
      *                     CUSTCHK-BARE-IDS allows it.
      *    2026-10-15  RDM  Customer numbers in messages now print in
      *                     the seven-digit form, check digit included.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".

       01  WS-CUST-ID-ENTRY    PIC 9(6) VALUE ZERO.

      *> Customer number as keyed, proved through the shared CUSTCHK.
       01  WS-CUST-ID-TEXT     PIC X(8) VALUE SPACES.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
      *> ...and shown back in its printed seven-digit form.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01  WS-RECORD-ON-FILE   PIC X(1) VALUE "N".
           88 WS-ADDRESS-EXISTS  VALUE "Y".

       01  WS-EDIT-POSTAL      PIC X(10) VALUE SPACES.
       01  WS-EDIT-PHONE       PIC X(15) VALUE SPACES.

      *> City/postal-code consistency through the shared POSTCHECK -
      *> Y valid, M mismatch, U code not on POSTREF, N no table.
       01  WS-POSTCHECK-RESULT PIC X(1) VALUE SPACE.

      *> Change-journal images handed to the shared ADDRJRNL routine
      *> on every write; the before image is captured at fetch.
       01  WS-JRNL-ACTION      PIC X(1) VALUE SPACE.
           05  BLANK SCREEN.
           05  VALUE "Customer Address Entry"  LINE 1  COL 28.
           05  VALUE "Customer ID: "           LINE 3  COL 5.
           05  PIC X(7) FROM WS-PRINT-ID       LINE 3  COL 19.
           05  VALUE "Name:        "           LINE 4  COL 5.
           05  PIC X(20) FROM WS-FIRST-NAME    LINE 4  COL 19.
           05  PIC X(20) FROM WS-LAST-NAME     LINE 4  COL 40.
           GOBACK.

       1000-ENTER-ADDRESS.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CUST-ID-TEXT.
           ACCEPT WS-CUST-ID-TEXT.

           MOVE ZERO TO WS-CUST-ID-ENTRY.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CUST-ID-TEXT
                                 WS-CUST-ID-ENTRY WS-CHK-RESULT.
           EVALUATE WS-CHK-RESULT
              WHEN SPACE
              WHEN "B"
                 PERFORM 1100-CHECK-CUSTOMER
              WHEN "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-CUST-ID-TEXT)
                         " - no address taken."
                 MOVE 4 TO WS-OP-RESULT
              WHEN "M"
                 DISPLAY "Key the full customer number, check "
                         "digit included - no address taken."
                 MOVE 4 TO WS-OP-RESULT
              WHEN OTHER
                 DISPLAY "'" FUNCTION TRIM(WS-CUST-ID-TEXT)
                         "' is not a customer number - "
                         "no address taken."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

       1100-CHECK-CUSTOMER.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-CUST-ID-ENTRY WS-PRINT-RESULT.
           CALL "CUSTLOOKUP" USING WS-CUST-ID-ENTRY WS-FOUND-SWITCH
                                    WS-FIRST-NAME WS-LAST-NAME
                                    WS-AGE.
           IF NOT WS-CUSTOMER-FOUND
              DISPLAY "Customer " WS-PRINT-ID(1:7)
                      " is not on the customer master - "
                      "no address taken."
              MOVE 4 TO WS-OP-RESULT
           DISPLAY WS-ADDRESS-SCREEN.
           ACCEPT WS-ADDRESS-SCREEN.

           *> A wrong city on a good postal code is refused here,
           *> before it reaches a letter - see POSTCHECK.
           CALL "POSTCHECK" USING WS-EDIT-POSTAL WS-EDIT-CITY
                                   WS-POSTCHECK-RESULT.
           IF WS-POSTCHECK-RESULT = "M"
              DISPLAY "City " FUNCTION TRIM(WS-EDIT-CITY)
                      " is not a valid city for postal code "
                      FUNCTION TRIM(WS-EDIT-POSTAL)
                      " - address not saved."
              MOVE 4 TO WS-OP-RESULT
           ELSE
              PERFORM 2500-SAVE-ADDRESS
           END-IF.

       2500-SAVE-ADDRESS.
           MOVE WS-CUST-ID-ENTRY TO CA-CUST-ID.
           MOVE WS-EDIT-STREET   TO CA-STREET.
           MOVE WS-EDIT-CITY     TO CA-CITY.
              REWRITE CUSTOMER-ADDRESS-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ADDRESS-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Address corrected for customer "
                            WS-PRINT-ID(1:7) "."
                    MOVE 0 TO WS-OP-RESULT
                    MOVE "U" TO WS-JRNL-ACTION
                    MOVE CUSTOMER-ADDRESS-RECORD
              WRITE CUSTOMER-ADDRESS-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-ADDRESS-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Address filed for customer "
                            WS-PRINT-ID(1:7) "."
                    MOVE 0 TO WS-OP-RESULT
                    MOVE "A" TO WS-JRNL-ACTION
                    MOVE CUSTOMER-ADDRESS-RECORD
