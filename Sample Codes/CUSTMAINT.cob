      *                     BDAYRPT) suppresses flagged customers, so
      *                     recording the request here is what stops
      *                     the complaint letters going out again.
      *    2026-10-15  RDM  A new CUSTPREF record is built with the
      *                     deceased marker clear and its dates zero,
      *                     and the contact-flag option shows a recorded
      *                     death so the operator knows the customer
      *                     stays suppressed whatever is set.
      *    2026-10-15  RDM  The customer is keyed by the number as
      *                     printed - seven digits, or six, a hyphen
      *                     and the check digit - proved through the
      *                     shared CUSTCHK before the record is read,
      *                     so a transposed number is refused instead
      *                     of opening another customer. A six-digit ID
      *                     is still taken while CUSTCHK-BARE-IDS
      *                     allows it.
      *    2026-10-15  RDM  A segment keyed here is marked as set by a
      *                     person on CUSTPREF, so the nightly SEGASSIGN
      *                     rules never replace it; clearing it hands
      *                     the customer back to the rules.
      *    2026-10-15  RDM  Customer numbers in messages now print in
      *                     the seven-digit form, check digit included.
      *    ============================================================

       IDENTIFICATION DIVISION.

       01  WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01  WS-CUST-ID-ENTRY    PIC 9(6) VALUE ZERO.

      *> Customer number as keyed, proved through the shared CUSTCHK.
       01  WS-CUST-ID-TEXT     PIC X(8) VALUE SPACES.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
      *> ...and shown back in its printed seven-digit form.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01  WS-CONFIRM          PIC X(1) VALUE "N".

      *> Screen working fields - the record itself is only touched
           05  BLANK SCREEN.
           05  VALUE "Customer Maintenance"   LINE 1  COL 30.
           05  VALUE "Customer ID: "          LINE 3  COL 5.
           05  PIC X(7) FROM WS-PRINT-ID      LINE 3  COL 19.
           05  VALUE "First Name:  "          LINE 5  COL 5.
           05  PIC X(20) USING WS-EDIT-FIRST-NAME LINE 5  COL 19.
           05  VALUE "Last Name:   "          LINE 6  COL 5.
           REWRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "Rewrite failed for customer "
                         WS-PRINT-ID(1:7) ", status="
                         WS-MASTER-STATUS
                 MOVE 16 TO WS-OP-RESULT
              NOT INVALID KEY
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " updated successfully!"
                 MOVE 0 TO WS-OP-RESULT
                 MOVE "U" TO WS-JRNL-ACTION
           END-IF.

       2100-CONFIRM-AND-DELETE.
           DISPLAY "Customer " WS-PRINT-ID(1:7) ": "
                   FUNCTION TRIM(CM-FIRST-NAME) " "
                   FUNCTION TRIM(CM-LAST-NAME)
                   " (Age: " CM-AGE ")".
              REWRITE CUSTOMER-MASTER-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-MASTER-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Customer " WS-PRINT-ID(1:7)
                            " soft-deleted."
                    MOVE 0 TO WS-OP-RESULT
                    MOVE "D" TO WS-JRNL-ACTION
           PERFORM 4250-READ-OR-INIT-PREF.
           MOVE CP-SEGMENT-CODE TO WS-EDIT-SEGMENT.

           DISPLAY "Customer " WS-PRINT-ID(1:7) ": "
                   FUNCTION TRIM(CM-FIRST-NAME) " "
                   FUNCTION TRIM(CM-LAST-NAME)
                   "  segment on file: '" WS-EDIT-SEGMENT "'".
                 MOVE WS-CUST-ID-ENTRY TO CP-CUST-ID
                 MOVE "N" TO CP-DNC-FLAG
                 MOVE ZERO TO CP-DNC-DATE
                 MOVE "N" TO CP-DECEASED-FLAG
                 MOVE ZERO TO CP-DEATH-DATE CP-DECEASED-MARKED
                 MOVE ZERO TO CP-SEGMENT-SET-DATE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PREF-ON-FILE
           END-READ.
       4300-WRITE-PREF-RECORD.
           MOVE WS-CUST-ID-ENTRY TO CP-CUST-ID.
           MOVE WS-EDIT-SEGMENT  TO CP-SEGMENT-CODE.
           PERFORM 4350-MARK-SEGMENT-ORIGIN.
           IF WS-PREF-EXISTS
              REWRITE CUSTOMER-PREF-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-PREF-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Segment filed for customer "
                            WS-PRINT-ID(1:7) "."
                    MOVE 0 TO WS-OP-RESULT
              END-REWRITE
           ELSE
              WRITE CUSTOMER-PREF-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-PREF-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Segment filed for customer "
                            WS-PRINT-ID(1:7) "."
                    MOVE 0 TO WS-OP-RESULT
              END-WRITE
           END-IF.

      *> A segment keyed here is a person's decision, and SEGASSIGN's
      *> rules leave it alone; clearing it hands the customer back to
      *> the rules.
       4350-MARK-SEGMENT-ORIGIN.
           IF CP-SEGMENT-CODE = SPACES
              MOVE SPACE TO CP-SEGMENT-ORIGIN
           ELSE
              MOVE "M" TO CP-SEGMENT-ORIGIN
           END-IF.
           MOVE SPACES TO CP-SEGMENT-RULE.
           MOVE WS-CURR-DATE TO CP-SEGMENT-SET-DATE.

      *> The do-not-contact marker rides on the same CUSTPREF record
      *> as the segment, stamped with the date and the operator who
      *> recorded the request. Every outbound run suppresses flagged
       5100-ACCEPT-AND-FLAG.
           PERFORM 4250-READ-OR-INIT-PREF.

           DISPLAY "Customer " WS-PRINT-ID(1:7) ": "
                   FUNCTION TRIM(CM-FIRST-NAME) " "
                   FUNCTION TRIM(CM-LAST-NAME)
                   "  do-not-contact on file: " CP-DNC-FLAG.
           IF CP-CUSTOMER-DECEASED
              DISPLAY "Recorded deceased " CP-DEATH-DATE " ("
                      FUNCTION TRIM(CP-DECEASED-SOURCE)
                      ") - no outbound contact whatever is set here."
           END-IF.
           DISPLAY "Set do-not-contact? (Y to set, N to clear): "
                   WITH NO ADVANCING.
           ACCEPT WS-EDIT-DNC.
              REWRITE CUSTOMER-PREF-RECORD
                 INVALID KEY
                    DISPLAY "Rewrite failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-PREF-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Contact preference filed for "
                            "customer " WS-PRINT-ID(1:7) "."
                    MOVE 0 TO WS-OP-RESULT
              END-REWRITE
           ELSE
              WRITE CUSTOMER-PREF-RECORD
                 INVALID KEY
                    DISPLAY "Write failed for customer "
                            WS-PRINT-ID(1:7) ", status="
                            WS-PREF-STATUS
                    MOVE 16 TO WS-OP-RESULT
                 NOT INVALID KEY
                    DISPLAY "Contact preference filed for "
                            "customer " WS-PRINT-ID(1:7) "."
                    MOVE 0 TO WS-OP-RESULT
              END-WRITE
           END-IF.
      *> Common read-by-ID step for both operations. A soft-deleted
      *> record is reported as such rather than silently edited.
       3000-FETCH-CUSTOMER.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CUST-ID-TEXT.
           ACCEPT WS-CUST-ID-TEXT.

           MOVE ZERO TO WS-CUST-ID-ENTRY.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CUST-ID-TEXT
                                 WS-CUST-ID-ENTRY WS-CHK-RESULT.
           EVALUATE WS-CHK-RESULT
              WHEN SPACE
              WHEN "B"
                 PERFORM 3100-READ-CUSTOMER
              WHEN "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-CUST-ID-TEXT)
                         " - check the number and key it again."
                 MOVE 4 TO WS-OP-RESULT
              WHEN "M"
                 DISPLAY "Key the full customer number, check "
                         "digit included."
                 MOVE 4 TO WS-OP-RESULT
              WHEN OTHER
                 DISPLAY "'" FUNCTION TRIM(WS-CUST-ID-TEXT)
                         "' is not a customer number."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

       3100-READ-CUSTOMER.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-CUST-ID-ENTRY WS-PRINT-RESULT.
           MOVE WS-CUST-ID-ENTRY TO CM-CUST-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "No customer found with ID "
                         WS-PRINT-ID(1:7) "."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
                 IF CM-RECORD-DELETED
                    DISPLAY "Customer " WS-PRINT-ID(1:7)
                            " is already soft-deleted."
                    MOVE 4 TO WS-OP-RESULT
                 ELSE
