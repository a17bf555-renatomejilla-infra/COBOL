      *                     shared RUNSTATS routine, so RUNSTATRPT
      *                     can trend this program's volumes and
      *                     reject rate across runs.
      *    2026-10-15  RDM  The customer to restore is keyed by the
      *                     number as printed and proved through the
      *                     shared CUSTCHK before the archive is read.
      *    2026-10-15  RDM  Purge report and restore messages print
      *                     customer numbers with their check digits.
      *    ============================================================

       IDENTIFICATION DIVISION.
       01 WS-MENU-CHOICE      PIC 9 VALUE ZERO.
       01 WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01 WS-RESTORE-ID       PIC 9(6) VALUE ZERO.
       01 WS-RESTORE-TEXT     PIC X(8) VALUE SPACES.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
      *> Customer numbers are shown in the printed seven-digit form.
       01 WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01 WS-PRINT-CUST-ID    PIC 9(6) VALUE ZERO.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-PRINT-RESULT     PIC X(1) VALUE SPACE.

       01 WS-SCAN-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-PURGE-COUNT      PIC 9(6) VALUE ZERO.
           END-READ.

       1200-MOVE-TO-ARCHIVE.
           MOVE CM-CUST-ID     TO WS-PRINT-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE CM-CUST-ID     TO AR-CUST-ID.
           MOVE CM-FIRST-NAME  TO AR-FIRST-NAME.
           MOVE CM-LAST-NAME   TO AR-LAST-NAME.
           MOVE WS-CURR-DATE   TO AR-PURGE-DATE.
           WRITE CUSTOMER-ARCHIVE-RECORD
              INVALID KEY
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " is already on the archive - master "
                         "record left in place."
              NOT INVALID KEY
                 DELETE CUSTOMER-MASTER RECORD
                    INVALID KEY
                       DISPLAY "Delete failed for customer "
                               WS-PRINT-ID(1:7) ", status="
                               WS-MASTER-STATUS
                    NOT INVALID KEY
                       ADD 1 TO WS-PURGE-COUNT
       1300-REPORT-PURGED.
           MOVE SPACES TO PURGE-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AR-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
           WRITE PURGE-RPT-LINE.

       2000-RESTORE-FROM-ARCHIVE.
           DISPLAY "Customer number to restore: " WITH NO ADVANCING.
           MOVE SPACES TO WS-RESTORE-TEXT.
           ACCEPT WS-RESTORE-TEXT.

           MOVE ZERO TO WS-RESTORE-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-RESTORE-TEXT
                                 WS-RESTORE-ID WS-CHK-RESULT.
           EVALUATE WS-CHK-RESULT
              WHEN SPACE
              WHEN "B"
                 PERFORM 2050-READ-ARCHIVE
              WHEN "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-RESTORE-TEXT)
                         " - nothing restored."
                 MOVE 4 TO WS-OP-RESULT
              WHEN "M"
                 DISPLAY "Key the full customer number, check "
                         "digit included."
                 MOVE 4 TO WS-OP-RESULT
              WHEN OTHER
                 DISPLAY "'" FUNCTION TRIM(WS-RESTORE-TEXT)
                         "' is not a customer number."
                 MOVE 4 TO WS-OP-RESULT
           END-EVALUATE.

       2050-READ-ARCHIVE.
           MOVE WS-RESTORE-ID TO WS-PRINT-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE WS-RESTORE-ID TO AR-CUST-ID.
           READ CUSTOMER-ARCHIVE
              INVALID KEY
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " is not on the archive."
                 MOVE 4 TO WS-OP-RESULT
              NOT INVALID KEY
           MOVE AR-LOAD-DATE   TO CM-LOAD-DATE.
           WRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " is already on CUSTMAST - nothing "
                         "restored."
                 MOVE 4 TO WS-OP-RESULT
                               WS-ARCHIVE-STATUS
                       MOVE 16 TO WS-OP-RESULT
                    NOT INVALID KEY
                       DISPLAY "Customer " WS-PRINT-ID(1:7)
                               " restored to CUSTMAST."
                       MOVE 0 TO WS-OP-RESULT
                 END-DELETE
           END-WRITE.

      *> Printed seven-digit form of WS-PRINT-CUST-ID.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-PRINT-CUST-ID WS-PRINT-RESULT.
