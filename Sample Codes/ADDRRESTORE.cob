       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01 WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01 WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".
       01 WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

       01 WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01 WS-BACKUP-STATUS    PIC XX VALUE "00".
       01 WS-GEN-SUB          PIC 99 VALUE ZERO.
       01 WS-PICK-NUMBER      PIC 99 VALUE ZERO.

      *> Customer number as printed, through the shared CUSTCHK.
       01 WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "ADDRRESTORE".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-GENREG-FILE.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
                    MOVE BK-UNDELIV-DATE TO CA-UNDELIV-DATE
                    WRITE CUSTOMER-ADDRESS-RECORD
                       INVALID KEY
                          CALL "CUSTCHK" USING WS-PRINT-FUNCTION
                               WS-PRINT-ID CA-CUST-ID WS-PRINT-RESULT
                          DISPLAY "Duplicate key " WS-PRINT-ID(1:7)
                                  " in generation - skipped."
                       NOT INVALID KEY
                          ADD 1 TO WS-RESTORED-COUNT

           CLOSE BACKUP-FILE.
           CLOSE CUSTOMER-ADDRESS.
           PERFORM 2900-DROP-SNAPSHOT.

      *> CUSTSNAP.DAT was taken from the file just replaced, and a
      *> restore is not journalled, so SNAPREAD would go on finding
      *> it current. The snapshot is dropped - its readers fall back
      *> to the live files until CUSTSNAP takes the next one.
       2900-DROP-SNAPSHOT.
           CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                RETURNING WS-DELETE-RESULT.
