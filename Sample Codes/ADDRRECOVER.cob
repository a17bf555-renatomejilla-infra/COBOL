
       01 WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01 WS-JRNL-FILE-NAME   PIC X(26) VALUE "ADDRJRNL.DAT".
       01 WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".
       01 WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

       01 WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS   PIC XX VALUE "00".
          05 WS-BI-CUST-ID    PIC 9(6).
          05 FILLER           PIC X(84).

      *> Customer number as printed, through the shared CUSTCHK.
       01 WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "ADDRRECOVER".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.

           CLOSE JOURNAL-FILE.
           CLOSE CUSTOMER-ADDRESS.
           IF WS-APPLIED-COUNT > 0
              PERFORM 3000-DROP-SNAPSHOT
           END-IF.

           DISPLAY "Journal entries read   : " WS-READ-COUNT.
           DISPLAY "Entries replayed       : " WS-APPLIED-COUNT.
              INVALID KEY
                 REWRITE CUSTOMER-ADDRESS-RECORD
                    INVALID KEY
                       CALL "CUSTCHK" USING WS-PRINT-FUNCTION
                            WS-PRINT-ID CA-CUST-ID WS-PRINT-RESULT
                       DISPLAY "Cannot apply journal entry for "
                               "customer " WS-PRINT-ID(1:7) ", status="
                               WS-ADDRESS-STATUS
                 END-REWRITE
           END-WRITE.
              INVALID KEY
                 CONTINUE
           END-DELETE.

      *> The replay rewrites the file without journalling, so
      *> SNAPREAD would still find CUSTSNAP.DAT current against the
      *> journals. The snapshot is dropped - its readers fall back to
      *> the live files until CUSTSNAP takes the next one.
       3000-DROP-SNAPSHOT.
           CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                RETURNING WS-DELETE-RESULT.
