      *                  Action codes: A add, U update, D soft delete,
      *                  P purge (physical delete), R restore.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  An update whose before and after images
      *                     carry different names now files the old name
      *                     on the CUSTALIAS side file (reason U, source
      *                     J, the calling program recorded), so
      *                     CUSTBROWSE still finds a customer by a name
      *                     they no longer use. Every caller gets this
      *                     without change.
      *    2026-10-15  RDM  Failure messages print the customer number
      *                     with its check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CUSTOMER-ALIAS ASSIGN TO WS-CUSTALIAS-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AL-ALIAS-KEY
                               ALTERNATE RECORD KEY IS
                                  AL-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           05 FILLER           PIC X.
           05 JR-AFTER-IMAGE   PIC X(65).

       FD  CUSTOMER-ALIAS.
       COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".

       01  WS-JOURNAL-STATUS   PIC XX.

       01  WS-CUSTALIAS-FILE   PIC X(26) VALUE "CUSTALIAS".
       01  WS-ALIAS-STATUS     PIC XX VALUE "00".

      *> The name fields of the two images, for the name-change test.
       01  WS-BEFORE-VIEW.
           05 WS-BV-CUST-ID    PIC 9(6).
           05 WS-BV-FIRST-NAME PIC X(20).
           05 WS-BV-LAST-NAME  PIC X(20).
           05 FILLER           PIC X(19).
       01  WS-AFTER-VIEW.
           05 WS-AV-CUST-ID    PIC 9(6).
           05 WS-AV-FIRST-NAME PIC X(20).
           05 WS-AV-LAST-NAME  PIC X(20).
           05 FILLER           PIC X(19).

       01  WS-ALIAS-EOF        PIC X(1) VALUE "N".
       01  WS-ALIAS-ON-FILE    PIC X(1) VALUE "N".
       01  WS-NEXT-SEQ         PIC 9(3) VALUE ZERO.
       01  WS-CHANGE-DATE      PIC 9(8) VALUE ZERO.

      *> Customer number as printed, for the operator messages.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME     PIC X(20).
       01  LK-OPERATOR-ID      PIC X(8).
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

           *> An update that changed the name files the old name on
           *> CUSTALIAS, so a search on it still finds the customer.
           IF LK-ACTION = "U"
              MOVE LK-BEFORE-IMAGE TO WS-BEFORE-VIEW
              MOVE LK-AFTER-IMAGE  TO WS-AFTER-VIEW
              IF WS-BV-LAST-NAME NOT = SPACES
                 AND (WS-BV-FIRST-NAME NOT = WS-AV-FIRST-NAME
                      OR WS-BV-LAST-NAME NOT = WS-AV-LAST-NAME)
                 PERFORM 1000-FILE-PREVIOUS-NAME
              END-IF
           END-IF.

           GOBACK.

      *> The old name is added under the next free sequence number
      *> for the customer, unless that name is already on file for
      *> them - a correction keyed back and forth adds it once. A
      *> failure here never stops the caller: the journal entry is
      *> already written and the name can be added through ALIASMAINT.
       1000-FILE-PREVIOUS-NAME.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           CALL "FILERES" USING WS-CUSTALIAS-FILE.
           OPEN I-O CUSTOMER-ALIAS.
           IF WS-ALIAS-STATUS = "35"
              OPEN OUTPUT CUSTOMER-ALIAS
              CLOSE CUSTOMER-ALIAS
              OPEN I-O CUSTOMER-ALIAS
           END-IF.
           IF WS-ALIAS-STATUS = "00"
              MOVE ZERO TO WS-NEXT-SEQ
              MOVE "N" TO WS-ALIAS-ON-FILE
              MOVE "N" TO WS-ALIAS-EOF
              MOVE WS-BV-CUST-ID TO AL-CUST-ID
              MOVE ZERO TO AL-ALIAS-SEQ
              START CUSTOMER-ALIAS
                 KEY IS NOT LESS THAN AL-ALIAS-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-ALIAS-EOF
              END-START
              PERFORM UNTIL WS-ALIAS-EOF = "Y"
                 READ CUSTOMER-ALIAS NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-ALIAS-EOF
                    NOT AT END
                       IF AL-CUST-ID NOT = WS-BV-CUST-ID
                          MOVE "Y" TO WS-ALIAS-EOF
                       ELSE
                          MOVE AL-ALIAS-SEQ TO WS-NEXT-SEQ
                          IF AL-ALIAS-ACTIVE
                             AND AL-FIRST-NAME = WS-BV-FIRST-NAME
                             AND AL-LAST-NAME = WS-BV-LAST-NAME
                             MOVE "Y" TO WS-ALIAS-ON-FILE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM

              IF WS-ALIAS-ON-FILE = "N" AND WS-NEXT-SEQ < 999
                 ADD 1 TO WS-NEXT-SEQ
                 MOVE SPACES            TO CUSTOMER-ALIAS-RECORD
                 MOVE WS-BV-CUST-ID     TO AL-CUST-ID
                 MOVE WS-NEXT-SEQ       TO AL-ALIAS-SEQ
                 MOVE WS-BV-FIRST-NAME  TO AL-FIRST-NAME
                 MOVE WS-BV-LAST-NAME   TO AL-LAST-NAME
                 MOVE "P"               TO AL-ALIAS-TYPE
                 MOVE "U"               TO AL-REASON
                 MOVE WS-CHANGE-DATE    TO AL-NAME-DATE
                 MOVE "J"               TO AL-SOURCE
                 MOVE LK-PROGRAM-NAME   TO AL-SOURCE-PROGRAM
                 MOVE LK-OPERATOR-ID    TO AL-SET-BY
                 MOVE "A"               TO AL-STATUS
                 MOVE ZERO              TO AL-REMOVED-DATE
                 WRITE CUSTOMER-ALIAS-RECORD
                    INVALID KEY
                       CALL "CUSTCHK" USING WS-CHK-FUNCTION
                            WS-PRINT-ID WS-BV-CUST-ID WS-CHK-RESULT
                       DISPLAY "CUSTJRNL: previous name for "
                               WS-PRINT-ID(1:7) " not filed, status="
                               WS-ALIAS-STATUS
                 END-WRITE
              END-IF
              CLOSE CUSTOMER-ALIAS
           ELSE
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                    WS-BV-CUST-ID WS-CHK-RESULT
              DISPLAY "CUSTJRNL: cannot open CUSTALIAS, status="
                      WS-ALIAS-STATUS " - previous name for "
                      WS-PRINT-ID(1:7) " not filed."
           END-IF.
