      *                     The phonetic pass reads the whole file -
      *                     there is no phonetic key - so exact stays
      *                     the default for callers who can spell.
      *    2026-10-15  RDM  The exact and sounds-like searches now also
      *                     match the previous and alternative names on
      *                     the CUSTALIAS side file, so a customer who
      *                     gives the name on an old letter is still
      *                     found after a marriage or correction. A new
      *                     Matched On column shows whether the current
      *                     name or which alias found each customer, and
      *                     the full display of a picked customer lists
      *                     their other names.
      *    2026-10-15  RDM  Customer numbers in messages now print in
      *                     the seven-digit form, check digit included.
      *    ============================================================

       IDENTIFICATION DIVISION.
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ALIAS ASSIGN TO WS-CUSTALIAS-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AL-ALIAS-KEY
                               ALTERNATE RECORD KEY IS
                                  AL-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-ALIAS.
       COPY ALIASREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".

       01 WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".

       01 WS-CUSTALIAS-FILE   PIC X(26) VALUE "CUSTALIAS".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ALIAS-STATUS     PIC XX VALUE "00".
       01  WS-ALIAS-SWITCH     PIC X(1) VALUE "N".
           88 WS-ALIAS-FILE-OPEN VALUE "Y".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

              10 HT-CUST-ID    PIC 9(6).

       01  WS-PICK-NUMBER      PIC 9(3) VALUE ZERO.
       01  WS-HIT-SUB          PIC 9(3) VALUE ZERO.
       01  WS-ALREADY-LISTED   PIC X(1) VALUE "N".

      *> Which name a listed customer was found by - the current
      *> CUSTMAST name, or a previous/alternative name on CUSTALIAS.
       01  WS-MATCHED-ON       PIC X(44) VALUE SPACES.
       01  WS-ALIAS-LINES      PIC 9(3) VALUE ZERO.

      *> Address fields handed back by the shared ADDRLOOKUP for the
      *> full display of a picked customer.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".
       01  WS-PICK-CUST-ID     PIC 9(6) VALUE ZERO.
      *> Customer numbers are shown to the operator in the printed
      *> seven-digit form (with check digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CUSTBROWSE".
              GOBACK
           END-IF.

           *> Previous and alternative names are searched too. With
           *> no alias file yet the search is by current name only.
           OPEN INPUT CUSTOMER-ALIAS.
           IF WS-ALIAS-STATUS = "00"
              MOVE "Y" TO WS-ALIAS-SWITCH
           ELSE
              IF WS-ALIAS-STATUS NOT = "35"
                 DISPLAY "CUSTALIAS not available, status="
                         WS-ALIAS-STATUS
                         " - previous names not searched."
              END-IF
           END-IF.

           DISPLAY " ".
           DISPLAY "Num ID     Last Name            "
                   "First Name           Age Matched On".
           DISPLAY "--- ------ -------------------- "
                   "-------------------- --- ----------".

           MOVE "NAME" TO WS-MATCHED-ON.
           IF WS-PHONETIC-SEARCH
              PERFORM 4000-PHONETIC-SEARCH
           ELSE
              END-START

              IF NOT WS-EOF
                 PERFORM 1000-READ-NEXT-MATCH
                 PERFORM UNTIL WS-EOF
                    PERFORM 2000-LIST-CUSTOMER
              END-IF
           END-IF.

           IF WS-ALIAS-FILE-OPEN
              AND WS-HIT-COUNT < WS-HIT-LIMIT
              IF WS-PHONETIC-SEARCH
                 PERFORM 6100-ALIAS-PHONETIC-SEARCH
              ELSE
                 PERFORM 6000-ALIAS-NAME-SEARCH
              END-IF
           END-IF.

           IF WS-HIT-COUNT = 0
              DISPLAY "No customers found for last name starting '"
                      FUNCTION TRIM(WS-SEARCH-NAME) "'."
           END-IF.

           CLOSE CUSTOMER-MASTER.
           IF WS-ALIAS-FILE-OPEN
              CLOSE CUSTOMER-ALIAS
           END-IF.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.
              IF WS-HIT-COUNT < WS-HIT-LIMIT
                 ADD 1 TO WS-HIT-COUNT
                 MOVE CM-CUST-ID TO HT-CUST-ID(WS-HIT-COUNT)
                 PERFORM 9400-SET-PRINT-ID
                 DISPLAY WS-HIT-COUNT " " WS-PRINT-ID(1:7) " "
                         CM-LAST-NAME " " CM-FIRST-NAME " " CM-AGE
                         " " WS-MATCHED-ON
              ELSE
                 DISPLAY "More than " WS-HIT-LIMIT " matches - "
                         "narrow the name and try again."
           IF WS-PICK-NUMBER > 0
              AND WS-PICK-NUMBER <= WS-HIT-COUNT
              MOVE HT-CUST-ID(WS-PICK-NUMBER) TO CM-CUST-ID
              PERFORM 9400-SET-PRINT-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    DISPLAY "Customer " WS-PRINT-ID(1:7)
                            " could not be re-read."
                 NOT INVALID KEY
                    DISPLAY " "
                    DISPLAY "Customer ID : " WS-PRINT-ID(1:7)
                    DISPLAY "First Name  : " CM-FIRST-NAME
                    DISPLAY "Last Name   : " CM-LAST-NAME
                    DISPLAY "Birth Date  : " CM-BIRTH-DATE
                    DISPLAY "Age         : " CM-AGE
                    PERFORM 3100-SHOW-ADDRESS
                    IF WS-ALIAS-FILE-OPEN
                       PERFORM 3200-SHOW-ALIASES
                    END-IF
              END-READ
           ELSE
              IF WS-PICK-NUMBER NOT = 0
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.

           PERFORM UNTIL WS-EOF
              PERFORM 4100-READ-AND-COMPARE-CODE
           END-PERFORM.

       4100-READ-AND-COMPARE-CODE.
           READ CUSTOMER-MASTER NEXT RECORD
           ELSE
              DISPLAY "Address     : (none on file)"
           END-IF.

      *> Every other name the picked customer has gone by.
       3200-SHOW-ALIASES.
           MOVE ZERO TO WS-ALIAS-LINES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE CM-CUST-ID TO AL-CUST-ID.
           MOVE ZERO TO AL-ALIAS-SEQ.
           START CUSTOMER-ALIAS
              KEY IS NOT LESS THAN AL-ALIAS-KEY
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-ALIAS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF AL-CUST-ID NOT = CM-CUST-ID
                       MOVE "Y" TO WS-EOF-SWITCH
                    ELSE
                       IF AL-ALIAS-ACTIVE
                          ADD 1 TO WS-ALIAS-LINES
                          IF AL-PREVIOUS-NAME
                             DISPLAY "Formerly    : "
                                     FUNCTION TRIM(AL-FIRST-NAME) " "
                                     FUNCTION TRIM(AL-LAST-NAME)
                                     " (until " AL-NAME-DATE ")"
                          ELSE
                             DISPLAY "Also known  : "
                                     FUNCTION TRIM(AL-FIRST-NAME) " "
                                     FUNCTION TRIM(AL-LAST-NAME)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *> The exact search again, this time along the alias surname
      *> key. A customer already listed under their current name is
      *> not listed twice.
       6000-ALIAS-NAME-SEARCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-SEARCH-NAME TO AL-LAST-NAME.
           START CUSTOMER-ALIAS
              KEY IS NOT LESS THAN AL-LAST-NAME
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-ALIAS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF AL-LAST-NAME(1:WS-SEARCH-LEN) NOT =
                       WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                       MOVE "Y" TO WS-EOF-SWITCH
                    ELSE
                       IF AL-ALIAS-ACTIVE
                          PERFORM 6200-LIST-ALIAS-HIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *> The sounds-like pass over the alias file - a full read, as
      *> on CUSTMAST, comparing each alias surname's code.
       6100-ALIAS-PHONETIC-SEARCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO AL-CUST-ID AL-ALIAS-SEQ.
           START CUSTOMER-ALIAS
              KEY IS NOT LESS THAN AL-ALIAS-KEY
              INVALID KEY
                 MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-ALIAS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF AL-ALIAS-ACTIVE
                       MOVE AL-LAST-NAME TO WS-PHON-INPUT
                       PERFORM 5000-PHONETIC-CODE
                       IF WS-PHON-CODE = WS-TARGET-CODE
                          PERFORM 6200-LIST-ALIAS-HIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *> The customer behind a matching alias is re-read from
      *> CUSTMAST so the list shows the current name, with the alias
      *> that found them in the Matched On column.
       6200-LIST-ALIAS-HIT.
           MOVE "N" TO WS-ALREADY-LISTED.
           MOVE 1 TO WS-HIT-SUB.
           PERFORM UNTIL WS-HIT-SUB > WS-HIT-COUNT
              IF HT-CUST-ID(WS-HIT-SUB) = AL-CUST-ID
                 MOVE "Y" TO WS-ALREADY-LISTED
              END-IF
              ADD 1 TO WS-HIT-SUB
           END-PERFORM.

           IF WS-ALREADY-LISTED = "N"
              MOVE AL-CUST-ID TO CM-CUST-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO WS-MATCHED-ON
                    STRING "ALIAS " DELIMITED BY SIZE
                           FUNCTION TRIM(AL-LAST-NAME)
                                    DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(AL-FIRST-NAME)
                                    DELIMITED BY SIZE
                           INTO WS-MATCHED-ON
                    END-STRING
                    PERFORM 2000-LIST-CUSTOMER
              END-READ
           END-IF.

      *> Printed seven-digit form of CM-CUST-ID for the screen.
       9400-SET-PRINT-ID.
           MOVE CM-CUST-ID TO WS-PICK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-PICK-CUST-ID WS-CHK-RESULT.
