      *                     registration, which resolves the name the
      *                     same way, actually finds the file it is
      *                     copying.
      *    2026-10-15  RDM  The suspect scan now also pairs two records
      *                     with the same birth date when one customer's
      *                     active previous or alternative name on the
      *                     CUSTALIAS side file equals the other's
      *                     current name - the same person loaded once
      *                     before and once after a marriage. Such pairs
      *                     are flagged on DUPES.RPT and in the merge
      *                     prompt with the ID whose alias matched, and
      *                     counted separately.
      *    2026-10-15  RDM  The pair is shown by the numbers as printed
      *                     and the survivor keyed the same way, proved
      *                     through the shared CUSTCHK - a wrong check
      *                     digit leaves the pair unchanged.
      *    2026-10-15  RDM  Pair, retire and survivor lines print
      *                     customer numbers with their check digits.
      *    ============================================================

       IDENTIFICATION DIVISION.
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ALIAS ASSIGN TO WS-CUSTALIAS-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AL-ALIAS-KEY
                               ALTERNATE RECORD KEY IS
                                  AL-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT DUPES-REPORT ASSIGN TO WS-DUPESRPT-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-ALIAS.
       COPY ALIASREC.

       FD  DUPES-REPORT.
       01  DUPES-REPORT-LINE   PIC X(132).


       01 WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01 WS-DUPESRPT-FILE    PIC X(26) VALUE "DUPES.RPT".
       01 WS-CUSTALIAS-FILE   PIC X(26) VALUE "CUSTALIAS".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-ALIAS-STATUS     PIC XX VALUE "00".
       01  WS-ALIAS-EOF        PIC X(1) VALUE "N".

       01  WS-TIMESTAMP.
           05  WS-TS-DATE      PIC 9(8).
              10 MT-AGE         PIC 99.
              10 MT-RETIRED     PIC X(1).

      *> Active previous and alternative names from CUSTALIAS, so a
      *> customer loaded twice - once before and once after a name
      *> change - still pairs up.
       01  WS-ALIAS-TABLE.
           05 WS-ALIAS-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-ALIAS-LIMIT   PIC 9(5) VALUE 10000.
           05 WS-ALIAS-ENTRY OCCURS 10000 TIMES.
              10 AT-CUST-ID     PIC 9(6).
              10 AT-FIRST-NAME  PIC X(20).
              10 AT-LAST-NAME   PIC X(20).
       01  WS-A-SUB            PIC 9(5) VALUE ZERO.

      *> Result of comparing one pair - see 2050-COMPARE-PAIR.
       01  WS-PAIR-SWITCH      PIC X(1) VALUE "N".
           88 WS-PAIR-SUSPECT    VALUE "Y".
       01  WS-PAIR-ALIAS-ID    PIC 9(6) VALUE ZERO.
       01  WS-ALIAS-PAIR-COUNT PIC 9(5) VALUE ZERO.

       01  WS-I-SUB            PIC 9(5) VALUE ZERO.
       01  WS-J-SUB            PIC 9(5) VALUE ZERO.
       01  WS-DUP-PAIR-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-MERGE-OPTION     PIC X(1) VALUE "N".
           88 WS-MERGE-REQUESTED  VALUE "Y".
       01  WS-SURVIVOR-ID      PIC 9(6) VALUE ZERO.
       01  WS-SURVIVOR-TEXT    PIC X(8) VALUE SPACES.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID-I       PIC X(8) VALUE SPACES.
       01  WS-PRINT-ID-J       PIC X(8) VALUE SPACES.
       01  WS-PRINT-ID-A       PIC X(8) VALUE SPACES.
       01  WS-PRINT-ID-R       PIC X(8) VALUE SPACES.
       01  WS-PRINT-ID-S       PIC X(8) VALUE SPACES.
       01  WS-RETIRE-ID        PIC 9(6) VALUE ZERO.

      *> Change-journal images handed to the shared CUSTJRNL routine

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-DUPESRPT-FILE.
           CALL "FILERES" USING WS-CUSTALIAS-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           END-IF.

           PERFORM 1000-LOAD-MASTER-TABLE.
           PERFORM 1100-LOAD-ALIAS-TABLE.

           OPEN OUTPUT DUPES-REPORT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
                  INTO DUPES-REPORT-LINE
           END-STRING.
           WRITE DUPES-REPORT-LINE.
           MOVE SPACES TO DUPES-REPORT-LINE.
           STRING "  of which matched on a previous or alternative "
                  DELIMITED BY SIZE
                  "name: " DELIMITED BY SIZE
                  WS-ALIAS-PAIR-COUNT DELIMITED BY SIZE
                  INTO DUPES-REPORT-LINE
           END-STRING.
           WRITE DUPES-REPORT-LINE.
           CLOSE DUPES-REPORT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME
           DISPLAY "Live customer records scanned: "
                   WS-MASTER-COUNT.

      *> A removed alias is not a name the customer uses, so only
      *> active ones are held. No alias file yet means none to hold.
       1100-LOAD-ALIAS-TABLE.
           MOVE ZERO TO WS-ALIAS-COUNT.
           OPEN INPUT CUSTOMER-ALIAS.
           IF WS-ALIAS-STATUS = "00"
              MOVE "N" TO WS-ALIAS-EOF
              PERFORM UNTIL WS-ALIAS-EOF = "Y"
                 READ CUSTOMER-ALIAS NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-ALIAS-EOF
                    NOT AT END
                       IF AL-ALIAS-ACTIVE
                          IF WS-ALIAS-COUNT < WS-ALIAS-LIMIT
                             ADD 1 TO WS-ALIAS-COUNT
                             MOVE AL-CUST-ID TO
                                  AT-CUST-ID(WS-ALIAS-COUNT)
                             MOVE AL-FIRST-NAME TO
                                  AT-FIRST-NAME(WS-ALIAS-COUNT)
                             MOVE AL-LAST-NAME TO
                                  AT-LAST-NAME(WS-ALIAS-COUNT)
                          ELSE
                             DISPLAY "Alias table is full at "
                                     WS-ALIAS-LIMIT
                                     " names - rest not compared."
                             MOVE "Y" TO WS-ALIAS-EOF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-ALIAS
           END-IF.
           DISPLAY "Previous/alternative names loaded: "
                   WS-ALIAS-COUNT.

       2000-SCAN-FOR-DUPLICATES.
           MOVE 1 TO WS-I-SUB.
           PERFORM UNTIL WS-I-SUB >= WS-MASTER-COUNT
              COMPUTE WS-J-SUB = WS-I-SUB + 1
              PERFORM UNTIL WS-J-SUB > WS-MASTER-COUNT
                 PERFORM 2050-COMPARE-PAIR
                 IF WS-PAIR-SUSPECT
                    ADD 1 TO WS-DUP-PAIR-COUNT
                    IF WS-PAIR-ALIAS-ID NOT = ZERO
                       ADD 1 TO WS-ALIAS-PAIR-COUNT
                    END-IF
                    PERFORM 2100-REPORT-DUPLICATE-PAIR
                 END-IF
                 ADD 1 TO WS-J-SUB
              ADD 1 TO WS-I-SUB
           END-PERFORM.

      *> Same birth date, and the same name either as both stand on
      *> CUSTMAST or through an alias - one customer's previous or
      *> alternative name equal to the other's current name. For an
      *> alias match WS-PAIR-ALIAS-ID is the customer whose alias it
      *> was; for a straight name match it is zero.
       2050-COMPARE-PAIR.
           MOVE "N" TO WS-PAIR-SWITCH.
           MOVE ZERO TO WS-PAIR-ALIAS-ID.
           IF MT-BIRTH-DATE(WS-I-SUB) = MT-BIRTH-DATE(WS-J-SUB)
              IF MT-FIRST-NAME(WS-I-SUB) = MT-FIRST-NAME(WS-J-SUB)
                 AND MT-LAST-NAME(WS-I-SUB) =
                     MT-LAST-NAME(WS-J-SUB)
                 MOVE "Y" TO WS-PAIR-SWITCH
              ELSE
                 MOVE 1 TO WS-A-SUB
                 PERFORM UNTIL WS-A-SUB > WS-ALIAS-COUNT
                            OR WS-PAIR-SUSPECT
                    EVALUATE TRUE
                       WHEN AT-CUST-ID(WS-A-SUB) =
                            MT-CUST-ID(WS-I-SUB)
                            AND AT-FIRST-NAME(WS-A-SUB) =
                                MT-FIRST-NAME(WS-J-SUB)
                            AND AT-LAST-NAME(WS-A-SUB) =
                                MT-LAST-NAME(WS-J-SUB)
                          MOVE "Y" TO WS-PAIR-SWITCH
                          MOVE MT-CUST-ID(WS-I-SUB)
                            TO WS-PAIR-ALIAS-ID
                       WHEN AT-CUST-ID(WS-A-SUB) =
                            MT-CUST-ID(WS-J-SUB)
                            AND AT-FIRST-NAME(WS-A-SUB) =
                                MT-FIRST-NAME(WS-I-SUB)
                            AND AT-LAST-NAME(WS-A-SUB) =
                                MT-LAST-NAME(WS-I-SUB)
                          MOVE "Y" TO WS-PAIR-SWITCH
                          MOVE MT-CUST-ID(WS-J-SUB)
                            TO WS-PAIR-ALIAS-ID
                    END-EVALUATE
                    ADD 1 TO WS-A-SUB
                 END-PERFORM
              END-IF
           END-IF.

      *> Printed seven-digit forms of the pair in hand and of the
      *> customer whose alias matched, for the report and the prompt.
       2060-SET-PAIR-PRINT-IDS.
           MOVE "D" TO WS-CHK-FUNCTION.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID-I
                                 MT-CUST-ID(WS-I-SUB) WS-CHK-RESULT.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID-J
                                 MT-CUST-ID(WS-J-SUB) WS-CHK-RESULT.
           MOVE SPACES TO WS-PRINT-ID-A.
           IF WS-PAIR-ALIAS-ID NOT = ZERO
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID-A
                                    WS-PAIR-ALIAS-ID WS-CHK-RESULT
           END-IF.

       2100-REPORT-DUPLICATE-PAIR.
           PERFORM 2060-SET-PAIR-PRINT-IDS.
           MOVE SPACES TO DUPES-REPORT-LINE.
           STRING "IDs " DELIMITED BY SIZE
                  WS-PRINT-ID-I(1:7) DELIMITED BY SIZE
                  " and " DELIMITED BY SIZE
                  WS-PRINT-ID-J(1:7) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(MT-LAST-NAME(WS-I-SUB))
                           DELIMITED BY SIZE
                  INTO DUPES-REPORT-LINE
           END-STRING.
           WRITE DUPES-REPORT-LINE.
           IF WS-PAIR-ALIAS-ID NOT = ZERO
              MOVE SPACES TO DUPES-REPORT-LINE
              STRING "      ID " DELIMITED BY SIZE
                     WS-PRINT-ID-J(1:7) DELIMITED BY SIZE
                     " is " DELIMITED BY SIZE
                     FUNCTION TRIM(MT-LAST-NAME(WS-J-SUB))
                              DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(MT-FIRST-NAME(WS-J-SUB))
                              DELIMITED BY SIZE
                     " - matched on a previous or alternative "
                     DELIMITED BY SIZE
                     "name of ID " DELIMITED BY SIZE
                     WS-PRINT-ID-A(1:7) DELIMITED BY SIZE
                     INTO DUPES-REPORT-LINE
              END-STRING
              WRITE DUPES-REPORT-LINE
           END-IF.

      *> Walk the table again pair by pair so the operator decides
      *> each merge. A pair already settled by an earlier retire is
              PERFORM UNTIL WS-J-SUB > WS-MASTER-COUNT
                 IF MT-RETIRED(WS-I-SUB) = SPACE
                    AND MT-RETIRED(WS-J-SUB) = SPACE
                    PERFORM 2050-COMPARE-PAIR
                    IF WS-PAIR-SUSPECT
                       PERFORM 3100-PROMPT-AND-MERGE
                    END-IF
                 END-IF
                 ADD 1 TO WS-J-SUB
              END-PERFORM
                   FUNCTION TRIM(MT-LAST-NAME(WS-I-SUB)) ", "
                   FUNCTION TRIM(MT-FIRST-NAME(WS-I-SUB))
                   " born " MT-BIRTH-DATE(WS-I-SUB).
           PERFORM 2060-SET-PAIR-PRINT-IDS.
           DISPLAY "  on file as number " WS-PRINT-ID-I(1:7)
                   " and number " WS-PRINT-ID-J(1:7) ".".
           IF WS-PAIR-ALIAS-ID NOT = ZERO
              DISPLAY "  ID " WS-PRINT-ID-J(1:7) " is "
                      FUNCTION TRIM(MT-LAST-NAME(WS-J-SUB)) ", "
                      FUNCTION TRIM(MT-FIRST-NAME(WS-J-SUB))
                      " - matched on a previous or alternative "
                      "name of ID " WS-PRINT-ID-A(1:7) "."
           END-IF.
           DISPLAY "Surviving ID (0 to leave both): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SURVIVOR-TEXT.
           ACCEPT WS-SURVIVOR-TEXT.
           PERFORM 3150-PROVE-SURVIVOR.

           EVALUATE WS-SURVIVOR-ID
              WHEN MT-CUST-ID(WS-I-SUB)
                         "pair left on file unchanged."
           END-EVALUATE.

      *> The survivor is keyed by the number as printed and proved
      *> through the shared CUSTCHK. Anything that does not prove -
      *> a wrong check digit above all - leaves the pair alone, the
      *> same as answering 0.
       3150-PROVE-SURVIVOR.
           MOVE ZERO TO WS-SURVIVOR-ID.
           IF WS-SURVIVOR-TEXT NOT = SPACES
              AND WS-SURVIVOR-TEXT NOT = "0"
              MOVE "V" TO WS-CHK-FUNCTION
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-SURVIVOR-TEXT
                                    WS-SURVIVOR-ID WS-CHK-RESULT
              EVALUATE WS-CHK-RESULT
                 WHEN SPACE
                 WHEN "B"
                    CONTINUE
                 WHEN "C"
                    DISPLAY "Check digit wrong for customer number "
                            FUNCTION TRIM(WS-SURVIVOR-TEXT) "."
                 WHEN "M"
                    DISPLAY "Key the full customer number, check "
                            "digit included."
                 WHEN OTHER
                    DISPLAY "'" FUNCTION TRIM(WS-SURVIVOR-TEXT)
                            "' is not a customer number."
              END-EVALUATE
           END-IF.

       3200-RETIRE-RECORD.
           MOVE "D" TO WS-CHK-FUNCTION.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID-R
                                 WS-RETIRE-ID WS-CHK-RESULT.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID-S
                                 WS-SURVIVOR-ID WS-CHK-RESULT.
           MOVE WS-RETIRE-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "Customer " WS-PRINT-ID-R(1:7)
                         " not found - nothing retired."
              NOT INVALID KEY
                 MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
                 REWRITE CUSTOMER-MASTER-RECORD
                    INVALID KEY
                       DISPLAY "Rewrite failed for customer "
                               WS-PRINT-ID-R(1:7) ", status="
                               WS-MASTER-STATUS
                    NOT INVALID KEY
                       DISPLAY "Customer " WS-PRINT-ID-R(1:7)
                               " retired - " WS-PRINT-ID-S(1:7)
                               " survives."
                       ADD 1 TO WS-MERGE-COUNT
                       MOVE "D" TO WS-JRNL-ACTION
