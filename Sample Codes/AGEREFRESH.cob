      *                     registration, which resolves the name the
      *                     same way, actually finds the file it is
      *                     copying.
      *    2026-10-15  RDM  A customer crossing from 17 to 18 now also
      *                     has any active guardian link on the CUSTREL
      *                     relationship file ended (status E, reason A
      *                     - reached 18), and the ended link is listed
      *                     on the new RELEND.RPT, registered into the
      *                     spool, so the customer's own address and
      *                     phone can be confirmed now that letters go
      *                     to them rather than the guardian. No CUSTREL
      *                     on disk means no links to end.
      *    2026-10-15  RDM  A customer recorded deceased on CUSTPREF
      *                     (PREFLOOKUP's D contact flag) is no longer
      *                     put on the LTRQUEUE.DAT letter queue at a
      *                     bracket crossing; the skips are counted in
      *                     the run totals.
      *    2026-10-15  RDM  Reports and messages print customer numbers
      *                     with their check digits.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT CUSTOMER-REL ASSIGN TO WS-CUSTREL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RL-MINOR-ID
                               ALTERNATE RECORD KEY IS
                                  RL-GUARDIAN-ID WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

           SELECT RELEND-RPT   ASSIGN TO WS-RELEND-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RELEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05 LQ-BOUNDARY      PIC X(2).
           05 LQ-QUEUED-DATE   PIC 9(8).

       FD  CUSTOMER-REL.
       COPY RELREC.

       FD  RELEND-RPT.
       01  RELEND-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01 WS-CROSSRPT-FILE    PIC X(26) VALUE "AGECROSS.RPT".
       01 WS-QUEUE-STATUS     PIC XX VALUE "00".
       01 WS-QUEUED-COUNT     PIC 9(6) VALUE ZERO.

      *> Contact flag from the shared PREFLOOKUP - a customer
      *> recorded deceased gets no queued letter.
       01 WS-PREF-FOUND       PIC X(1) VALUE "N".
       01 WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01 WS-CUST-DNC         PIC X(1) VALUE "N".
       01 WS-DECEASED-COUNT   PIC 9(6) VALUE ZERO.

      *> Guardian links ended at 18 - see 2400-END-GUARDIAN-LINK.
       01 WS-CUSTREL-FILE     PIC X(26) VALUE "CUSTREL".
       01 WS-RELEND-FILE      PIC X(26) VALUE "RELEND.RPT".
       01 WS-REL-STATUS       PIC XX VALUE "00".
       01 WS-RELEND-STATUS    PIC XX VALUE "00".
       01 WS-REL-OPEN         PIC X(1) VALUE "N".
       01 WS-LINKS-ENDED      PIC 9(6) VALUE ZERO.
       01 WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01 WS-STREET           PIC X(30) VALUE SPACES.
       01 WS-CITY             PIC X(20) VALUE SPACES.
       01 WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01 WS-PHONE            PIC X(15) VALUE SPACES.
       01 WS-UNDELIV-FLAG     PIC X(1) VALUE "N".
       01 WS-OWN-CONTACT      PIC X(50) VALUE SPACES.

       01 WS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-EOF-SWITCH       PIC X VALUE "N".
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01 WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-GUARD-PRINT-ID   PIC X(8) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "AGEREFRESH".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CROSSRPT-FILE.
           CALL "FILERES" USING WS-QUEUE-FILE.
           CALL "FILERES" USING WS-CUSTREL-FILE.
           CALL "FILERES" USING WS-RELEND-FILE.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

              OPEN OUTPUT LETTER-QUEUE
           END-IF.

           *> No CUSTREL yet simply means no guardian links to end.
           OPEN I-O CUSTOMER-REL.
           IF WS-REL-STATUS = "00"
              MOVE "Y" TO WS-REL-OPEN
           END-IF.

           OPEN OUTPUT CROSSING-RPT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           END-STRING.
           WRITE CROSSING-RPT-LINE.

           OPEN OUTPUT RELEND-RPT.
           MOVE SPACES TO RELEND-RPT-LINE.
           STRING WS-TIMESTAMP DELIMITED BY SIZE
                  " | GUARDIAN LINKS ENDED AT 18 - CONFIRM THE "
                  DELIMITED BY SIZE
                  "CUSTOMER'S OWN CONTACT DETAILS" DELIMITED BY SIZE
                  INTO RELEND-RPT-LINE
           END-STRING.
           WRITE RELEND-RPT-LINE.

           PERFORM 1000-READ-MASTER.
           PERFORM UNTIL WS-EOF
              PERFORM 2000-REFRESH-AGE
           CLOSE CROSSING-RPT.
           CLOSE LETTER-QUEUE.

           MOVE SPACES TO RELEND-RPT-LINE.
           STRING "Guardian links ended: " DELIMITED BY SIZE
                  WS-LINKS-ENDED DELIMITED BY SIZE
                  INTO RELEND-RPT-LINE
           END-STRING.
           WRITE RELEND-RPT-LINE.
           CLOSE RELEND-RPT.
           IF WS-REL-OPEN = "Y"
              CLOSE CUSTOMER-REL
           END-IF.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME
                                  WS-CROSSRPT-FILE.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME
                                  WS-RELEND-FILE.

           CLOSE CUSTOMER-MASTER.

           DISPLAY "Bracket crossings  : " WS-CROSSED-COUNT.
           DISPLAY "Unusable birth date: " WS-BAD-DATE-COUNT.
           DISPLAY "Letters queued     : " WS-QUEUED-COUNT.
           DISPLAY "Deceased not queued: " WS-DECEASED-COUNT.
           DISPLAY "Guardian links ended: " WS-LINKS-ENDED.
           DISPLAY "Crossing report written to AGECROSS.RPT.".
           DISPLAY "Ended links written to RELEND.RPT.".

           MOVE WS-SCAN-COUNT     TO WS-STAT-READ.
           MOVE WS-CHANGED-COUNT  TO WS-STAT-UPDATED.
                                    WS-DATE-STATUS WS-NEW-AGE
              IF WS-DATE-STATUS NOT = SPACE
                 ADD 1 TO WS-BAD-DATE-COUNT
                 MOVE CM-CUST-ID TO WS-CHK-CUST-ID
                 PERFORM 9400-SET-PRINT-ID
                 DISPLAY "Customer " WS-PRINT-ID(1:7)
                         " has an unusable birth date ("
                         CM-BIRTH-DATE ") - age left as is."
              ELSE
           MOVE WS-NEW-AGE TO CM-AGE.
           REWRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 MOVE CM-CUST-ID TO WS-CHK-CUST-ID
                 PERFORM 9400-SET-PRINT-ID
                 DISPLAY "Rewrite failed for customer "
                         WS-PRINT-ID(1:7) ", status=" WS-MASTER-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-CHANGED-COUNT
                 MOVE "U" TO WS-JRNL-ACTION
                    ADD 1 TO WS-CROSSED-COUNT
                    PERFORM 2200-REPORT-CROSSING
                    PERFORM 2300-QUEUE-CROSSING
                    IF WS-OLD-BRACKET = 1 AND WS-REL-OPEN = "Y"
                       PERFORM 2400-END-GUARDIAN-LINK
                    END-IF
                 END-IF
           END-REWRITE.

       2200-REPORT-CROSSING.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO CROSSING-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
      *> Only the upward crossings the business acts on are queued:
      *> 1 to 2 is the turning-18 letter, 2 to 3 the turning-65 one.
      *> A downward move (a birth-date correction) is reported but
      *> queues nothing, and neither does a customer recorded
      *> deceased.
       2300-QUEUE-CROSSING.
           MOVE SPACES TO LETTER-QUEUE-RECORD.
           EVALUATE TRUE
              WHEN OTHER
                 MOVE SPACES TO LQ-BOUNDARY
           END-EVALUATE.
           IF LQ-BOUNDARY NOT = SPACES
              CALL "PREFLOOKUP" USING CM-CUST-ID WS-PREF-FOUND
                                       WS-CUST-SEGMENT WS-CUST-DNC
              IF WS-CUST-DNC = "D"
                 ADD 1 TO WS-DECEASED-COUNT
                 MOVE SPACES TO LQ-BOUNDARY
              END-IF
           END-IF.
           IF LQ-BOUNDARY NOT = SPACES
              MOVE "O" TO LQ-STATUS
              MOVE CM-CUST-ID TO LQ-CUST-ID
              ADD 1 TO WS-QUEUED-COUNT
           END-IF.

      *> A customer leaving the minor bracket answers for themselves
      *> from now on: the active guardian link is ended (kept on file
      *> as history) and listed with whatever CUSTADDR holds for the
      *> customer, which may well be the guardian's address.
       2400-END-GUARDIAN-LINK.
           MOVE CM-CUST-ID TO RL-MINOR-ID.
           READ CUSTOMER-REL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RL-LINK-ACTIVE
                    MOVE "E"            TO RL-STATUS
                    MOVE WS-CURR-DATE   TO RL-END-DATE
                    MOVE "A"            TO RL-END-REASON
                    MOVE WS-OPERATOR-ID TO RL-ENDED-BY
                    REWRITE CUSTOMER-REL-RECORD
                       INVALID KEY
                          MOVE CM-CUST-ID TO WS-CHK-CUST-ID
                          PERFORM 9400-SET-PRINT-ID
                          DISPLAY "Guardian link rewrite failed for "
                                  WS-PRINT-ID(1:7) ", status="
                                  WS-REL-STATUS
                       NOT INVALID KEY
                          ADD 1 TO WS-LINKS-ENDED
                          PERFORM 2450-REPORT-ENDED-LINK
                    END-REWRITE
                 END-IF
           END-READ.

       2450-REPORT-ENDED-LINK.
           CALL "ADDRLOOKUP" USING CM-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           MOVE SPACES TO WS-OWN-CONTACT.
           IF WS-ADDR-FOUND = "Y"
              STRING FUNCTION TRIM(WS-STREET) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CITY) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PHONE) DELIMITED BY SIZE
                     INTO WS-OWN-CONTACT
              END-STRING
           ELSE
              MOVE "no CUSTADDR record" TO WS-OWN-CONTACT
           END-IF.
           MOVE RL-GUARDIAN-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE WS-PRINT-ID TO WS-GUARD-PRINT-ID.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO RELEND-RPT-LINE.
           STRING "ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-FIRST-NAME) DELIMITED BY SIZE
                  " - guardian " DELIMITED BY SIZE
                  WS-GUARD-PRINT-ID(1:7) DELIMITED BY SIZE
                  " since " DELIMITED BY SIZE
                  RL-START-DATE DELIMITED BY SIZE
                  " - on file: " DELIMITED BY SIZE
                  WS-OWN-CONTACT DELIMITED BY SIZE
                  INTO RELEND-RPT-LINE
           END-STRING.
           WRITE RELEND-RPT-LINE.

       3000-SET-BRACKET.
           EVALUATE TRUE
              WHEN WS-BRACKET-AGE <= 17
              WHEN OTHER
                 MOVE 3 TO WS-BRACKET-CODE
           END-EVALUATE.

      *> Printed seven-digit form of WS-CHK-CUST-ID.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
