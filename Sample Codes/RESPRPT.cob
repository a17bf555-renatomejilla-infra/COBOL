      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Campaign response-rate report. Sets the
      *                  customers each campaign tag mailed (CONTHIST
      *                  .DAT, a letter the mail vendor failed to
      *                  deliver left out) against the customers who
      *                  responded (RESPONSE.DAT, as RESPCAPT recorded
      *                  it), and prints on RESPRPT.RPT, per campaign,
      *                  the overall response rate broken down three
      *                  ways: by age bracket (AgeBracketRpt's
      *                  boundaries - 17 and under, 18 to 64, 65 and
      *                  over, on the customer's age today), by
      *                  CUSTPREF segment (PREFLOOKUP, bulk mode; no
      *                  segment shows as "--"), and by household
      *                  against individual mailing (the mail type on
      *                  the CONTHIST entry). A customer counts once
      *                  per campaign however many letters or responses
      *                  they had under it. The report closes with the
      *                  segments across every campaign, each marked
      *                  when none of its customers ever responded - the
      *                  segments marketing can stop mailing.
      *                  RESPRPT-CAMPAIGN limits the run to one tag.
      *                  Read-only; registered into the report spool
      *                  through SPOOLREG. RETURN-CODE 0, or 8 when
      *                  there is no CONTHIST.DAT to report on.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RESPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-HISTORY ASSIGN TO WS-CONTHIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTHIST-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO WS-RESPONSE-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT CAMPAIGN-MASTER ASSIGN TO WS-CAMPAIGN-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CG-CAMPAIGN-ID
                               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT RESPONSE-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-HISTORY.
       COPY CONTREC.

       FD  RESPONSE-FILE.
       COPY RESPREC.

       FD  CAMPAIGN-MASTER.
       COPY CAMPREC.

       FD  RESPONSE-RPT.
       01  RESPONSE-RPT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTHIST-FILE    PIC X(26) VALUE "CONTHIST.DAT".
       01  WS-RESPONSE-FILE    PIC X(26) VALUE "RESPONSE.DAT".
       01  WS-CAMPAIGN-FILE    PIC X(26) VALUE "CAMPAIGN".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "RESPRPT.RPT".

       01  WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01  WS-RESPONSE-STATUS  PIC XX VALUE "00".
       01  WS-CAMPAIGN-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-CAMPAIGN-OK      PIC X VALUE "N".

       01  WS-CAMPAIGN-FILTER  PIC X(12) VALUE SPACES.

      *> One entry per customer mailed under a tag - the unit the
      *> rates are counted in. PR-MAIL-TYPE is H if any letter under
      *> the tag went to the customer as head of a household.
       01  WS-PR-TABLE.
           05 WS-PR-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-PR-LIMIT      PIC 9(5) VALUE 20000.
           05 WS-PR-ENTRY OCCURS 20000 TIMES.
              10 PR-CAMPAIGN     PIC X(12).
              10 PR-CUST-ID      PIC 9(6).
              10 PR-MAIL-TYPE    PIC X(1).
              10 PR-RESPONDED    PIC X(1).
       01  WS-PR-SUB           PIC 9(5) VALUE ZERO.
       01  WS-PR-HIT           PIC 9(5) VALUE ZERO.
       01  WS-PR-OVERFLOW      PIC 9(6) VALUE ZERO.
       01  WS-FIND-CAMPAIGN    PIC X(12) VALUE SPACES.

      *> Per-campaign tallies. Brackets 1-3 are AgeBracketRpt's,
      *> bracket 4 a customer no longer on the master. Mail type 1
      *> is household, 2 individual. Segment slot 11 is reserved for
      *> "**", the overflow bucket, as in AgeBracketRpt.
       01  WS-CS-TABLE.
           05 WS-CS-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-CS-LIMIT      PIC 9(3) VALUE 200.
           05 WS-CS-ENTRY OCCURS 200 TIMES.
              10 CS-CAMPAIGN     PIC X(12).
              10 CS-MAILED       PIC 9(6).
              10 CS-RESPONDED    PIC 9(6).
              10 CS-BRACKET OCCURS 4 TIMES.
                 15 CS-BR-MAILED    PIC 9(6).
                 15 CS-BR-RESP      PIC 9(6).
              10 CS-MAIL-TYPE OCCURS 2 TIMES.
                 15 CS-MT-MAILED    PIC 9(6).
                 15 CS-MT-RESP      PIC 9(6).
              10 CS-SEG-COUNT    PIC 99.
              10 CS-SEGMENT OCCURS 11 TIMES.
                 15 CS-SEG-CODE     PIC X(2).
                 15 CS-SEG-MAILED   PIC 9(6).
                 15 CS-SEG-RESP     PIC 9(6).
       01  WS-CS-SUB           PIC 9(3) VALUE ZERO.
       01  WS-CS-HIT           PIC 9(3) VALUE ZERO.

      *> The same segment tallies across every campaign.
       01  WS-GS-TABLE.
           05 WS-GS-COUNT      PIC 99 VALUE ZERO.
           05 WS-GS-ENTRY OCCURS 11 TIMES.
              10 GS-CODE         PIC X(2).
              10 GS-MAILED       PIC 9(6).
              10 GS-RESP         PIC 9(6).
       01  WS-SG-LIMIT         PIC 99 VALUE 10.
       01  WS-SG-SUB           PIC 99 VALUE ZERO.
       01  WS-SG-HIT           PIC 99 VALUE ZERO.
       01  WS-BR-SUB           PIC 9 VALUE ZERO.
       01  WS-MT-SUB           PIC 9 VALUE ZERO.
       01  WS-TALLY-SEGMENT    PIC X(2) VALUE SPACES.
       01  WS-RESP-ADD         PIC 9 VALUE ZERO.

       01  WS-HIST-READ        PIC 9(6) VALUE ZERO.
       01  WS-RESP-READ        PIC 9(6) VALUE ZERO.
       01  WS-RESP-UNMATCHED   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MAILED     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-RESPONDED  PIC 9(6) VALUE ZERO.

      *> One breakdown line - see 9100-WRITE-RATE-LINE.
       01  WS-RL-LABEL         PIC X(20) VALUE SPACES.
       01  WS-RL-MAILED        PIC 9(6) VALUE ZERO.
       01  WS-RL-RESP          PIC 9(6) VALUE ZERO.
       01  WS-RL-NOTE          PIC X(20) VALUE SPACES.
       01  WS-RATE             PIC 9(3)V9 VALUE ZERO.
       01  WS-RATE-OUT         PIC ZZ9.9.

      *> Age and segment of the customer in hand, from the shared
      *> CUSTLOOKUP and PREFLOOKUP.
       01  WS-CUST-ID          PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SWITCH     PIC X(1) VALUE "N".
           88 WS-CUSTOMER-FOUND VALUE "Y".
       01  WS-FIRST-NAME       PIC X(20) VALUE SPACES.
       01  WS-LAST-NAME        PIC X(20) VALUE SPACES.
       01  WS-AGE              PIC 99 VALUE ZERO.
       01  WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-PREF-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01  WS-CUST-DNC         PIC X(1) VALUE "N".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

      *> Customer numbers are shown in the printed seven-digit form
      *> (with check digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "RESPRPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CAMPAIGN RESPONSE-RATE REPORT >>>".
           DISPLAY "-------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CONTHIST-FILE.
           CALL "FILERES" USING WS-RESPONSE-FILE.
           CALL "FILERES" USING WS-CAMPAIGN-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CAMPAIGN-FILTER FROM ENVIRONMENT
                  "RESPRPT-CAMPAIGN".
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-FILTER)
             TO WS-CAMPAIGN-FILTER.

           OPEN INPUT CONTACT-HISTORY.
           IF WS-CONTHIST-STATUS NOT = "00"
              DISPLAY "Cannot open CONTHIST.DAT, status="
                      WS-CONTHIST-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
              READ CONTACT-HISTORY
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    PERFORM 1000-NOTE-MAILED
              END-READ
           END-PERFORM.
           CLOSE CONTACT-HISTORY.

           *> No RESPONSE.DAT yet just means nobody has responded.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ RESPONSE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 2000-NOTE-RESPONSE
                 END-READ
              END-PERFORM
              CLOSE RESPONSE-FILE
           END-IF.

           *> One CUSTMAST and one CUSTPREF open for the whole pass -
           *> the closing zero-ID calls below release them.
           DISPLAY "CUSTLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.
           DISPLAY "PREFLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           MOVE 1 TO WS-PR-SUB.
           PERFORM UNTIL WS-PR-SUB > WS-PR-COUNT
              PERFORM 3000-TALLY-CUSTOMER
              ADD 1 TO WS-PR-SUB
           END-PERFORM.

           MOVE ZERO TO WS-CUST-ID.
           CALL "CUSTLOOKUP" USING WS-CUST-ID WS-FOUND-SWITCH
                                    WS-FIRST-NAME WS-LAST-NAME
                                    WS-AGE.
           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.

           *> Descriptions come from the CAMPAIGN master when there
           *> is one; tags from before it existed print without.
           MOVE "N" TO WS-CAMPAIGN-OK.
           OPEN INPUT CAMPAIGN-MASTER.
           IF WS-CAMPAIGN-STATUS = "00"
              MOVE "Y" TO WS-CAMPAIGN-OK
           END-IF.

           OPEN OUTPUT RESPONSE-RPT.
           MOVE SPACES TO RESPONSE-RPT-LINE.
           STRING "CAMPAIGN RESPONSE RATES   RUN DATE "
                  DELIMITED BY SIZE
                  WS-CURR-DATE DELIMITED BY SIZE
                  INTO RESPONSE-RPT-LINE
           END-STRING.
           WRITE RESPONSE-RPT-LINE.

           MOVE 1 TO WS-CS-SUB.
           PERFORM UNTIL WS-CS-SUB > WS-CS-COUNT
              PERFORM 4000-REPORT-CAMPAIGN
              ADD 1 TO WS-CS-SUB
           END-PERFORM.
           IF WS-CAMPAIGN-OK = "Y"
              CLOSE CAMPAIGN-MASTER
           END-IF.

           PERFORM 5000-REPORT-SEGMENTS.
           PERFORM 8000-WRITE-TOTALS.
           CLOSE RESPONSE-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Contact entries read  : " WS-HIST-READ.
           DISPLAY "Responses read        : " WS-RESP-READ.
           DISPLAY "Campaigns reported    : " WS-CS-COUNT.
           DISPLAY "Customers mailed      : " WS-TOTAL-MAILED.
           DISPLAY "Customers responding  : " WS-TOTAL-RESPONDED.
           DISPLAY "Report written to RESPRPT.RPT.".

           COMPUTE WS-STAT-READ = WS-HIST-READ + WS-RESP-READ.
           MOVE WS-CS-COUNT TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-NOTE-MAILED.
           ADD 1 TO WS-HIST-READ.
           IF CH-CAMPAIGN NOT = SPACES
              AND NOT CH-DELIVERY-FAILED
              AND (WS-CAMPAIGN-FILTER = SPACES
                   OR CH-CAMPAIGN = WS-CAMPAIGN-FILTER)
              MOVE CH-CUST-ID  TO WS-CUST-ID
              MOVE CH-CAMPAIGN TO WS-FIND-CAMPAIGN
              PERFORM 1100-FIND-PAIR
              IF WS-PR-HIT = 0
                 IF WS-PR-COUNT < WS-PR-LIMIT
                    ADD 1 TO WS-PR-COUNT
                    MOVE CH-CAMPAIGN  TO PR-CAMPAIGN(WS-PR-COUNT)
                    MOVE CH-CUST-ID   TO PR-CUST-ID(WS-PR-COUNT)
                    MOVE CH-MAIL-TYPE TO PR-MAIL-TYPE(WS-PR-COUNT)
                    MOVE "N"          TO PR-RESPONDED(WS-PR-COUNT)
                 ELSE
                    ADD 1 TO WS-PR-OVERFLOW
                 END-IF
              ELSE
                 IF CH-HOUSEHOLD-LETTER
                    MOVE "H" TO PR-MAIL-TYPE(WS-PR-HIT)
                 END-IF
              END-IF
           END-IF.

      *> Finds WS-CUST-ID under the tag in WS-FIND-CAMPAIGN.
       1100-FIND-PAIR.
           MOVE ZERO TO WS-PR-HIT.
           MOVE 1 TO WS-PR-SUB.
           PERFORM UNTIL WS-PR-SUB > WS-PR-COUNT
                      OR WS-PR-HIT > 0
              IF PR-CUST-ID(WS-PR-SUB) = WS-CUST-ID
                 AND PR-CAMPAIGN(WS-PR-SUB) = WS-FIND-CAMPAIGN
                 MOVE WS-PR-SUB TO WS-PR-HIT
              END-IF
              ADD 1 TO WS-PR-SUB
           END-PERFORM.

       2000-NOTE-RESPONSE.
           ADD 1 TO WS-RESP-READ.
           IF WS-CAMPAIGN-FILTER = SPACES
              OR RS-CAMPAIGN = WS-CAMPAIGN-FILTER
              MOVE RS-CUST-ID  TO WS-CUST-ID
              MOVE RS-CAMPAIGN TO WS-FIND-CAMPAIGN
              PERFORM 1100-FIND-PAIR
              IF WS-PR-HIT > 0
                 MOVE "Y" TO PR-RESPONDED(WS-PR-HIT)
              ELSE
                 ADD 1 TO WS-RESP-UNMATCHED
              END-IF
           END-IF.

       3000-TALLY-CUSTOMER.
           MOVE ZERO TO WS-CS-HIT.
           MOVE 1 TO WS-CS-SUB.
           PERFORM UNTIL WS-CS-SUB > WS-CS-COUNT
                      OR WS-CS-HIT > 0
              IF CS-CAMPAIGN(WS-CS-SUB) = PR-CAMPAIGN(WS-PR-SUB)
                 MOVE WS-CS-SUB TO WS-CS-HIT
              END-IF
              ADD 1 TO WS-CS-SUB
           END-PERFORM.
           IF WS-CS-HIT = 0
              IF WS-CS-COUNT < WS-CS-LIMIT
                 ADD 1 TO WS-CS-COUNT
                 MOVE WS-CS-COUNT TO WS-CS-HIT
                 INITIALIZE WS-CS-ENTRY(WS-CS-HIT)
                 MOVE PR-CAMPAIGN(WS-PR-SUB) TO CS-CAMPAIGN(WS-CS-HIT)
              ELSE
                 MOVE PR-CUST-ID(WS-PR-SUB) TO WS-CHK-CUST-ID
                 CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                      WS-CHK-CUST-ID WS-CHK-RESULT
                 DISPLAY "More than " WS-CS-LIMIT " campaigns - "
                         FUNCTION TRIM(PR-CAMPAIGN(WS-PR-SUB))
                         " customer " WS-PRINT-ID(1:7)
                         " not reported."
              END-IF
           END-IF.
           IF WS-CS-HIT > 0
              PERFORM 3100-TALLY-INTO-CAMPAIGN
           END-IF.

       3100-TALLY-INTO-CAMPAIGN.
           IF PR-RESPONDED(WS-PR-SUB) = "Y"
              MOVE 1 TO WS-RESP-ADD
           ELSE
              MOVE 0 TO WS-RESP-ADD
           END-IF.
           ADD 1           TO CS-MAILED(WS-CS-HIT) WS-TOTAL-MAILED.
           ADD WS-RESP-ADD TO CS-RESPONDED(WS-CS-HIT)
                              WS-TOTAL-RESPONDED.

           MOVE PR-CUST-ID(WS-PR-SUB) TO WS-CUST-ID.
           CALL "CUSTLOOKUP" USING WS-CUST-ID WS-FOUND-SWITCH
                                    WS-FIRST-NAME WS-LAST-NAME
                                    WS-AGE.
           EVALUATE TRUE
              WHEN NOT WS-CUSTOMER-FOUND
                 MOVE 4 TO WS-BR-SUB
              WHEN WS-AGE <= 17
                 MOVE 1 TO WS-BR-SUB
              WHEN WS-AGE <= 64
                 MOVE 2 TO WS-BR-SUB
              WHEN OTHER
                 MOVE 3 TO WS-BR-SUB
           END-EVALUATE.
           ADD 1           TO CS-BR-MAILED(WS-CS-HIT, WS-BR-SUB).
           ADD WS-RESP-ADD TO CS-BR-RESP(WS-CS-HIT, WS-BR-SUB).

           IF PR-MAIL-TYPE(WS-PR-SUB) = "H"
              MOVE 1 TO WS-MT-SUB
           ELSE
              MOVE 2 TO WS-MT-SUB
           END-IF.
           ADD 1           TO CS-MT-MAILED(WS-CS-HIT, WS-MT-SUB).
           ADD WS-RESP-ADD TO CS-MT-RESP(WS-CS-HIT, WS-MT-SUB).

           MOVE PR-CUST-ID(WS-PR-SUB) TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.
           IF WS-CUST-SEGMENT = SPACES
              MOVE "--" TO WS-TALLY-SEGMENT
           ELSE
              MOVE WS-CUST-SEGMENT TO WS-TALLY-SEGMENT
           END-IF.
           PERFORM 3200-TALLY-CAMPAIGN-SEGMENT.
           PERFORM 3300-TALLY-OVERALL-SEGMENT.

       3200-TALLY-CAMPAIGN-SEGMENT.
           MOVE ZERO TO WS-SG-HIT.
           MOVE 1 TO WS-SG-SUB.
           PERFORM UNTIL WS-SG-SUB > CS-SEG-COUNT(WS-CS-HIT)
                      OR WS-SG-HIT > 0
              IF CS-SEG-CODE(WS-CS-HIT, WS-SG-SUB) = WS-TALLY-SEGMENT
                 MOVE WS-SG-SUB TO WS-SG-HIT
              END-IF
              ADD 1 TO WS-SG-SUB
           END-PERFORM.
           IF WS-SG-HIT = 0
              IF CS-SEG-COUNT(WS-CS-HIT) < WS-SG-LIMIT
                 ADD 1 TO CS-SEG-COUNT(WS-CS-HIT)
                 MOVE CS-SEG-COUNT(WS-CS-HIT) TO WS-SG-HIT
                 MOVE WS-TALLY-SEGMENT
                   TO CS-SEG-CODE(WS-CS-HIT, WS-SG-HIT)
              ELSE
                 MOVE "**" TO CS-SEG-CODE(WS-CS-HIT, 11)
                 MOVE 11 TO WS-SG-HIT
              END-IF
           END-IF.
           ADD 1           TO CS-SEG-MAILED(WS-CS-HIT, WS-SG-HIT).
           ADD WS-RESP-ADD TO CS-SEG-RESP(WS-CS-HIT, WS-SG-HIT).

       3300-TALLY-OVERALL-SEGMENT.
           MOVE ZERO TO WS-SG-HIT.
           MOVE 1 TO WS-SG-SUB.
           PERFORM UNTIL WS-SG-SUB > WS-GS-COUNT
                      OR WS-SG-HIT > 0
              IF GS-CODE(WS-SG-SUB) = WS-TALLY-SEGMENT
                 MOVE WS-SG-SUB TO WS-SG-HIT
              END-IF
              ADD 1 TO WS-SG-SUB
           END-PERFORM.
           IF WS-SG-HIT = 0
              IF WS-GS-COUNT < WS-SG-LIMIT
                 ADD 1 TO WS-GS-COUNT
                 MOVE WS-GS-COUNT TO WS-SG-HIT
                 MOVE WS-TALLY-SEGMENT TO GS-CODE(WS-SG-HIT)
                 MOVE ZERO TO GS-MAILED(WS-SG-HIT)
                 MOVE ZERO TO GS-RESP(WS-SG-HIT)
              ELSE
                 IF GS-CODE(11) NOT = "**"
                    MOVE "**" TO GS-CODE(11)
                    MOVE ZERO TO GS-MAILED(11)
                    MOVE ZERO TO GS-RESP(11)
                 END-IF
                 MOVE 11 TO WS-SG-HIT
              END-IF
           END-IF.
           ADD 1           TO GS-MAILED(WS-SG-HIT).
           ADD WS-RESP-ADD TO GS-RESP(WS-SG-HIT).

       4000-REPORT-CAMPAIGN.
           PERFORM 9200-WRITE-BLANK-LINE.
           MOVE SPACES TO CG-DESCRIPTION.
           IF WS-CAMPAIGN-OK = "Y"
              MOVE CS-CAMPAIGN(WS-CS-SUB) TO CG-CAMPAIGN-ID
              READ CAMPAIGN-MASTER
                 INVALID KEY
                    MOVE "(not on the campaign master)"
                      TO CG-DESCRIPTION
              END-READ
           END-IF.
           MOVE SPACES TO RESPONSE-RPT-LINE.
           STRING "CAMPAIGN " DELIMITED BY SIZE
                  CS-CAMPAIGN(WS-CS-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CG-DESCRIPTION DELIMITED BY SIZE
                  INTO RESPONSE-RPT-LINE
           END-STRING.
           WRITE RESPONSE-RPT-LINE.

           MOVE "All customers mailed" TO WS-RL-LABEL.
           MOVE CS-MAILED(WS-CS-SUB)    TO WS-RL-MAILED.
           MOVE CS-RESPONDED(WS-CS-SUB) TO WS-RL-RESP.
           PERFORM 9100-WRITE-RATE-LINE.

           MOVE "  By age bracket" TO RESPONSE-RPT-LINE.
           WRITE RESPONSE-RPT-LINE.
           MOVE 1 TO WS-BR-SUB.
           PERFORM UNTIL WS-BR-SUB > 4
              EVALUATE WS-BR-SUB
                 WHEN 1
                    MOVE "17 and under" TO WS-RL-LABEL
                 WHEN 2
                    MOVE "18 to 64"     TO WS-RL-LABEL
                 WHEN 3
                    MOVE "65 and over"  TO WS-RL-LABEL
                 WHEN OTHER
                    MOVE "Not on master" TO WS-RL-LABEL
              END-EVALUATE
              MOVE CS-BR-MAILED(WS-CS-SUB, WS-BR-SUB) TO WS-RL-MAILED
              MOVE CS-BR-RESP(WS-CS-SUB, WS-BR-SUB)   TO WS-RL-RESP
              IF WS-BR-SUB < 4 OR WS-RL-MAILED > 0
                 PERFORM 9100-WRITE-RATE-LINE
              END-IF
              ADD 1 TO WS-BR-SUB
           END-PERFORM.

           MOVE "  By segment" TO RESPONSE-RPT-LINE.
           WRITE RESPONSE-RPT-LINE.
           MOVE 1 TO WS-SG-SUB.
           PERFORM UNTIL WS-SG-SUB > 11
              IF WS-SG-SUB <= CS-SEG-COUNT(WS-CS-SUB)
                 OR (WS-SG-SUB = 11
                     AND CS-SEG-CODE(WS-CS-SUB, 11) = "**")
                 MOVE SPACES TO WS-RL-LABEL
                 STRING "Segment " DELIMITED BY SIZE
                        CS-SEG-CODE(WS-CS-SUB, WS-SG-SUB)
                        DELIMITED BY SIZE
                        INTO WS-RL-LABEL
                 END-STRING
                 MOVE CS-SEG-MAILED(WS-CS-SUB, WS-SG-SUB)
                   TO WS-RL-MAILED
                 MOVE CS-SEG-RESP(WS-CS-SUB, WS-SG-SUB)
                   TO WS-RL-RESP
                 PERFORM 9100-WRITE-RATE-LINE
              END-IF
              ADD 1 TO WS-SG-SUB
           END-PERFORM.

           MOVE "  By mailing" TO RESPONSE-RPT-LINE.
           WRITE RESPONSE-RPT-LINE.
           MOVE "Household"  TO WS-RL-LABEL.
           MOVE CS-MT-MAILED(WS-CS-SUB, 1) TO WS-RL-MAILED.
           MOVE CS-MT-RESP(WS-CS-SUB, 1)   TO WS-RL-RESP.
           PERFORM 9100-WRITE-RATE-LINE.
           MOVE "Individual" TO WS-RL-LABEL.
           MOVE CS-MT-MAILED(WS-CS-SUB, 2) TO WS-RL-MAILED.
           MOVE CS-MT-RESP(WS-CS-SUB, 2)   TO WS-RL-RESP.
           PERFORM 9100-WRITE-RATE-LINE.

      *> Across every campaign reported - a segment mailed and never
      *> heard from is marked for marketing.
       5000-REPORT-SEGMENTS.
           PERFORM 9200-WRITE-BLANK-LINE.
           MOVE "SEGMENTS ACROSS ALL CAMPAIGNS" TO RESPONSE-RPT-LINE.
           WRITE RESPONSE-RPT-LINE.
           MOVE 1 TO WS-SG-SUB.
           PERFORM UNTIL WS-SG-SUB > 11
              IF WS-SG-SUB <= WS-GS-COUNT
                 OR (WS-SG-SUB = 11 AND GS-CODE(11) = "**")
                 MOVE SPACES TO WS-RL-LABEL
                 STRING "Segment " DELIMITED BY SIZE
                        GS-CODE(WS-SG-SUB) DELIMITED BY SIZE
                        INTO WS-RL-LABEL
                 END-STRING
                 MOVE GS-MAILED(WS-SG-SUB) TO WS-RL-MAILED
                 MOVE GS-RESP(WS-SG-SUB)   TO WS-RL-RESP
                 IF WS-RL-MAILED > 0 AND WS-RL-RESP = 0
                    MOVE "NEVER RESPONDED" TO WS-RL-NOTE
                 END-IF
                 PERFORM 9100-WRITE-RATE-LINE
              END-IF
              ADD 1 TO WS-SG-SUB
           END-PERFORM.

       8000-WRITE-TOTALS.
           PERFORM 9200-WRITE-BLANK-LINE.
           MOVE SPACES TO RESPONSE-RPT-LINE.
           STRING "Campaigns " DELIMITED BY SIZE
                  WS-CS-COUNT DELIMITED BY SIZE
                  "  customers mailed " DELIMITED BY SIZE
                  WS-TOTAL-MAILED DELIMITED BY SIZE
                  "  responding " DELIMITED BY SIZE
                  WS-TOTAL-RESPONDED DELIMITED BY SIZE
                  "  responses read " DELIMITED BY SIZE
                  WS-RESP-READ DELIMITED BY SIZE
                  INTO RESPONSE-RPT-LINE
           END-STRING.
           WRITE RESPONSE-RPT-LINE.
           IF WS-RESP-UNMATCHED > 0
              MOVE SPACES TO RESPONSE-RPT-LINE
              STRING "Responses with no matching letter on CONTHIST "
                     DELIMITED BY SIZE
                     "(history since cleared): " DELIMITED BY SIZE
                     WS-RESP-UNMATCHED DELIMITED BY SIZE
                     INTO RESPONSE-RPT-LINE
              END-STRING
              WRITE RESPONSE-RPT-LINE
           END-IF.
           IF WS-PR-OVERFLOW > 0
              MOVE SPACES TO RESPONSE-RPT-LINE
              STRING "Letters past the " DELIMITED BY SIZE
                     WS-PR-LIMIT DELIMITED BY SIZE
                     "-customer table, not counted: "
                     DELIMITED BY SIZE
                     WS-PR-OVERFLOW DELIMITED BY SIZE
                     INTO RESPONSE-RPT-LINE
              END-STRING
              WRITE RESPONSE-RPT-LINE
           END-IF.

       9100-WRITE-RATE-LINE.
           IF WS-RL-MAILED > 0
              COMPUTE WS-RATE ROUNDED =
                      WS-RL-RESP * 100 / WS-RL-MAILED
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF.
           MOVE WS-RATE TO WS-RATE-OUT.
           MOVE SPACES TO RESPONSE-RPT-LINE.
           STRING "    " DELIMITED BY SIZE
                  WS-RL-LABEL DELIMITED BY SIZE
                  " mailed " DELIMITED BY SIZE
                  WS-RL-MAILED DELIMITED BY SIZE
                  "  responded " DELIMITED BY SIZE
                  WS-RL-RESP DELIMITED BY SIZE
                  "  rate " DELIMITED BY SIZE
                  WS-RATE-OUT DELIMITED BY SIZE
                  "%  " DELIMITED BY SIZE
                  WS-RL-NOTE DELIMITED BY SIZE
                  INTO RESPONSE-RPT-LINE
           END-STRING.
           WRITE RESPONSE-RPT-LINE.
           MOVE SPACES TO WS-RL-NOTE.

       9200-WRITE-BLANK-LINE.
           MOVE SPACES TO RESPONSE-RPT-LINE.
           WRITE RESPONSE-RPT-LINE.
