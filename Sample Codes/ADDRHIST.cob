      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Address-as-of-date reconstruction from the
      *                  ADDRJRNL change journal. CUSTADDR holds only
      *                  the current address, so "where did we think
      *                  this customer lived when the letter went out"
      *                  meant reading ADDRJRNL.DAT by eye. This takes
      *                  one customer ID or a list of them and a mode -
      *                  ADDRHIST-MODE, ADDRHIST-IDS (IDs separated by
      *                  spaces or commas), ADDRHIST-DATE in the
      *                  environment for unattended use, or prompts -
      *                  and prints to ADDRHIST.RPT:
      *                    A  as of a date: the address in force at
      *                       the end of that day, rebuilt from the
      *                       journal's before and after images, with
      *                       the journalled change that put it there
      *                       (date, time, program, operator, action);
      *                    T  timeline: every journalled change for
      *                       the customer in order, before and after.
      *                  An address never changed since journalling
      *                  began is taken from the first later change's
      *                  before-image, or from CUSTADDR itself when
      *                  there is no change at all, and says so.
      *                  Entries that only touched the returned-mail
      *                  marker (RETMAIL) do not move the address; the
      *                  marker in force is shown beside it. Read-only.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Each customer ID is proved through the
      *                     shared CUSTCHK; a wrong check digit is
      *                     skipped and counted on its own.
      *    2026-10-15  RDM  The ADDRJRNL segments JRNLCOMP has cut
      *                     (JRNLARCH.DAT) are read ahead of the live
      *                     journal, so the as-of address and the
      *                     timeline reach back past compaction; a
      *                     segment not on disk is named on the
      *                     report. The report open is now checked and
      *                     customers print with their check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ADDRHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT HISTORY-RPT  ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 JR-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 JR-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 JR-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 JR-ACTION        PIC X(1).
           05 FILLER           PIC X.
           05 JR-BEFORE-IMAGE  PIC X(90).
           05 FILLER           PIC X.
           05 JR-AFTER-IMAGE   PIC X(90).

      *> JRNLCOMP's list of the dated segments cut from the journal.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

       FD  HISTORY-RPT.
       01  HISTORY-RPT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "ADDRJRNL.DAT".
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "ADDRHIST.RPT".

       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-MODE             PIC X(1) VALUE SPACE.
           88 WS-AS-OF-MODE    VALUE "A".
           88 WS-TIMELINE-MODE VALUE "T".
       01  WS-AS-OF-TEXT       PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE       PIC 9(8) VALUE ZERO.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-DATE-AGE         PIC 99 VALUE ZERO.
       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.

      *> The customers asked about - from ADDRHIST-IDS or keyed one
      *> at a time.
       01  WS-ID-LIST          PIC X(200) VALUE SPACES.
       01  WS-ID-POINTER       PIC 9(3) VALUE 1.
       01  WS-ID-TOKEN         PIC X(10) VALUE SPACES.
       01  WS-ID-TABLE.
           05 WS-ID-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-ID-LIMIT      PIC 9(3) VALUE 50.
           05 WS-ID-ITEM OCCURS 50 TIMES PIC 9(6).
       01  WS-ID-SUB           PIC 9(3) VALUE ZERO.
       01  WS-ID-REJECTED      PIC 9(3) VALUE ZERO.
       01  WS-ID-BAD-CHECK     PIC 9(3) VALUE ZERO.

      *> Each ID is proved through the shared CUSTCHK - the number
      *> as printed, or six digits while CUSTCHK-BARE-IDS allows.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-ID-TEXT      PIC X(8) VALUE SPACES.
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.

       01  WS-WANTED-ID        PIC 9(6) VALUE ZERO.
       01  WS-WANTED-ID-X REDEFINES WS-WANTED-ID PIC X(6).
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> The ADDRJRNL segments JRNLCOMP has cut, oldest first - read
      *> ahead of the live journal so the history is whole. A
      *> segment listed but not on disk is named on the report.
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(3) VALUE 200.
           05 WS-SEG-ENTRY OCCURS 200 TIMES.
              10 SG-NAME          PIC X(30).
              10 SG-FIRST-DATE    PIC 9(8).
              10 SG-LAST-DATE     PIC 9(8).
              10 SG-ON-DISK       PIC X(1).
       01  WS-SEG-SUB          PIC 9(3) VALUE ZERO.
       01  WS-SEGS-MISSING     PIC 9(3) VALUE ZERO.

      *> A journal image laid over the CUSTADDR record it was taken
      *> from, so the address fields can be compared and printed.
       01  WS-IMAGE-VIEW.
           05 WS-IV-CUST-ID    PIC X(6).
           05 WS-IV-ADDRESS.
              10 WS-IV-STREET  PIC X(30).
              10 WS-IV-CITY    PIC X(20).
              10 WS-IV-POSTAL  PIC X(10).
              10 WS-IV-PHONE   PIC X(15).
           05 WS-IV-UNDELIV-FLAG PIC X(1).
           05 WS-IV-UNDELIV-DATE PIC X(8).
       01  WS-BEFORE-VIEW      PIC X(90) VALUE SPACES.
       01  WS-AFTER-VIEW       PIC X(90) VALUE SPACES.
       01  WS-IMAGE-LABEL      PIC X(8) VALUE SPACES.

      *> What the pass over the journal found for one customer.
       01  WS-IN-FORCE-IMAGE   PIC X(90) VALUE SPACES.
       01  WS-IN-FORCE-SWITCH  PIC X(1) VALUE "N".
           88 WS-HAVE-IN-FORCE VALUE "Y".
       01  WS-PLACED-BY.
           05 WS-PB-DATE       PIC 9(8) VALUE ZERO.
           05 WS-PB-TIME       PIC 9(8) VALUE ZERO.
           05 WS-PB-PROGRAM    PIC X(20) VALUE SPACES.
           05 WS-PB-OPERATOR   PIC X(8) VALUE SPACES.
           05 WS-PB-ACTION     PIC X(1) VALUE SPACE.
       01  WS-LATER-SWITCH     PIC X(1) VALUE "N".
           88 WS-HAVE-LATER    VALUE "Y".
       01  WS-LATER-ACTION     PIC X(1) VALUE SPACE.
       01  WS-LATER-DATE       PIC 9(8) VALUE ZERO.
       01  WS-LATER-BEFORE     PIC X(90) VALUE SPACES.
       01  WS-HIT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ACTION-TEXT      PIC X(8) VALUE SPACES.

      *> Current address from the shared ADDRLOOKUP, for a customer
      *> the journal has never seen change.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
           88 WS-ADDRESS-FOUND VALUE "Y".
       01  WS-STREET           PIC X(30) VALUE SPACES.
       01  WS-CITY             PIC X(20) VALUE SPACES.
       01  WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".

       01  WS-REPORTED-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-NOTHING-COUNT    PIC 9(3) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "ADDRHIST".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< ADDRESS HISTORY REPORT >>>".
           DISPLAY "------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           IF WS-AUTHORIZED NOT = "Y"
              DISPLAY "Operator not recognized or inactive. "
                      "Access denied."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-MODE FROM ENVIRONMENT "ADDRHIST-MODE".
           IF WS-MODE = SPACE
              DISPLAY "A - address as of a date, T - full timeline: "
                      WITH NO ADVANCING
              ACCEPT WS-MODE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF NOT WS-AS-OF-MODE AND NOT WS-TIMELINE-MODE
              DISPLAY "Mode must be A or T."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-AS-OF-MODE
              ACCEPT WS-AS-OF-TEXT FROM ENVIRONMENT "ADDRHIST-DATE"
              IF WS-AS-OF-TEXT = SPACES
                 DISPLAY "Address as of date (YYYYMMDD): "
                         WITH NO ADVANCING
                 ACCEPT WS-AS-OF-TEXT
              END-IF
              CALL "DATEVAL" USING WS-AS-OF-TEXT WS-CURR-DATE
                                    WS-DATE-STATUS WS-DATE-AGE
              IF WS-DATE-STATUS NOT = SPACE
                 DISPLAY "As-of date " WS-AS-OF-TEXT
                         " is not a valid past or current date."
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-AS-OF-TEXT TO WS-AS-OF-DATE
           END-IF.

           PERFORM 1000-GATHER-IDS.
           IF WS-ID-COUNT = 0
              DISPLAY "No customer ID given - nothing to report."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           *> The journal is opened once here only to prove it is
           *> there - each customer gets a pass of its own below.
           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "Cannot open ADDRJRNL.DAT, status="
                      WS-JOURNAL-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE JOURNAL-FILE.

           PERFORM 1500-LOAD-SEGMENT-LIST.

           OPEN OUTPUT HISTORY-RPT.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open ADDRHIST.RPT, status="
                      WS-REPORT-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO HISTORY-RPT-LINE.
           IF WS-AS-OF-MODE
              STRING "ADDRESS IN FORCE AS OF " DELIMITED BY SIZE
                     WS-AS-OF-DATE DELIMITED BY SIZE
                     " (END OF DAY) - FROM ADDRJRNL.DAT   RUN DATE "
                     DELIMITED BY SIZE
                     WS-CURR-DATE DELIMITED BY SIZE
                     INTO HISTORY-RPT-LINE
              END-STRING
           ELSE
              STRING "ADDRESS TIMELINE - FROM ADDRJRNL.DAT   "
                     DELIMITED BY SIZE
                     "RUN DATE " DELIMITED BY SIZE
                     WS-CURR-DATE DELIMITED BY SIZE
                     INTO HISTORY-RPT-LINE
              END-STRING
           END-IF.
           WRITE HISTORY-RPT-LINE.
           PERFORM 1600-WRITE-SEGMENT-NOTES.

           MOVE 1 TO WS-ID-SUB.
           PERFORM UNTIL WS-ID-SUB > WS-ID-COUNT
              MOVE WS-ID-ITEM(WS-ID-SUB) TO WS-WANTED-ID
              PERFORM 9100-WRITE-BLANK-LINE
              IF WS-AS-OF-MODE
                 PERFORM 2000-REPORT-AS-OF
              ELSE
                 PERFORM 3000-REPORT-TIMELINE
              END-IF
              ADD 1 TO WS-ID-SUB
           END-PERFORM.

           CLOSE HISTORY-RPT.

           DISPLAY "Customers reported      : " WS-REPORTED-COUNT.
           DISPLAY "...with nothing on file : " WS-NOTHING-COUNT.
           IF WS-ID-REJECTED > 0
              DISPLAY "IDs not understood      : " WS-ID-REJECTED
           END-IF.
           IF WS-ID-BAD-CHECK > 0
              DISPLAY "Check digit wrong       : " WS-ID-BAD-CHECK
           END-IF.
           IF WS-SEGS-MISSING > 0
              DISPLAY "Archived segments missing: " WS-SEGS-MISSING
                      " - see the report."
           END-IF.
           DISPLAY "Report written to ADDRHIST.RPT.".

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> IDs come from ADDRHIST-IDS when it is set, otherwise keyed
      *> one per prompt until a blank. Anything that is not a
      *> customer ID is skipped with a message.
       1000-GATHER-IDS.
           ACCEPT WS-ID-LIST FROM ENVIRONMENT "ADDRHIST-IDS".
           IF WS-ID-LIST NOT = SPACES
              MOVE 1 TO WS-ID-POINTER
              PERFORM UNTIL WS-ID-POINTER > 200
                 MOVE SPACES TO WS-ID-TOKEN
                 UNSTRING WS-ID-LIST DELIMITED BY "," OR ALL SPACE
                    INTO WS-ID-TOKEN
                    WITH POINTER WS-ID-POINTER
                 END-UNSTRING
                 IF WS-ID-TOKEN NOT = SPACES
                    PERFORM 1100-ADD-ID
                 END-IF
              END-PERFORM
           ELSE
              MOVE "X" TO WS-ID-TOKEN
              PERFORM UNTIL WS-ID-TOKEN = SPACES
                 DISPLAY "Customer number (blank to finish): "
                         WITH NO ADVANCING
                 MOVE SPACES TO WS-ID-TOKEN
                 ACCEPT WS-ID-TOKEN
                 IF WS-ID-TOKEN NOT = SPACES
                    PERFORM 1100-ADD-ID
                 END-IF
              END-PERFORM
           END-IF.

       1100-ADD-ID.
           MOVE FUNCTION TRIM(WS-ID-TOKEN LEADING) TO WS-ID-TOKEN.
           MOVE "F" TO WS-CHK-RESULT.
           MOVE ZERO TO WS-CHK-CUST-ID.
           IF WS-ID-TOKEN(9:2) = SPACES
              MOVE WS-ID-TOKEN(1:8) TO WS-CHK-ID-TEXT
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CHK-ID-TEXT
                                    WS-CHK-CUST-ID WS-CHK-RESULT
           END-IF.

           EVALUATE TRUE
              WHEN WS-CHK-RESULT = "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-ID-TOKEN) " - skipped."
                 ADD 1 TO WS-ID-BAD-CHECK
              WHEN WS-CHK-RESULT = "M"
                 DISPLAY "'" FUNCTION TRIM(WS-ID-TOKEN)
                         "' has no check digit - skipped."
                 ADD 1 TO WS-ID-REJECTED
              WHEN WS-CHK-RESULT NOT = SPACE
               AND WS-CHK-RESULT NOT = "B"
              WHEN WS-CHK-CUST-ID = 0
                 DISPLAY "'" FUNCTION TRIM(WS-ID-TOKEN)
                         "' is not a customer ID - skipped."
                 ADD 1 TO WS-ID-REJECTED
              WHEN WS-ID-COUNT < WS-ID-LIMIT
                 ADD 1 TO WS-ID-COUNT
                 MOVE WS-CHK-CUST-ID TO WS-ID-ITEM(WS-ID-COUNT)
              WHEN OTHER
                 DISPLAY "More than " WS-ID-LIMIT
                         " IDs - " FUNCTION TRIM(WS-ID-TOKEN)
                         " skipped."
                 ADD 1 TO WS-ID-REJECTED
           END-EVALUATE.

      *> The ADDRJRNL segments on JRNLARCH.DAT, in the order they
      *> were cut, each tried once so a missing one can be reported
      *> rather than silently leaving a gap in the history.
       1500-LOAD-SEGMENT-LIST.
           MOVE ZERO TO WS-SEG-COUNT WS-SEGS-MISSING.
           OPEN INPUT JOURNAL-SEGMENTS.
           IF WS-JARCH-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-SEGMENTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF JA-JOURNAL-NAME = "ADDRJRNL.DAT"
                          AND WS-SEG-COUNT < WS-SEG-LIMIT
                          ADD 1 TO WS-SEG-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO SG-NAME(WS-SEG-COUNT)
                          MOVE JA-FIRST-DATE
                            TO SG-FIRST-DATE(WS-SEG-COUNT)
                          MOVE JA-LAST-DATE
                            TO SG-LAST-DATE(WS-SEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENTS
           END-IF.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              MOVE SG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
              OPEN INPUT JOURNAL-FILE
              IF WS-JOURNAL-STATUS = "00"
                 MOVE "Y" TO SG-ON-DISK(WS-SEG-SUB)
                 CLOSE JOURNAL-FILE
              ELSE
                 MOVE "N" TO SG-ON-DISK(WS-SEG-SUB)
                 ADD 1 TO WS-SEGS-MISSING
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.

       1600-WRITE-SEGMENT-NOTES.
           IF WS-SEG-COUNT > 0
              MOVE SPACES TO HISTORY-RPT-LINE
              STRING "Includes " DELIMITED BY SIZE
                     WS-SEG-COUNT DELIMITED BY SIZE
                     " archived journal segment(s) from JRNLARCH.DAT"
                     DELIMITED BY SIZE
                     INTO HISTORY-RPT-LINE
              END-STRING
              WRITE HISTORY-RPT-LINE
           END-IF.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              IF SG-ON-DISK(WS-SEG-SUB) = "N"
                 MOVE SPACES TO HISTORY-RPT-LINE
                 STRING "WARNING: archived segment " DELIMITED BY SIZE
                        FUNCTION TRIM(SG-NAME(WS-SEG-SUB))
                        DELIMITED BY SIZE
                        " is not on disk - changes from "
                        DELIMITED BY SIZE
                        SG-FIRST-DATE(WS-SEG-SUB) DELIMITED BY SIZE
                        " to " DELIMITED BY SIZE
                        SG-LAST-DATE(WS-SEG-SUB) DELIMITED BY SIZE
                        " are missing below." DELIMITED BY SIZE
                        INTO HISTORY-RPT-LINE
                 END-STRING
                 WRITE HISTORY-RPT-LINE
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.

      *> One pass over the journal for the customer. Every entry on
      *> or before the as-of date moves the address in force on to
      *> its after-image (nothing, for a delete); the change that put
      *> it there is the last one that altered the address itself.
      *> The first entry after the date is kept in case nothing was
      *> journalled before it - its before-image is then the answer.
       2000-REPORT-AS-OF.
           MOVE "N" TO WS-IN-FORCE-SWITCH.
           MOVE SPACES TO WS-IN-FORCE-IMAGE.
           INITIALIZE WS-PLACED-BY.
           MOVE "N" TO WS-LATER-SWITCH.
           MOVE ZERO TO WS-HIT-COUNT.

           PERFORM 4000-SCAN-JOURNALS.

           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO HISTORY-RPT-LINE.
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  "  as of " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  INTO HISTORY-RPT-LINE
           END-STRING.
           WRITE HISTORY-RPT-LINE.
           ADD 1 TO WS-REPORTED-COUNT.

           EVALUATE TRUE
              WHEN WS-HAVE-IN-FORCE
                 IF WS-IN-FORCE-IMAGE = SPACES
                    MOVE "  No address on file - removed by the change"
                      TO HISTORY-RPT-LINE
                    WRITE HISTORY-RPT-LINE
                 ELSE
                    MOVE WS-IN-FORCE-IMAGE TO WS-IMAGE-VIEW
                    MOVE "Address" TO WS-IMAGE-LABEL
                    PERFORM 9200-WRITE-IMAGE-LINE
                 END-IF
                 PERFORM 2200-WRITE-PLACED-BY
              WHEN WS-HAVE-LATER AND WS-LATER-ACTION = "A"
                 MOVE SPACES TO HISTORY-RPT-LINE
                 STRING "  No address on file yet - first filed "
                        DELIMITED BY SIZE
                        WS-LATER-DATE DELIMITED BY SIZE
                        INTO HISTORY-RPT-LINE
                 END-STRING
                 WRITE HISTORY-RPT-LINE
                 ADD 1 TO WS-NOTHING-COUNT
              WHEN WS-HAVE-LATER
                 MOVE WS-LATER-BEFORE TO WS-IMAGE-VIEW
                 MOVE "Address" TO WS-IMAGE-LABEL
                 PERFORM 9200-WRITE-IMAGE-LINE
                 MOVE SPACES TO HISTORY-RPT-LINE
                 STRING "  Filed before journalling - unchanged "
                        DELIMITED BY SIZE
                        "until the change of " DELIMITED BY SIZE
                        WS-LATER-DATE DELIMITED BY SIZE
                        INTO HISTORY-RPT-LINE
                 END-STRING
                 WRITE HISTORY-RPT-LINE
              WHEN OTHER
                 PERFORM 2300-REPORT-UNJOURNALLED
           END-EVALUATE.

       2100-APPLY-AS-OF-ENTRY.
           *> Street, city, postal code, and phone are bytes 7-81 of
           *> the image - the returned-mail marker follows them.
           IF NOT WS-HAVE-IN-FORCE
              OR JR-ACTION = "A" OR JR-ACTION = "D"
              OR WS-AFTER-VIEW(7:75) NOT = WS-IN-FORCE-IMAGE(7:75)
              MOVE JR-TS-DATE      TO WS-PB-DATE
              MOVE JR-TS-TIME      TO WS-PB-TIME
              MOVE JR-PROGRAM-NAME TO WS-PB-PROGRAM
              MOVE JR-OPERATOR-ID  TO WS-PB-OPERATOR
              MOVE JR-ACTION       TO WS-PB-ACTION
           END-IF.
           MOVE "Y" TO WS-IN-FORCE-SWITCH.
           IF JR-ACTION = "D"
              MOVE SPACES TO WS-IN-FORCE-IMAGE
           ELSE
              MOVE WS-AFTER-VIEW TO WS-IN-FORCE-IMAGE
           END-IF.

       2150-NOTE-LATER-ENTRY.
           IF NOT WS-HAVE-LATER
              MOVE "Y" TO WS-LATER-SWITCH
              MOVE JR-ACTION TO WS-LATER-ACTION
              MOVE JR-TS-DATE TO WS-LATER-DATE
              MOVE WS-BEFORE-VIEW TO WS-LATER-BEFORE
           END-IF.

       2200-WRITE-PLACED-BY.
           MOVE WS-PB-ACTION TO WS-ACTION-TEXT.
           PERFORM 9300-DESCRIBE-ACTION.
           MOVE SPACES TO HISTORY-RPT-LINE.
           STRING "  Put there by " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SPACE
                  " on " DELIMITED BY SIZE
                  WS-PB-DATE DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  WS-PB-TIME DELIMITED BY SIZE
                  "  program " DELIMITED BY SIZE
                  WS-PB-PROGRAM DELIMITED BY SPACE
                  "  operator " DELIMITED BY SIZE
                  WS-PB-OPERATOR DELIMITED BY SPACE
                  INTO HISTORY-RPT-LINE
           END-STRING.
           WRITE HISTORY-RPT-LINE.

      *> No journal entry at all - the address on CUSTADDR today has
      *> stood since before journalling began, so it is the answer.
       2300-REPORT-UNJOURNALLED.
           CALL "ADDRLOOKUP" USING WS-WANTED-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           IF WS-ADDRESS-FOUND
              MOVE SPACES TO WS-IMAGE-VIEW
              MOVE WS-STREET      TO WS-IV-STREET
              MOVE WS-CITY        TO WS-IV-CITY
              MOVE WS-POSTAL-CODE TO WS-IV-POSTAL
              MOVE WS-PHONE       TO WS-IV-PHONE
              IF WS-UNDELIV-FLAG = "U"
                 MOVE "U" TO WS-IV-UNDELIV-FLAG
              END-IF
              MOVE "Address" TO WS-IMAGE-LABEL
              PERFORM 9200-WRITE-IMAGE-LINE
              MOVE SPACES TO HISTORY-RPT-LINE
              STRING "  No journalled change - the current CUSTADDR "
                     DELIMITED BY SIZE
                     "address, unchanged since journalling began"
                     DELIMITED BY SIZE
                     INTO HISTORY-RPT-LINE
              END-STRING
              WRITE HISTORY-RPT-LINE
           ELSE
              MOVE "  No address on file and no journalled change."
                TO HISTORY-RPT-LINE
              WRITE HISTORY-RPT-LINE
              ADD 1 TO WS-NOTHING-COUNT
           END-IF.

       3000-REPORT-TIMELINE.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO HISTORY-RPT-LINE.
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  "  address timeline" DELIMITED BY SIZE
                  INTO HISTORY-RPT-LINE
           END-STRING.
           WRITE HISTORY-RPT-LINE.
           ADD 1 TO WS-REPORTED-COUNT.
           MOVE ZERO TO WS-HIT-COUNT.

           PERFORM 4000-SCAN-JOURNALS.

           IF WS-HIT-COUNT = 0
              MOVE "  No journalled change for this customer."
                TO HISTORY-RPT-LINE
              WRITE HISTORY-RPT-LINE
              ADD 1 TO WS-NOTHING-COUNT
           END-IF.

       3100-LIST-TIMELINE-ENTRY.
           ADD 1 TO WS-HIT-COUNT.

           MOVE JR-ACTION TO WS-ACTION-TEXT.
           PERFORM 9300-DESCRIBE-ACTION.
           MOVE SPACES TO HISTORY-RPT-LINE.
           STRING "  " DELIMITED BY SIZE
                  JR-TS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JR-TS-TIME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  "  program " DELIMITED BY SIZE
                  JR-PROGRAM-NAME DELIMITED BY SPACE
                  "  operator " DELIMITED BY SIZE
                  JR-OPERATOR-ID DELIMITED BY SPACE
                  INTO HISTORY-RPT-LINE
           END-STRING.
           WRITE HISTORY-RPT-LINE.

           IF JR-ACTION NOT = "A"
              MOVE WS-BEFORE-VIEW TO WS-IMAGE-VIEW
              MOVE "Before" TO WS-IMAGE-LABEL
              PERFORM 9200-WRITE-IMAGE-LINE
           END-IF.
           IF JR-ACTION NOT = "D"
              MOVE WS-AFTER-VIEW TO WS-IMAGE-VIEW
              MOVE "After" TO WS-IMAGE-LABEL
              PERFORM 9200-WRITE-IMAGE-LINE
           END-IF.

      *> The archived segments oldest first, then the live journal,
      *> so the customer's entries come in the order they happened.
       4000-SCAN-JOURNALS.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              IF SG-ON-DISK(WS-SEG-SUB) = "Y"
                 MOVE SG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
                 PERFORM 4100-SCAN-ONE-JOURNAL
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 4100-SCAN-ONE-JOURNAL.

      *> One pass over whichever journal WS-JRNL-READ-NAME names.
       4100-SCAN-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 9000-LOAD-ENTRY-VIEWS
                       IF WS-BEFORE-VIEW(1:6) = WS-WANTED-ID-X
                          OR WS-AFTER-VIEW(1:6) = WS-WANTED-ID-X
                          PERFORM 4200-TAKE-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

       4200-TAKE-ENTRY.
           IF WS-AS-OF-MODE
              ADD 1 TO WS-HIT-COUNT
              IF JR-TS-DATE > WS-AS-OF-DATE
                 PERFORM 2150-NOTE-LATER-ENTRY
              ELSE
                 PERFORM 2100-APPLY-AS-OF-ENTRY
              END-IF
           ELSE
              PERFORM 3100-LIST-TIMELINE-ENTRY
           END-IF.

       9000-LOAD-ENTRY-VIEWS.
           MOVE JR-BEFORE-IMAGE TO WS-BEFORE-VIEW.
           MOVE JR-AFTER-IMAGE  TO WS-AFTER-VIEW.

       9100-WRITE-BLANK-LINE.
           MOVE SPACES TO HISTORY-RPT-LINE.
           WRITE HISTORY-RPT-LINE.

       9200-WRITE-IMAGE-LINE.
           MOVE SPACES TO HISTORY-RPT-LINE.
           STRING "    " DELIMITED BY SIZE
                  WS-IMAGE-LABEL DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-STREET) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-CITY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-POSTAL) DELIMITED BY SIZE
                  "  phone " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IV-PHONE) DELIMITED BY SIZE
                  INTO HISTORY-RPT-LINE
           END-STRING.
           IF WS-IV-UNDELIV-FLAG = "U"
              STRING "  - RETURNED MAIL " DELIMITED BY SIZE
                     WS-IV-UNDELIV-DATE DELIMITED BY SIZE
                     INTO HISTORY-RPT-LINE(100:)
              END-STRING
           END-IF.
           WRITE HISTORY-RPT-LINE.

       9300-DESCRIBE-ACTION.
           EVALUATE WS-ACTION-TEXT(1:1)
              WHEN "A"
                 MOVE "ADDED" TO WS-ACTION-TEXT
              WHEN "U"
                 MOVE "UPDATED" TO WS-ACTION-TEXT
              WHEN "D"
                 MOVE "DELETED" TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-ACTION-TEXT
           END-EVALUATE.

      *> The customer number as printed, check digit included.
       9400-SET-PRINT-ID.
           MOVE WS-WANTED-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
