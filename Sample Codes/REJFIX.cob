      *                  forward unchanged rather than silently lost;
      *                  it will simply reject again next run.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Each correction keyed is now logged to
      *                     REJFIXLOG.DAT with the timestamp, operator,
      *                     reason code and the birth date before and
      *                     after, so the work can be credited to the
      *                     operator who did it (PRODRPT).
      *    ============================================================

       IDENTIFICATION DIVISION.
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RESUB-STATUS.

           SELECT FIXLOG-FILE  ASSIGN TO WS-FIXLOG-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-FIXLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The reject layouts CustDataFormat writes - detail record
       FD  RESUB-FILE.
       01  RESUB-RECORD          PIC X(61).

      *> One line per correction keyed, so the work can be credited
      *> to the operator who did it - the resubmission file itself
      *> carries no operator.
       FD  FIXLOG-FILE.
       01  FIXLOG-RECORD.
           05 FX-TS-DATE         PIC 9(8).
           05 FILLER             PIC X.
           05 FX-TS-TIME         PIC 9(8).
           05 FILLER             PIC X.
           05 FX-PROGRAM-NAME    PIC X(20).
           05 FILLER             PIC X.
           05 FX-OPERATOR-ID     PIC X(8).
           05 FILLER             PIC X.
           05 FX-REASON-CODE     PIC X(1).
           05 FILLER             PIC X.
           05 FX-OLD-BIRTH-DATE  PIC X(8).
           05 FILLER             PIC X.
           05 FX-NEW-BIRTH-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".

       01  WS-CUSTREJ-FILE     PIC X(26) VALUE "CUSTREJ".
       01  WS-RESUB-FILE       PIC X(26) VALUE "CUSTRSUB".
       01  WS-FIXLOG-FILE      PIC X(26) VALUE "REJFIXLOG.DAT".

       01  WS-REJECT-STATUS    PIC XX VALUE "00".
       01  WS-RESUB-STATUS     PIC XX VALUE "00".
       01  WS-FIXLOG-STATUS    PIC XX VALUE "00".
       01  WS-OLD-BIRTH-DATE   PIC X(8) VALUE SPACES.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-HEADER-SEEN      PIC X VALUE "N".

           CALL "FILERES" USING WS-CUSTREJ-FILE.
           CALL "FILERES" USING WS-RESUB-FILE.
           CALL "FILERES" USING WS-FIXLOG-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           END-IF.

           OPEN OUTPUT RESUB-FILE.
           OPEN EXTEND FIXLOG-FILE.
           IF WS-FIXLOG-STATUS = "35"
              OPEN OUTPUT FIXLOG-FILE
           END-IF.

           PERFORM 1000-READ-REJECT.
           PERFORM UNTIL WS-EOF

           PERFORM 8000-WRITE-TRAILER.
           CLOSE RESUB-FILE.
           CLOSE FIXLOG-FILE.

           DISPLAY " ".
           DISPLAY "Rejects read        : " WS-READ-COUNT.
           MOVE REJ-FIRST-NAME TO WS-SHOW-FIRST-NAME.
           MOVE REJ-LAST-NAME  TO WS-SHOW-LAST-NAME.
           MOVE REJ-BIRTH-DATE TO WS-EDIT-BIRTH-DATE.
           MOVE REJ-BIRTH-DATE TO WS-OLD-BIRTH-DATE.

           MOVE "N" TO WS-EDITS-OK.
           PERFORM UNTIL WS-EDITS-ACCEPTED
           WRITE RESUB-RECORD.
           ADD 1 TO WS-FIXED-COUNT.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM 3100-LOG-CORRECTION.
           DISPLAY "Corrected." LINE 12 COL 5.

       3100-LOG-CORRECTION.
           MOVE SPACES TO FIXLOG-RECORD.
           ACCEPT FX-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT FX-TS-TIME FROM TIME.
           MOVE WS-PROGRAM-NAME   TO FX-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID    TO FX-OPERATOR-ID.
           MOVE REJ-REASON-CODE   TO FX-REASON-CODE.
           MOVE WS-OLD-BIRTH-DATE TO FX-OLD-BIRTH-DATE.
           MOVE REJ-BIRTH-DATE    TO FX-NEW-BIRTH-DATE.
           WRITE FIXLOG-RECORD.

       8000-WRITE-TRAILER.
           MOVE SPACES TO REJECT-TRAILER-RECORD.
           MOVE "TRL" TO REJT-REC-TYPE.
