      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared sign-on broadcast display, called by
      *                  SIGNON once an interactive sign-on has been
      *                  granted. Shows the operator every BROADCAST.DAT
      *                  message (see BCASTREC) that is live today -
      *                  start date reached, expiry date not passed -
      *                  aimed at their role or at ALL, and not yet
      *                  acknowledged in BCASTACK.DAT. Each one asks for
      *                  a Y; the acknowledgement is recorded with the
      *                  date, time, role and the program signed on
      *                  through, and the message is not shown to that
      *                  operator again. Anything but Y leaves it unread
      *                  for the next sign-on. Procedure changes and
      *                  outage notices stop depending on who reads
      *                  their e-mail.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BCASTSHOW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROADCAST-FILE ASSIGN TO WS-BROADCAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS BC-MSG-ID
                               FILE STATUS IS WS-BROADCAST-STATUS.

           SELECT ACK-FILE     ASSIGN TO WS-ACK-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS BK-ACK-KEY
                               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BROADCAST-FILE.
       COPY BCASTREC.

       FD  ACK-FILE.
       COPY BCASTACK.

       WORKING-STORAGE SECTION.
       01  WS-BROADCAST-FILE   PIC X(26) VALUE "BROADCAST.DAT".
       01  WS-ACK-FILE         PIC X(26) VALUE "BCASTACK.DAT".

       01  WS-BROADCAST-STATUS PIC XX VALUE "00".
       01  WS-ACK-STATUS       PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-ACK-OPEN         PIC X(1) VALUE "N".
           88 WS-ACK-IS-OPEN   VALUE "Y".
       01  WS-ACK-FOUND        PIC X(1) VALUE "N".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CURR-TIME        PIC 9(8) VALUE ZERO.
       01  WS-ANSWER           PIC X(1) VALUE SPACE.
       01  WS-SHOWN-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-ACKED-COUNT      PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-OPERATOR-ID      PIC X(8).
       01  LK-ROLE             PIC X(10).
       01  LK-CALLER           PIC X(20).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-ROLE LK-CALLER.
           CALL "FILERES" USING WS-BROADCAST-FILE.
           CALL "FILERES" USING WS-ACK-FILE.
           MOVE ZERO TO WS-SHOWN-COUNT WS-ACKED-COUNT.

           *> Nothing ever posted - nothing to show.
           OPEN INPUT BROADCAST-FILE.
           IF WS-BROADCAST-STATUS NOT = "00"
              GOBACK
           END-IF.

           *> The first acknowledgement ever creates the file, the
           *> same way CAMPMAINT creates CAMPAIGN.
           MOVE "N" TO WS-ACK-OPEN.
           OPEN I-O ACK-FILE.
           IF WS-ACK-STATUS = "35"
              OPEN OUTPUT ACK-FILE
              CLOSE ACK-FILE
              OPEN I-O ACK-FILE
           END-IF.
           IF WS-ACK-STATUS = "00"
              MOVE "Y" TO WS-ACK-OPEN
           ELSE
              DISPLAY "BCASTSHOW: cannot open BCASTACK.DAT, status="
                      WS-ACK-STATUS " - messages will be shown but "
                      "acknowledgements cannot be recorded."
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ BROADCAST-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF BC-START-DATE <= WS-CURR-DATE
                       AND BC-EXPIRY-DATE >= WS-CURR-DATE
                       AND (BC-FOR-EVERYONE
                            OR BC-TARGET-ROLE = LK-ROLE)
                       PERFORM 1000-CHECK-ACKNOWLEDGED
                       IF WS-ACK-FOUND = "N"
                          PERFORM 2000-SHOW-MESSAGE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BROADCAST-FILE.
           IF WS-ACK-IS-OPEN
              CLOSE ACK-FILE
           END-IF.

           IF WS-SHOWN-COUNT > 0
              DISPLAY WS-SHOWN-COUNT " broadcast message(s) shown, "
                      WS-ACKED-COUNT " acknowledged."
           END-IF.

           GOBACK.

       1000-CHECK-ACKNOWLEDGED.
           MOVE "N" TO WS-ACK-FOUND.
           IF WS-ACK-IS-OPEN
              MOVE BC-MSG-ID      TO BK-MSG-ID
              MOVE LK-OPERATOR-ID TO BK-OPERATOR-ID
              READ ACK-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ACK-FOUND
              END-READ
           END-IF.

       2000-SHOW-MESSAGE.
           ADD 1 TO WS-SHOWN-COUNT.
           DISPLAY " ".
           DISPLAY "*** OPERATOR BROADCAST " BC-MSG-ID " from "
                   FUNCTION TRIM(BC-POSTED-BY) " - posted "
                   BC-POSTED-DATE ", expires " BC-EXPIRY-DATE " ***".
           DISPLAY "    " BC-SUBJECT.
           IF BC-TEXT-LINE-1 NOT = SPACES
              DISPLAY "    " BC-TEXT-LINE-1
           END-IF.
           IF BC-TEXT-LINE-2 NOT = SPACES
              DISPLAY "    " BC-TEXT-LINE-2
           END-IF.
           IF BC-TEXT-LINE-3 NOT = SPACES
              DISPLAY "    " BC-TEXT-LINE-3
           END-IF.
           DISPLAY "Type Y to acknowledge you have read this message: "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.

           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
              PERFORM 2100-RECORD-ACKNOWLEDGEMENT
           ELSE
              DISPLAY "Not acknowledged - it will be shown again at "
                      "your next sign-on."
           END-IF.

       2100-RECORD-ACKNOWLEDGEMENT.
           IF WS-ACK-IS-OPEN
              ACCEPT WS-CURR-TIME FROM TIME
              MOVE BC-MSG-ID      TO BK-MSG-ID
              MOVE LK-OPERATOR-ID TO BK-OPERATOR-ID
              MOVE LK-ROLE        TO BK-ROLE
              MOVE WS-CURR-DATE   TO BK-ACK-DATE
              MOVE WS-CURR-TIME   TO BK-ACK-TIME
              MOVE LK-CALLER      TO BK-CALLER
              WRITE BROADCAST-ACK-RECORD
                 INVALID KEY
                    DISPLAY "BCASTSHOW: acknowledgement of message "
                            BC-MSG-ID " not recorded, status="
                            WS-ACK-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-ACKED-COUNT
              END-WRITE
           END-IF.
