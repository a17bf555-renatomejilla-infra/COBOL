      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared postal-code/city consistency routine,
      *                  in the SEGCHECK pattern. The plausibility
      *                  checks in ADDRLOAD and ADDRMAINT only prove a
      *                  postal code looks like one - a good code with
      *                  the wrong CA-CITY went straight to the
      *                  printer. This proves the pair against the
      *                  POSTREF.DAT reference table POSTMAINT keeps
      *                  (one line per postal code and valid city name;
      *                  a code served by several towns has several
      *                  lines). Hands back Y the city is valid for the
      *                  code, M the code is on the table but the city
      *                  is not one of its cities, U the code is not on
      *                  the table, or N there is no table on disk.
      *                  Only M is a proven mismatch - the callers
      *                  reject on M and let U through, so a table
      *                  still being built up does not stop every
      *                  address it has not reached yet; POSTSWEEP
      *                  lists the U cases. Letter case and leading
      *                  spaces are ignored. The table is loaded on
      *                  the first call and held, so a batch caller
      *                  validating thousands of rows reads it once.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POSTCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-TABLE ASSIGN TO WS-POSTREF-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-TABLE.
       01  POSTAL-TABLE-RECORD.
           05 PR-POSTAL-CODE   PIC X(10).
           05 FILLER           PIC X.
           05 PR-CITY          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-POSTREF-FILE     PIC X(26) VALUE "POSTREF.DAT".

       01  WS-TABLE-STATUS     PIC XX.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-LOADED-SWITCH    PIC X(1) VALUE "N".
           88 WS-TABLE-LOADED  VALUE "Y".
       01  WS-TABLE-ON-DISK    PIC X(1) VALUE "N".

      *> The reference table, upper-cased and left-justified on load.
       01  WS-PR-TABLE.
           05 WS-PR-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-PR-LIMIT      PIC 9(5) VALUE 10000.
           05 WS-PR-ENTRY OCCURS 10000 TIMES.
              10 PT-POSTAL-CODE PIC X(10).
              10 PT-CITY        PIC X(20).
       01  WS-PR-SUB           PIC 9(5) VALUE ZERO.

       01  WS-WANTED-POSTAL    PIC X(10) VALUE SPACES.
       01  WS-WANTED-CITY      PIC X(20) VALUE SPACES.
       01  WS-CODE-SEEN        PIC X(1) VALUE "N".

       LINKAGE SECTION.
       01  LK-POSTAL-CODE      PIC X(10).
       01  LK-CITY             PIC X(20).
       01  LK-RESULT           PIC X(1).

       PROCEDURE DIVISION USING LK-POSTAL-CODE LK-CITY LK-RESULT.
           IF NOT WS-TABLE-LOADED
              PERFORM 0500-LOAD-TABLE
           END-IF.

           IF WS-TABLE-ON-DISK NOT = "Y"
              *> No reference table means nothing can be proven
              *> either way - the table is set up through POSTMAINT.
              MOVE "N" TO LK-RESULT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-POSTAL-CODE))
             TO WS-WANTED-POSTAL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-CITY))
             TO WS-WANTED-CITY.

           MOVE "U" TO LK-RESULT.
           MOVE "N" TO WS-CODE-SEEN.
           MOVE 1 TO WS-PR-SUB.
           PERFORM UNTIL WS-PR-SUB > WS-PR-COUNT
                      OR LK-RESULT = "Y"
              IF PT-POSTAL-CODE(WS-PR-SUB) = WS-WANTED-POSTAL
                 MOVE "Y" TO WS-CODE-SEEN
                 IF PT-CITY(WS-PR-SUB) = WS-WANTED-CITY
                    MOVE "Y" TO LK-RESULT
                 END-IF
              END-IF
              ADD 1 TO WS-PR-SUB
           END-PERFORM.
           IF LK-RESULT NOT = "Y" AND WS-CODE-SEEN = "Y"
              MOVE "M" TO LK-RESULT
           END-IF.

           IF LK-RESULT = "M"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       0500-LOAD-TABLE.
           MOVE "Y" TO WS-LOADED-SWITCH.
           MOVE ZERO TO WS-PR-COUNT.
           CALL "FILERES" USING WS-POSTREF-FILE.
           OPEN INPUT POSTAL-TABLE.
           IF WS-TABLE-STATUS = "00"
              MOVE "Y" TO WS-TABLE-ON-DISK
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ POSTAL-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-PR-COUNT < WS-PR-LIMIT
                          ADD 1 TO WS-PR-COUNT
                          MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PR-POSTAL-CODE))
                            TO PT-POSTAL-CODE(WS-PR-COUNT)
                          MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PR-CITY))
                            TO PT-CITY(WS-PR-COUNT)
                       ELSE
                          DISPLAY "POSTREF.DAT longer than "
                                  WS-PR-LIMIT " lines - rest ignored."
                          MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTAL-TABLE
           END-IF.
