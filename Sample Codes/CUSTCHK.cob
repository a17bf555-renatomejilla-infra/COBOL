      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared customer-number check-digit routine.
      *                  Operators and the mailroom key six-digit
      *                  customer IDs, and one transposed digit quietly
      *                  landed on another customer's record. The
      *                  customer number as printed on letters, reports
      *                  and extracts now carries a seventh, check digit
      *                  (Luhn, modulus 10 - catches every single-digit
      *                  slip and every adjacent transposition but
      *                  09/90). The check digit is derived from the ID,
      *                  never stored: every existing ID is valid as it
      *                  stands and the files keep their six-digit keys.
      *                  Functions:
      *                    D - derive. From LK-CUST-ID, hands back the
      *                        seven-digit printed form in LK-ID-TEXT
      *                        and the check digit itself in LK-RESULT.
      *                    V - validate what a person or an inbound
      *                        file supplied in LK-ID-TEXT (leading
      *                        spaces ignored): seven digits, or six,
      *                        a hyphen and the check digit. The six-
      *                        digit ID comes back in LK-CUST-ID when
      *                        LK-RESULT is space or B. LK-RESULT:
      *                          space - check digit correct
      *                          C     - check digit wrong - a mistyped
      *                                  number, its own reason code in
      *                                  every caller
      *                          B     - six digits with no check digit,
      *                                  accepted while CUSTCHK-BARE-IDS
      *                                  (PARMGET, default Y) allows
      *                                  it - letters printed before
      *                                  the check digit are still
      *                                  coming back through the
      *                                  mailroom
      *                          M     - six digits with no check digit,
      *                                  refused (CUSTCHK-BARE-IDS=N)
      *                          F     - not a customer number at all
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTCHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ID-TEXT          PIC X(8) VALUE SPACES.
       01  WS-ID-DIGITS        PIC 9(6) VALUE ZERO.
       01  WS-ID-DIGIT-TABLE REDEFINES WS-ID-DIGITS.
           05 WS-ID-DIGIT      PIC 9 OCCURS 6 TIMES.
       01  WS-DIGIT-SUB        PIC 9 VALUE ZERO.
       01  WS-DOUBLED          PIC 99 VALUE ZERO.
       01  WS-LUHN-SUM         PIC 9(3) VALUE ZERO.
       01  WS-CHECK-DIGIT      PIC 9 VALUE ZERO.
       01  WS-GIVEN-DIGIT      PIC 9 VALUE ZERO.

      *> The transition setting is read once per run and held - a
      *> file load validates an ID on every record.
       01  WS-PARM-READ        PIC X(1) VALUE "N".
       01  WS-BARE-ALLOWED     PIC X(1) VALUE "Y".
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CUSTCHK".
       01  WS-PARM-NAME        PIC X(24) VALUE "CUSTCHK-BARE-IDS".
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       01  LK-FUNCTION         PIC X(1).
       01  LK-ID-TEXT          PIC X(8).
       01  LK-CUST-ID          PIC 9(6).
       01  LK-RESULT           PIC X(1).

       PROCEDURE DIVISION USING LK-FUNCTION LK-ID-TEXT LK-CUST-ID
                                 LK-RESULT.
           EVALUATE LK-FUNCTION
              WHEN "D"
                 MOVE LK-CUST-ID TO WS-ID-DIGITS
                 PERFORM 1000-DERIVE-CHECK-DIGIT
                 MOVE SPACES TO LK-ID-TEXT
                 MOVE WS-ID-DIGITS   TO LK-ID-TEXT(1:6)
                 MOVE WS-CHECK-DIGIT TO LK-ID-TEXT(7:1)
                 MOVE WS-CHECK-DIGIT TO LK-RESULT
              WHEN "V"
                 PERFORM 2000-VALIDATE-ID
              WHEN OTHER
                 MOVE "F" TO LK-RESULT
           END-EVALUATE.

           GOBACK.

      *> Luhn over the six ID digits: from the right, every other
      *> digit starting with the last is doubled (less 9 when that
      *> makes two digits), the lot is summed, and the check digit
      *> brings the sum up to a multiple of ten.
       1000-DERIVE-CHECK-DIGIT.
           MOVE ZERO TO WS-LUHN-SUM.
           MOVE 6 TO WS-DIGIT-SUB.
           PERFORM UNTIL WS-DIGIT-SUB = 0
              IF FUNCTION MOD(WS-DIGIT-SUB, 2) = 0
                 COMPUTE WS-DOUBLED = WS-ID-DIGIT(WS-DIGIT-SUB) * 2
                 IF WS-DOUBLED > 9
                    SUBTRACT 9 FROM WS-DOUBLED
                 END-IF
                 ADD WS-DOUBLED TO WS-LUHN-SUM
              ELSE
                 ADD WS-ID-DIGIT(WS-DIGIT-SUB) TO WS-LUHN-SUM
              END-IF
              SUBTRACT 1 FROM WS-DIGIT-SUB
           END-PERFORM.
           COMPUTE WS-CHECK-DIGIT =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

       2000-VALIDATE-ID.
           MOVE "F" TO LK-RESULT.
           MOVE FUNCTION TRIM(LK-ID-TEXT LEADING) TO WS-ID-TEXT.

           EVALUATE TRUE
              WHEN WS-ID-TEXT(1:7) IS NUMERIC
               AND WS-ID-TEXT(8:1) = SPACE
                 MOVE WS-ID-TEXT(1:6) TO WS-ID-DIGITS
                 MOVE WS-ID-TEXT(7:1) TO WS-GIVEN-DIGIT
                 PERFORM 2100-PROVE-CHECK-DIGIT
              WHEN WS-ID-TEXT(1:6) IS NUMERIC
               AND WS-ID-TEXT(7:1) = "-"
               AND WS-ID-TEXT(8:1) IS NUMERIC
                 MOVE WS-ID-TEXT(1:6) TO WS-ID-DIGITS
                 MOVE WS-ID-TEXT(8:1) TO WS-GIVEN-DIGIT
                 PERFORM 2100-PROVE-CHECK-DIGIT
              WHEN WS-ID-TEXT(1:6) IS NUMERIC
               AND WS-ID-TEXT(7:2) = SPACES
                 PERFORM 2200-READ-TRANSITION-PARM
                 MOVE WS-ID-TEXT(1:6) TO WS-ID-DIGITS
                 IF WS-BARE-ALLOWED = "Y"
                    MOVE WS-ID-DIGITS TO LK-CUST-ID
                    MOVE "B" TO LK-RESULT
                 ELSE
                    MOVE "M" TO LK-RESULT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2100-PROVE-CHECK-DIGIT.
           PERFORM 1000-DERIVE-CHECK-DIGIT.
           IF WS-GIVEN-DIGIT = WS-CHECK-DIGIT
              MOVE WS-ID-DIGITS TO LK-CUST-ID
              MOVE SPACE TO LK-RESULT
           ELSE
              MOVE "C" TO LK-RESULT
           END-IF.

       2200-READ-TRANSITION-PARM.
           IF WS-PARM-READ = "N"
              MOVE "Y" TO WS-PARM-READ
              MOVE "Y" TO WS-PARM-VALUE
              CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                    WS-PARM-VALUE WS-PARM-SOURCE
              IF WS-PARM-VALUE = "N" OR WS-PARM-VALUE = "n"
                 MOVE "N" TO WS-BARE-ALLOWED
              END-IF
           END-IF.
