      *                     shared RUNSTATS routine, so RUNSTATRPT
      *                     can trend this program's volumes and
      *                     reject rate across runs.
      *    2026-10-15  RDM  A new CUSTPREF record is built with the
      *                     deceased marker clear and its dates zero,
      *                     matching the CUSTPREF layout's new deceased
      *                     fields.
      *    2026-10-15  RDM  Source-system precedence. The transaction
      *                     record gains the sending source system
      *                     (columns 59-68; blank is an operator
      *                     correction, ranked as MANUAL). A U
      *                     transaction's name or birth date only
      *                     replaces the standing value when its source
      *                     ranks at or above the source that last set
      *                     that field on the SRCPRI.DAT ranking,
      *                     through the shared SRCPREC routine that
      *                     CustDataFormat also calls. A held field is
      *                     logged for SRCCONFRPT, a transaction with
      *                     every field held is reported as HELD rather
      *                     than rejected, and applied fields are
      *                     stamped on CUSTSRC.
      *    2026-10-15  RDM  Customer-number check digit. The record
      *                     gains the check digit of the customer
      *                     number as printed (column 69), proved
      *                     through the shared CUSTCHK before the
      *                     master is read; a wrong one is rejected
      *                     with its own reason so a transposed number
      *                     never updates another customer. A blank
      *                     column 69 passes while CUSTCHK-BARE-IDS
      *                     allows it. CUSTMNT.RPT prints the seven-
      *                     digit number.
      *    2026-10-15  RDM  A segment filed by transaction is marked as
      *                     set by a person on CUSTPREF, so the nightly
      *                     SEGASSIGN rules never replace it; clearing
      *                     it hands the customer back to the rules.
      *    ============================================================

       IDENTIFICATION DIVISION.
           05 TRN-BIRTH-DATE     PIC X(8).
           05 TRN-SEGMENT-CODE   PIC X(2).
           05 TRN-CONTACT-FLAG   PIC X(1).
      *> The system that sent a U transaction, weighed against the
      *> SRCPRI.DAT ranking. Blank is an operator correction (MANUAL).
           05 TRN-SOURCE-SYSTEM  PIC X(10).
      *> Check digit of the customer number as printed - see CUSTCHK.
           05 TRN-CHECK-DIGIT    PIC X(1).

       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE     PIC X(132).
       01  WS-ERROR-SWITCH     PIC X(1) VALUE "N".
           88 WS-HAD-ERROR     VALUE "Y".
       01  WS-RESULT-TEXT      PIC X(40) VALUE SPACES.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-BAD-CHECK-COUNT  PIC 9(5) VALUE ZERO.

      *> Customer-number check digit through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE SPACE.
       01  WS-CHK-ID-TEXT      PIC X(8) VALUE SPACES.
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> Source-precedence fields handed to the shared SRCPREC
      *> routine - see 2150-WEIGH-FIELD.
       01  WS-PREC-FUNCTION    PIC X(1) VALUE SPACE.
       01  WS-PREC-FIELD       PIC X(2) VALUE SPACES.
       01  WS-PREC-NEW-VALUE   PIC X(20) VALUE SPACES.
       01  WS-PREC-OLD-VALUE   PIC X(20) VALUE SPACES.
       01  WS-PREC-RESULT      PIC X(1) VALUE SPACE.
       01  WS-NEW-FIRST-NAME   PIC X(20) VALUE SPACES.
       01  WS-NEW-LAST-NAME    PIC X(20) VALUE SPACES.
       01  WS-APPLY-FIRST      PIC X(1) VALUE "N".
       01  WS-APPLY-LAST       PIC X(1) VALUE "N".
       01  WS-APPLY-BIRTH      PIC X(1) VALUE "N".
       01  WS-FIELD-HELD       PIC X(1) VALUE "N".

      *> Change-journal images handed to the shared CUSTJRNL routine
      *> on every applied transaction, same as the interactive path.
              PERFORM 1000-READ-TRANSACTION
           END-PERFORM.

           MOVE "E" TO WS-PREC-FUNCTION.
           PERFORM 2190-CALL-SRCPREC.
           CLOSE MAINT-INPUT.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-PREF.
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  "  rejected: " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  "  held by precedence: " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "  check digit wrong: " DELIMITED BY SIZE
                  WS-BAD-CHECK-COUNT DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE
           END-STRING.
           WRITE MAINT-REPORT-LINE.
           DISPLAY "Transactions read: " WS-READ-COUNT.
           DISPLAY "Applied          : " WS-APPLIED-COUNT.
           DISPLAY "Rejected         : " WS-REJECTED-COUNT.
           DISPLAY "Held (precedence): " WS-HELD-COUNT
                   " (see SRCCONFRPT)".
           DISPLAY "Check digit wrong: " WS-BAD-CHECK-COUNT
                   " (included in rejected)".

           EVALUATE TRUE
              WHEN WS-HAD-ERROR

       2000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE SPACE TO WS-CHK-RESULT.
           IF TRN-CUST-ID IS NUMERIC
              PERFORM 2050-PROVE-CHECK-DIGIT
           END-IF.

           EVALUATE TRUE
              WHEN TRN-CUST-ID IS NOT NUMERIC
                 MOVE "REJECTED - CUSTOMER ID NOT NUMERIC"
                   TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN WS-CHK-RESULT = "C"
                 MOVE "REJECTED - CHECK DIGIT WRONG"
                   TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
                 ADD 1 TO WS-BAD-CHECK-COUNT
              WHEN WS-CHK-RESULT NOT = SPACE
               AND WS-CHK-RESULT NOT = "B"
                 MOVE "REJECTED - CHECK DIGIT MISSING"
                   TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN OTHER
                 PERFORM 2060-APPLY-TO-MASTER
           END-EVALUATE.

           PERFORM 2900-REPORT-RESULT.

      *> The six-digit ID and column 69 together make the number as
      *> printed; a blank column 69 is a bare six-digit ID.
       2050-PROVE-CHECK-DIGIT.
           MOVE "V" TO WS-CHK-FUNCTION.
           MOVE SPACES TO WS-CHK-ID-TEXT.
           MOVE TRN-CUST-ID     TO WS-CHK-ID-TEXT(1:6).
           MOVE TRN-CHECK-DIGIT TO WS-CHK-ID-TEXT(7:1).
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-CHK-ID-TEXT
                                 WS-CHK-CUST-ID WS-CHK-RESULT.

       2060-APPLY-TO-MASTER.
           MOVE TRN-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE "REJECTED - NO SUCH CUSTOMER"
                   TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
              NOT INVALID KEY
                 IF CM-RECORD-DELETED
                    MOVE "REJECTED - ALREADY SOFT-DELETED"
                      TO WS-RESULT-TEXT
                    ADD 1 TO WS-REJECTED-COUNT
                 ELSE
                    MOVE CUSTOMER-MASTER-RECORD
                      TO WS-BEFORE-IMAGE
                    EVALUATE TRN-CODE
                       WHEN "U"
                          PERFORM 2100-APPLY-UPDATE
                       WHEN "D"
                          PERFORM 2200-APPLY-DELETE
                       WHEN "S"
                          PERFORM 2300-APPLY-SEGMENT
                       WHEN "C"
                          PERFORM 2600-APPLY-CONTACT
                       WHEN OTHER
                          MOVE
                          "REJECTED - TRANSACTION CODE NOT U/D/S/C"
                            TO WS-RESULT-TEXT
                          ADD 1 TO WS-REJECTED-COUNT
                    END-EVALUATE
                 END-IF
           END-READ.

      *> A blank field keeps the standing value, so a pure birth-date
      *> correction doesn't have to re-key the names (and the other
      *> way round). At least one field must be present. A field
      *> that differs from the standing value only moves when the
      *> transaction's source ranks at or above the source that last
      *> set it; a field held back is logged for SRCCONFRPT, and a
      *> transaction with every field held is reported as HELD.
       2100-APPLY-UPDATE.
           IF TRN-FIRST-NAME = SPACES
              AND TRN-LAST-NAME = SPACES
                   TO WS-RESULT-TEXT
                 ADD 1 TO WS-REJECTED-COUNT
              ELSE
                 PERFORM 2120-CHECK-PRECEDENCE
                 IF WS-FIELD-HELD = "Y"
                    AND WS-APPLY-FIRST = "N"
                    AND WS-APPLY-LAST = "N"
                    AND WS-APPLY-BIRTH = "N"
                    MOVE "HELD - SOURCE OUTRANKED, SEE SRCCONFRPT"
                      TO WS-RESULT-TEXT
                    ADD 1 TO WS-HELD-COUNT
                 ELSE
                    IF WS-APPLY-FIRST = "Y"
                       MOVE WS-NEW-FIRST-NAME TO CM-FIRST-NAME
                    END-IF
                    IF WS-APPLY-LAST = "Y"
                       MOVE WS-NEW-LAST-NAME TO CM-LAST-NAME
                    END-IF
                    IF WS-APPLY-BIRTH = "Y"
                       OR TRN-BIRTH-DATE = SPACES
                       MOVE WS-BIRTH-DATE-TEXT TO CM-BIRTH-DATE
                       MOVE WS-NEW-AGE         TO CM-AGE
                    END-IF
                    MOVE "U" TO WS-JRNL-ACTION
                    PERFORM 2500-REWRITE-AND-JOURNAL
                    IF NOT WS-HAD-ERROR
                       PERFORM 2180-STAMP-SOURCES
                       IF WS-FIELD-HELD = "Y"
                          MOVE "APPLIED - SOME FIELDS HELD BY SOURCE"
                            TO WS-RESULT-TEXT
                       ELSE
                          MOVE "APPLIED - CUSTOMER UPDATED"
                            TO WS-RESULT-TEXT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> Weigh each keyed field that differs from the standing record
      *> through the shared SRCPREC routine. A keyed field that
      *> already agrees needs no say-so and keeps its standing source.
       2120-CHECK-PRECEDENCE.
           MOVE "N" TO WS-APPLY-FIRST WS-APPLY-LAST WS-APPLY-BIRTH.
           MOVE "N" TO WS-FIELD-HELD.
           MOVE FUNCTION TRIM(TRN-FIRST-NAME) TO WS-NEW-FIRST-NAME.
           MOVE FUNCTION TRIM(TRN-LAST-NAME)  TO WS-NEW-LAST-NAME.
           IF TRN-FIRST-NAME NOT = SPACES
              AND WS-NEW-FIRST-NAME NOT = CM-FIRST-NAME
              MOVE "FN" TO WS-PREC-FIELD
              MOVE WS-NEW-FIRST-NAME TO WS-PREC-NEW-VALUE
              MOVE CM-FIRST-NAME     TO WS-PREC-OLD-VALUE
              PERFORM 2150-WEIGH-FIELD
              MOVE WS-PREC-RESULT TO WS-APPLY-FIRST
           END-IF.
           IF TRN-LAST-NAME NOT = SPACES
              AND WS-NEW-LAST-NAME NOT = CM-LAST-NAME
              MOVE "LN" TO WS-PREC-FIELD
              MOVE WS-NEW-LAST-NAME TO WS-PREC-NEW-VALUE
              MOVE CM-LAST-NAME     TO WS-PREC-OLD-VALUE
              PERFORM 2150-WEIGH-FIELD
              MOVE WS-PREC-RESULT TO WS-APPLY-LAST
           END-IF.
           IF TRN-BIRTH-DATE NOT = SPACES
              AND WS-BIRTH-DATE-TEXT NOT = CM-BIRTH-DATE
              MOVE "BD" TO WS-PREC-FIELD
              MOVE WS-BIRTH-DATE-TEXT TO WS-PREC-NEW-VALUE
              MOVE CM-BIRTH-DATE      TO WS-PREC-OLD-VALUE
              PERFORM 2150-WEIGH-FIELD
              MOVE WS-PREC-RESULT TO WS-APPLY-BIRTH
           END-IF.

       2150-WEIGH-FIELD.
           MOVE "C" TO WS-PREC-FUNCTION.
           PERFORM 2190-CALL-SRCPREC.
           IF WS-PREC-RESULT NOT = "Y"
              MOVE "N" TO WS-PREC-RESULT
              MOVE "Y" TO WS-FIELD-HELD
           END-IF.

      *> Record the transaction's source against every field it set.
       2180-STAMP-SOURCES.
           MOVE "S" TO WS-PREC-FUNCTION.
           IF WS-APPLY-FIRST = "Y"
              MOVE "FN" TO WS-PREC-FIELD
              PERFORM 2190-CALL-SRCPREC
           END-IF.
           IF WS-APPLY-LAST = "Y"
              MOVE "LN" TO WS-PREC-FIELD
              PERFORM 2190-CALL-SRCPREC
           END-IF.
           IF WS-APPLY-BIRTH = "Y"
              MOVE "BD" TO WS-PREC-FIELD
              PERFORM 2190-CALL-SRCPREC
           END-IF.

       2190-CALL-SRCPREC.
           CALL "SRCPREC" USING WS-PREC-FUNCTION WS-PROGRAM-NAME
                                 WS-OPERATOR-ID CM-CUST-ID
                                 WS-PREC-FIELD TRN-SOURCE-SYSTEM
                                 WS-PREC-NEW-VALUE WS-PREC-OLD-VALUE
                                 WS-PREC-RESULT.

       2200-APPLY-DELETE.
           MOVE "D" TO CM-DELETE-FLAG.
           MOVE "D" TO WS-JRNL-ACTION.
       2400-FILE-PREF-RECORD.
           PERFORM 2450-READ-OR-INIT-PREF.
           MOVE TRN-SEGMENT-CODE TO CP-SEGMENT-CODE.
           PERFORM 2460-MARK-SEGMENT-ORIGIN.
           PERFORM 2700-WRITE-PREF-RECORD.
           IF WS-RESULT-TEXT(1:7) = "APPLIED"
              MOVE "APPLIED - SEGMENT FILED" TO WS-RESULT-TEXT
                 MOVE TRN-CUST-ID TO CP-CUST-ID
                 MOVE "N" TO CP-DNC-FLAG
                 MOVE ZERO TO CP-DNC-DATE
                 MOVE "N" TO CP-DECEASED-FLAG
                 MOVE ZERO TO CP-DEATH-DATE CP-DECEASED-MARKED
                 MOVE ZERO TO CP-SEGMENT-SET-DATE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PREF-ON-FILE
           END-READ.

      *> A segment filed by transaction is a person's decision, and
      *> SEGASSIGN's rules leave it alone; clearing it hands the
      *> customer back to the rules.
       2460-MARK-SEGMENT-ORIGIN.
           IF CP-SEGMENT-CODE = SPACES
              MOVE SPACE TO CP-SEGMENT-ORIGIN
           ELSE
              MOVE "M" TO CP-SEGMENT-ORIGIN
           END-IF.
           MOVE SPACES TO CP-SEGMENT-RULE.
           MOVE WS-CURR-DATE TO CP-SEGMENT-SET-DATE.

      *> The do-not-contact marker on the same CUSTPREF record - the
      *> batch counterpart of CUSTMAINT's option 4.
       2600-APPLY-CONTACT.
                      WS-BEFORE-IMAGE WS-AFTER-IMAGE
           END-REWRITE.

      *> The report shows the customer number as printed; an ID
      *> that is not numeric is shown as it arrived.
       2900-REPORT-RESULT.
           IF TRN-CUST-ID IS NUMERIC
              MOVE "D" TO WS-CHK-FUNCTION
              MOVE TRN-CUST-ID TO WS-CHK-CUST-ID
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                    WS-CHK-CUST-ID WS-CHK-RESULT
           ELSE
              MOVE SPACES TO WS-PRINT-ID
              MOVE TRN-CUST-ID TO WS-PRINT-ID(1:6)
           END-IF.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING TRN-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  INTO MAINT-REPORT-LINE
