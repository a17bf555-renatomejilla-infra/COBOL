      *                  a copy sits on the CUSTARCH archive - one
      *                  page that answers the question completely.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The profile now lists the customer's
      *                     CUSTCASE service cases - number, category,
      *                     status, who holds it, and the summary -
      *                     found through the case file's customer-ID
      *                     alternate key, so a complaint the
      *                     customer rang about shows on the same
      *                     page as the change it led to.
      *    2026-10-15  RDM  The preferences section now says when the
      *                     customer is recorded deceased (PREFLOOKUP's
      *                     D contact flag).
      *    2026-10-15  RDM  Each contact-history line now says what the
      *                     mail vendor did with a letter sent through
      *                     them - still awaiting acknowledgement,
      *                     dispatched on a date, or failed with the
      *                     vendor's reason. CONTHIST is read through
      *                     the shared CONTREC layout.
      *    2026-10-15  RDM  The change-journal section can now take in
      *                     the CUSTJRNL segments JRNLCOMP has cut -
      *                     CUSTPROF-JRNLARCH=Y, or Y at the prompt -
      *                     read oldest first ahead of the live journal
      *                     and marked archived. Without them the
      *                     section says how many segments there are.
      *    2026-10-15  RDM  The customer is given by the number as
      *                     printed - seven digits, or six, a hyphen
      *                     and the check digit - prompted or in
      *                     CUSTPROF-ID, and proved through the shared
      *                     CUSTCHK, so a transposed number is refused
      *                     instead of profiling somebody else. A six-
      *                     digit ID is still taken while
      *                     CUSTCHK-BARE-IDS allows it. The report
      *                     heading shows the seven-digit number.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               RECORD KEY IS XR-XREF-KEY
                               FILE STATUS IS WS-XREF-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT CONTACT-HISTORY ASSIGN TO WS-CONTHIST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTHIST-STATUS.

           SELECT CUSTOMER-CASE ASSIGN TO WS-CUSTCASE-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CS-CASE-NUMBER
                               ALTERNATE RECORD KEY IS
                                  CS-CUST-ID WITH DUPLICATES
                               FILE STATUS IS WS-CASE-STATUS.

           SELECT PROFILE-RPT  ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.
           05 FILLER           PIC X.
           05 JR-AFTER-IMAGE   PIC X(65).

       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

       FD  CONTACT-HISTORY.
       COPY CONTREC.

       FD  CUSTOMER-CASE.
       COPY CASEREC.

       FD  PROFILE-RPT.
       01  PROFILE-RPT-LINE    PIC X(132).
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "CUSTPROF.RPT".
       01  WS-CONTHIST-FILE    PIC X(26) VALUE "CONTHIST.DAT".
       01  WS-CUSTCASE-FILE    PIC X(26) VALUE "CUSTCASE".
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
      *> The live journal or one of its archived segments.
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-CONTHIST-STATUS  PIC XX VALUE "00".
       01  WS-CASE-STATUS      PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-FOUND-SWITCH     PIC X VALUE "N".
           88 WS-RECORD-FOUND  VALUE "Y".

       01  WS-ID-OPTION        PIC X(8) VALUE SPACES.
       01  WS-PROFILE-ID       PIC 9(6) VALUE ZERO.

      *> Customer number check digit through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE SPACE.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> The journal images start with the six-digit customer ID -
      *> remapped here so the entry can be matched to the profile.
       01  WS-IMAGE-VIEW.

       01  WS-JRNL-HIT-COUNT   PIC 9(5) VALUE ZERO.

      *> CUSTJRNL segments JRNLCOMP has cut, oldest first. They are
      *> only read when asked for - CUSTPROF-JRNLARCH=Y, or Y at the
      *> prompt.
       01  WS-JRNLARCH-OPTION  PIC X(1) VALUE SPACE.
           88 WS-READ-SEGMENTS VALUE "Y", "y".
       01  WS-SEGMENT-SWITCH   PIC X(1) VALUE "N".
           88 WS-IN-SEGMENT    VALUE "Y".
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(4) VALUE 500.
           05 WS-SEG-NAME OCCURS 500 TIMES PIC X(30).
       01  WS-SEG-SUB          PIC 9(4) VALUE ZERO.

      *> Address fields from the shared ADDRLOOKUP.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
           88 WS-ADDRESS-FOUND VALUE "Y".
           CALL "FILERES" USING WS-CUSTXREF-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-RPT-FILE-NAME.
           CALL "FILERES" USING WS-CUSTCASE-FILE.
           CALL "FILERES" USING WS-JARCH-FILE.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
                                WS-OPERATOR-ROLE WS-PROGRAM-NAME.
           END-IF.

           ACCEPT WS-ID-OPTION FROM ENVIRONMENT "CUSTPROF-ID".
           ACCEPT WS-JRNLARCH-OPTION FROM ENVIRONMENT
                  "CUSTPROF-JRNLARCH".
           IF WS-ID-OPTION = SPACES
              DISPLAY "Customer number to profile: " WITH NO ADVANCING
              ACCEPT WS-ID-OPTION
              IF WS-JRNLARCH-OPTION = SPACE
                 DISPLAY "Include archived journal segments? "
                         "(Y/N): " WITH NO ADVANCING
                 ACCEPT WS-JRNLARCH-OPTION
              END-IF
           END-IF.

           MOVE ZERO TO WS-PROFILE-ID.
           IF WS-ID-OPTION NOT = SPACES
              MOVE "V" TO WS-CHK-FUNCTION
              CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-ID-OPTION
                                    WS-PROFILE-ID WS-CHK-RESULT
              EVALUATE WS-CHK-RESULT
                 WHEN SPACE
                 WHEN "B"
                    CONTINUE
                 WHEN "C"
                    DISPLAY "Check digit wrong for customer number "
                            FUNCTION TRIM(WS-ID-OPTION) "."
                    MOVE ZERO TO WS-PROFILE-ID
                 WHEN "M"
                    DISPLAY "Give the full customer number, check "
                            "digit included."
                    MOVE ZERO TO WS-PROFILE-ID
                 WHEN OTHER
                    DISPLAY "'" FUNCTION TRIM(WS-ID-OPTION)
                            "' is not a customer number."
                    MOVE ZERO TO WS-PROFILE-ID
              END-EVALUATE
           END-IF.

           IF WS-PROFILE-ID = 0
              IF WS-ID-OPTION = SPACES
                 DISPLAY "No customer ID given - nothing to profile."
              END-IF
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              GOBACK
           END-IF.

           MOVE "D" TO WS-CHK-FUNCTION.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-PROFILE-ID WS-CHK-RESULT.

           OPEN OUTPUT PROFILE-RPT.

           MOVE SPACES TO PROFILE-RPT-LINE.
           STRING "CUSTOMER PROFILE - EVERYTHING ON FILE FOR "
                  DELIMITED BY SIZE
                  "NUMBER " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  INTO PROFILE-RPT-LINE
           END-STRING.
           WRITE PROFILE-RPT-LINE.
           PERFORM 2000-REPORT-ADDRESS.
           PERFORM 2500-REPORT-PREFERENCES.
           PERFORM 2700-REPORT-CONTACTS.
           PERFORM 2800-REPORT-CASES.
           PERFORM 3000-REPORT-XREF.
           PERFORM 4000-REPORT-JOURNAL.
           PERFORM 5000-REPORT-ARCHIVE.
                     INTO PROFILE-RPT-LINE
              END-STRING
              WRITE PROFILE-RPT-LINE
              IF WS-CUST-DNC = "D"
                 MOVE SPACES TO PROFILE-RPT-LINE
                 STRING "  Recorded deceased - all outbound "
                        DELIMITED BY SIZE
                        "contact suppressed." DELIMITED BY SIZE
                        INTO PROFILE-RPT-LINE
                 END-STRING
                 WRITE PROFILE-RPT-LINE
              END-IF
           ELSE
              MOVE "  No preference record on file."
                TO PROFILE-RPT-LINE
                                 CH-CAMPAIGN DELIMITED BY SIZE
                                 INTO PROFILE-RPT-LINE
                          END-STRING
                          PERFORM 2750-ADD-DELIVERY-STATUS
                          WRITE PROFILE-RPT-LINE
                       END-IF
                 END-READ
              END-IF
           END-IF.

      *> What the mail vendor did with the letter, when it went
      *> through them - a letter printed here shows no status.
       2750-ADD-DELIVERY-STATUS.
           EVALUATE TRUE
              WHEN CH-SENT-TO-VENDOR
              WHEN CH-OVERDUE-ALERTED
                 STRING " - with mail vendor, not yet acknowledged"
                        DELIMITED BY SIZE
                        INTO PROFILE-RPT-LINE(59:)
                 END-STRING
              WHEN CH-DISPATCHED
                 STRING " - dispatched by vendor " DELIMITED BY SIZE
                        CH-DELIV-DATE DELIMITED BY SIZE
                        INTO PROFILE-RPT-LINE(59:)
                 END-STRING
              WHEN CH-DELIVERY-FAILED
                 STRING " - FAILED at vendor " DELIMITED BY SIZE
                        CH-DELIV-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        CH-DELIV-REASON DELIMITED BY SIZE
                        INTO PROFILE-RPT-LINE(59:)
                 END-STRING
           END-EVALUATE.

      *> Every service case raised for this customer, oldest first,
      *> reached through the case file's customer-ID alternate key.
       2800-REPORT-CASES.
           PERFORM 9100-WRITE-BLANK-LINE.
           MOVE "SERVICE CASES (CUSTCASE)" TO PROFILE-RPT-LINE.
           WRITE PROFILE-RPT-LINE.

           MOVE ZERO TO WS-JRNL-HIT-COUNT.
           OPEN INPUT CUSTOMER-CASE.
           IF WS-CASE-STATUS NOT = "00"
              MOVE "  No case file on disk." TO PROFILE-RPT-LINE
              WRITE PROFILE-RPT-LINE
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              MOVE WS-PROFILE-ID TO CS-CUST-ID
              START CUSTOMER-CASE
                 KEY IS EQUAL TO CS-CUST-ID
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF
                 READ CUSTOMER-CASE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF CS-CUST-ID NOT = WS-PROFILE-ID
                          MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                          PERFORM 2850-PRINT-CASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-CASE
              IF WS-JRNL-HIT-COUNT = 0
                 MOVE "  No service cases for this ID."
                   TO PROFILE-RPT-LINE
                 WRITE PROFILE-RPT-LINE
              END-IF
           END-IF.

       2850-PRINT-CASE.
           ADD 1 TO WS-JRNL-HIT-COUNT.
           MOVE SPACES TO PROFILE-RPT-LINE.
           STRING "  Case " DELIMITED BY SIZE
                  CS-CASE-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CS-CATEGORY DELIMITED BY SIZE
                  " opened " DELIMITED BY SIZE
                  CS-OPENED-DATE DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  CS-OPENED-BY DELIMITED BY SIZE
                  " assigned " DELIMITED BY SIZE
                  CS-ASSIGNED-TO DELIMITED BY SIZE
                  INTO PROFILE-RPT-LINE
           END-STRING.
           IF CS-CASE-CLOSED
              STRING " - CLOSED " DELIMITED BY SIZE
                     CS-CLOSED-DATE DELIMITED BY SIZE
                     INTO PROFILE-RPT-LINE(72:)
              END-STRING
           ELSE
              STRING " - OPEN" DELIMITED BY SIZE
                     INTO PROFILE-RPT-LINE(72:)
              END-STRING
           END-IF.
           WRITE PROFILE-RPT-LINE.
           MOVE SPACES TO PROFILE-RPT-LINE.
           STRING "    " DELIMITED BY SIZE
                  CS-SUMMARY DELIMITED BY SIZE
                  INTO PROFILE-RPT-LINE
           END-STRING.
           WRITE PROFILE-RPT-LINE.
           IF CS-FOLLOW-UP NOT = SPACES
              MOVE SPACES TO PROFILE-RPT-LINE
              STRING "    Latest: " DELIMITED BY SIZE
                     CS-FOLLOW-UP DELIMITED BY SIZE
                     INTO PROFILE-RPT-LINE
              END-STRING
              WRITE PROFILE-RPT-LINE
           END-IF.

      *> The cross-reference is keyed by source system and source
      *> key, so finding this customer's mappings is a full read of
      *> the file.

      *> The journal is append-only, so reading it front to back
      *> lists this customer's entries in the order they happened.
      *> Entries JRNLCOMP has cut to dated segments are older than
      *> anything on the live journal, so when the segments are asked
      *> for they are read first, oldest segment first.
       4000-REPORT-JOURNAL.
           PERFORM 9100-WRITE-BLANK-LINE.
           MOVE "CHANGE JOURNAL (CUSTJRNL.DAT)"
           WRITE PROFILE-RPT-LINE.

           MOVE ZERO TO WS-JRNL-HIT-COUNT.
           PERFORM 4200-LOAD-SEGMENT-LIST.
           IF WS-READ-SEGMENTS
              MOVE "Y" TO WS-SEGMENT-SWITCH
              MOVE 1 TO WS-SEG-SUB
              PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
                 MOVE WS-SEG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
                 PERFORM 4300-SCAN-JOURNAL
                 IF WS-JOURNAL-STATUS NOT = "00"
                    MOVE SPACES TO PROFILE-RPT-LINE
                    STRING "  Archived segment "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JRNL-READ-NAME)
                           DELIMITED BY SIZE
                           " is not on disk." DELIMITED BY SIZE
                           INTO PROFILE-RPT-LINE
                    END-STRING
                    WRITE PROFILE-RPT-LINE
                 END-IF
                 ADD 1 TO WS-SEG-SUB
              END-PERFORM
              MOVE "N" TO WS-SEGMENT-SWITCH
           END-IF.

           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 4300-SCAN-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
              MOVE "  No journal file on disk."
                TO PROFILE-RPT-LINE
              WRITE PROFILE-RPT-LINE
           ELSE
              IF WS-JRNL-HIT-COUNT = 0
                 MOVE "  No journal entries for this ID."
                   TO PROFILE-RPT-LINE
              END-IF
           END-IF.

           IF WS-SEG-COUNT > 0
              AND NOT WS-READ-SEGMENTS
              MOVE SPACES TO PROFILE-RPT-LINE
              STRING "  Older entries are on " DELIMITED BY SIZE
                     WS-SEG-COUNT DELIMITED BY SIZE
                     " archived segment(s) - rerun with "
                     DELIMITED BY SIZE
                     "CUSTPROF-JRNLARCH=Y to include them."
                     DELIMITED BY SIZE
                     INTO PROFILE-RPT-LINE
              END-STRING
              WRITE PROFILE-RPT-LINE
           END-IF.

       4100-CHECK-JOURNAL-ENTRY.
           MOVE SPACES TO WS-IMAGE-VIEW.
           MOVE JR-AFTER-IMAGE TO WS-IMAGE-VIEW.
                     JR-OPERATOR-ID DELIMITED BY SIZE
                     INTO PROFILE-RPT-LINE
              END-STRING
              IF WS-IN-SEGMENT
                 MOVE "(archived)" TO PROFILE-RPT-LINE(80:10)
              END-IF
              WRITE PROFILE-RPT-LINE
           END-IF.

      *> The CUSTJRNL segments on JRNLARCH.DAT, in the order they
      *> were cut.
       4200-LOAD-SEGMENT-LIST.
           MOVE ZERO TO WS-SEG-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-SEGMENTS.
           IF WS-JARCH-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-SEGMENTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF JA-JOURNAL-NAME = "CUSTJRNL.DAT"
                          AND WS-SEG-COUNT < WS-SEG-LIMIT
                          ADD 1 TO WS-SEG-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO WS-SEG-NAME(WS-SEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENTS
           END-IF.

      *> One pass over whichever journal WS-JRNL-READ-NAME names.
       4300-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 4100-CHECK-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

       5000-REPORT-ARCHIVE.
           PERFORM 9100-WRITE-BLANK-LINE.
           MOVE "ARCHIVE (CUSTARCH)" TO PROFILE-RPT-LINE.
