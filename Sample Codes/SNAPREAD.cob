      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared reader for the CUSTSNAP.DAT nightly
      *                  master snapshot (see SNAPREC), in the
      *                  ADDRLOOKUP bulk-mode pattern - the file is
      *                  held open across calls until the caller
      *                  closes it. The read-only nightly steps call it
      *                  instead of scanning CUSTMAST, CUSTADDR and
      *                  CUSTPREF themselves. Functions:
      *                    O - open. Y back when the snapshot can be
      *                        used: its HDR says it was taken today
      *                        or yesterday, and the last entry on
      *                        CUSTJRNL.DAT and on ADDRJRNL.DAT is
      *                        still the one it stamped - nothing has
      *                        been journalled to the master or the
      *                        address file since. N back otherwise,
      *                        and the caller reads the live files as
      *                        it always has.
      *                    R - next CUS record into the caller's
      *                        area, Y back. At the end, E when the
      *                        TRL record balances with what was
      *                        handed out, X when it does not (or the
      *                        file ends with no TRL at all).
      *                    C - close.
      *                    J - the timestamp, customer ID and
      *                        action of the last entry on each
      *                        journal into the caller's MS-CJRNL-LAST
      *                        and MS-AJRNL-LAST - CUSTSNAP's HDR
      *                        stamp.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SNAPREAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-FILE-RECORD PIC X(201).

      *> Either journal - the CUSTJRNL/ADDRJRNL fixed columns up to
      *> the images, which differ in length between the two.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE.
           05 JL-TS-DATE        PIC 9(8).
           05 FILLER            PIC X.
           05 JL-TS-TIME        PIC 9(8).
           05 FILLER            PIC X(31).
           05 JL-ACTION         PIC X(1).
           05 FILLER            PIC X.
           05 JL-IMAGES         PIC X(190).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".
       01  WS-CJRNL-FILE-NAME  PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-AJRNL-FILE-NAME  PIC X(26) VALUE "ADDRJRNL.DAT".
       01  WS-JOURNAL-NAME     PIC X(26) VALUE SPACES.

       01  WS-SNAPSHOT-STATUS  PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Working storage persists across CALLs - whether the file is
      *> open from an earlier call in the same run unit.
       01  WS-FILE-OPEN        PIC X(1) VALUE "N".
           88 WS-FILE-IS-OPEN  VALUE "Y".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-DATE       PIC 9(8) VALUE ZERO.
       01  WS-IMAGE-LENGTH     PIC 9(3) VALUE ZERO.
       01  WS-AFTER-START      PIC 9(3) VALUE ZERO.

      *> The last entry on a journal - all zero and blank when the
      *> journal is empty or not yet created.
       01  WS-JOURNAL-LAST.
           05 WS-LAST-DATE     PIC 9(8) VALUE ZERO.
           05 WS-LAST-TIME     PIC 9(8) VALUE ZERO.
           05 WS-LAST-ID       PIC X(6) VALUE SPACES.
           05 WS-LAST-ACTION   PIC X(1) VALUE SPACE.
       01  WS-CJRNL-NOW        PIC X(23) VALUE SPACES.
       01  WS-AJRNL-NOW        PIC X(23) VALUE SPACES.

      *> What has been handed out, proved against the TRL record.
       01  WS-MASTER-READ      PIC 9(6) VALUE ZERO.
       01  WS-ADDRESS-READ     PIC 9(6) VALUE ZERO.
       01  WS-PREF-READ        PIC 9(6) VALUE ZERO.
       01  WS-RECORD-READ      PIC 9(6) VALUE ZERO.
       01  WS-HASH-READ        PIC 9(12) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-FUNCTION         PIC X(1).
       01  LK-RESULT           PIC X(1).
       COPY SNAPREC.

       PROCEDURE DIVISION USING LK-FUNCTION LK-RESULT
                                 CUSTOMER-SNAPSHOT-RECORD.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.
           CALL "FILERES" USING WS-CJRNL-FILE-NAME.
           CALL "FILERES" USING WS-AJRNL-FILE-NAME.

           EVALUATE LK-FUNCTION
              WHEN "O"
                 PERFORM 1000-OPEN-SNAPSHOT
              WHEN "R"
                 PERFORM 2000-READ-SNAPSHOT
              WHEN "C"
                 PERFORM 3000-CLOSE-SNAPSHOT
                 MOVE "Y" TO LK-RESULT
              WHEN "J"
                 PERFORM 4000-STAMP-JOURNALS
                 MOVE WS-CJRNL-NOW TO MS-CJRNL-LAST
                 MOVE WS-AJRNL-NOW TO MS-AJRNL-LAST
                 MOVE "Y" TO LK-RESULT
              WHEN OTHER
                 MOVE "N" TO LK-RESULT
           END-EVALUATE.

           GOBACK.

      *> The snapshot is only as good as the moment it was taken.
      *> The maintenance programs journal every change they make to
      *> CUSTMAST and CUSTADDR, so the same last entry on both
      *> journals means none of them has touched either file since.
      *> JRNLCOMP only drops the oldest entries, and the programs that
      *> rewrite the files without journalling - the restores and
      *> recoveries, JRNLCOMP itself and the INTEGAUD repair - delete
      *> CUSTSNAP.DAT rather than leave it to be found current.
       1000-OPEN-SNAPSHOT.
           MOVE "N" TO LK-RESULT.
           PERFORM 3000-CLOSE-SNAPSHOT.
           MOVE ZERO TO WS-MASTER-READ WS-ADDRESS-READ WS-PREF-READ
                        WS-RECORD-READ WS-HASH-READ.

           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
              DISPLAY "No CUSTSNAP snapshot - reading the live "
                      "files."
           ELSE
              MOVE "Y" TO WS-FILE-OPEN
              READ SNAPSHOT-FILE INTO CUSTOMER-SNAPSHOT-RECORD
                 AT END
                    MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD
              END-READ
              PERFORM 1100-CHECK-CURRENCY
              IF LK-RESULT = "Y"
                 DISPLAY "Reading the CUSTSNAP snapshot of "
                         MS-SNAP-DATE " " MS-SNAP-TIME(1:4) "."
              ELSE
                 PERFORM 3000-CLOSE-SNAPSHOT
              END-IF
           END-IF.

       1100-CHECK-CURRENCY.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) - 1).
           EVALUATE TRUE
              WHEN NOT MS-HEADER
                 DISPLAY "CUSTSNAP snapshot has no HDR record - "
                         "reading the live files."
              WHEN MS-SNAP-DATE NOT = WS-CURR-DATE
                   AND MS-SNAP-DATE NOT = WS-PRIOR-DATE
                 DISPLAY "CUSTSNAP snapshot of " MS-SNAP-DATE
                         " is out of date - reading the live files."
              WHEN OTHER
                 PERFORM 4000-STAMP-JOURNALS
                 IF WS-CJRNL-NOW = MS-CJRNL-LAST
                    AND WS-AJRNL-NOW = MS-AJRNL-LAST
                    MOVE "Y" TO LK-RESULT
                 ELSE
                    DISPLAY "Changes journalled since the CUSTSNAP "
                            "snapshot - reading the live files."
                 END-IF
           END-EVALUATE.

       2000-READ-SNAPSHOT.
           MOVE "X" TO LK-RESULT.
           IF WS-FILE-IS-OPEN
              MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD
              READ SNAPSHOT-FILE INTO CUSTOMER-SNAPSHOT-RECORD
                 AT END
                    DISPLAY "CUSTSNAP snapshot ends without its "
                            "TRL record."
                 NOT AT END
                    PERFORM 2100-TAKE-RECORD
              END-READ
           END-IF.

       2100-TAKE-RECORD.
           EVALUATE TRUE
              WHEN MS-DETAIL
                 ADD 1 TO WS-RECORD-READ
                 ADD MS-CUST-ID TO WS-HASH-READ
                 IF MS-ON-MASTER
                    ADD 1 TO WS-MASTER-READ
                 END-IF
                 IF MS-ON-ADDRESS
                    ADD 1 TO WS-ADDRESS-READ
                 END-IF
                 IF MS-ON-PREF
                    ADD 1 TO WS-PREF-READ
                 END-IF
                 MOVE "Y" TO LK-RESULT
              WHEN MS-TRAILER
                 IF MS-RECORD-COUNT = WS-RECORD-READ
                    AND MS-MASTER-COUNT = WS-MASTER-READ
                    AND MS-ADDRESS-COUNT = WS-ADDRESS-READ
                    AND MS-PREF-COUNT = WS-PREF-READ
                    AND MS-ID-HASH = WS-HASH-READ
                    MOVE "E" TO LK-RESULT
                 ELSE
                    DISPLAY "CUSTSNAP snapshot does not balance to "
                            "its TRL record - " WS-RECORD-READ
                            " read, " MS-RECORD-COUNT " expected."
                 END-IF
              WHEN OTHER
                 DISPLAY "CUSTSNAP snapshot holds an unknown "
                         "record type '" MS-REC-TYPE "'."
           END-EVALUATE.

       3000-CLOSE-SNAPSHOT.
           IF WS-FILE-IS-OPEN
              CLOSE SNAPSHOT-FILE
              MOVE "N" TO WS-FILE-OPEN
           END-IF.

       4000-STAMP-JOURNALS.
           MOVE WS-CJRNL-FILE-NAME TO WS-JOURNAL-NAME.
           MOVE 65 TO WS-IMAGE-LENGTH.
           PERFORM 4100-LAST-ENTRY.
           MOVE WS-JOURNAL-LAST TO WS-CJRNL-NOW.
           MOVE WS-AJRNL-FILE-NAME TO WS-JOURNAL-NAME.
           MOVE 90 TO WS-IMAGE-LENGTH.
           PERFORM 4100-LAST-ENTRY.
           MOVE WS-JOURNAL-LAST TO WS-AJRNL-NOW.

      *> A journal not yet created counts as empty.
       4100-LAST-ENTRY.
           MOVE ZERO TO WS-LAST-DATE WS-LAST-TIME.
           MOVE SPACES TO WS-LAST-ID WS-LAST-ACTION.
           COMPUTE WS-AFTER-START = WS-IMAGE-LENGTH + 2.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       PERFORM 4200-TAKE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF.

      *> The customer ID leads both images - taken from the after
      *> image, or from the before image when a delete left that
      *> blank.
       4200-TAKE-ENTRY.
           MOVE JL-TS-DATE TO WS-LAST-DATE.
           MOVE JL-TS-TIME TO WS-LAST-TIME.
           MOVE JL-ACTION  TO WS-LAST-ACTION.
           MOVE JL-IMAGES(WS-AFTER-START:6) TO WS-LAST-ID.
           IF WS-LAST-ID = SPACES
              MOVE JL-IMAGES(1:6) TO WS-LAST-ID
           END-IF.
