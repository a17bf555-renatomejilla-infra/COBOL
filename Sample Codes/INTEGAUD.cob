      *                  repaired on the report). Runs as a NIGHTLYRUN
      *                  step.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The address sweep walks the night's CUSTSNAP
      *                     snapshot when SNAPREAD finds it current -
      *                     master presence comes from the snapshot row
      *                     and only the archive is read by key. The
      *                     live CUSTADDR scan is still used when it is
      *                     not, or when the snapshot does not balance.
      *    2026-10-15  RDM  Orphan addresses found on the snapshot
      *                     pass are listed once it balances, so a
      *                     pass repeated against CUSTADDR no longer
      *                     lists them twice. INTEGAUD-JRNLARCH=Y also
      *                     sweeps the journal segments JRNLCOMP has
      *                     cut; otherwise the report counts them as
      *                     not swept.
      *    2026-10-15  RDM  The orphan-address repair drops the
      *                     CUSTSNAP snapshot once it has deleted any
      *                     address, since the deletes are not
      *                     journalled.
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

           SELECT EXCEPTION-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.
           05 FILLER           PIC X.
           05 JR-AFTER-IMAGE   PIC X(65).

      *> JRNLCOMP's list of the dated segments cut from the journal.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RPT-LINE  PIC X(132).

       01  WS-CUSTARCH-FILE    PIC X(26) VALUE "CUSTARCH".
       01  WS-CUSTXREF-FILE    PIC X(26) VALUE "CUSTXREF".
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "INTEGRTY.RPT".
       01  WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".
       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-XREF-STATUS      PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-REPAIR-OPTION    PIC X(1) VALUE "N".
           88 WS-REPAIR-MODE   VALUE "Y".

      *> CUSTJRNL segments JRNLCOMP has cut, oldest first. The
      *> nightly sweep checks the live journal; the segments are
      *> only swept when asked for - INTEGAUD-JRNLARCH=Y.
       01  WS-JRNLARCH-OPTION  PIC X(1) VALUE SPACE.
           88 WS-READ-SEGMENTS VALUE "Y", "y".
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(3) VALUE 200.
           05 WS-SEG-NAME OCCURS 200 TIMES PIC X(30).
       01  WS-SEG-SUB          PIC 9(3) VALUE ZERO.

      *> Where a given ID was found - see 7000-LOCATE-CUST-ID.
       01  WS-CHECK-ID         PIC 9(6) VALUE ZERO.
       01  WS-ON-MASTER        PIC X(1) VALUE "N".
       01  WS-ON-ARCHIVE       PIC X(1) VALUE "N".

      *> Exception lines carry the printed seven-digit customer
      *> number (with check digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

      *> The nightly snapshot, when current - see SNAPREAD.
       COPY SNAPREC.
       01  WS-SNAP-FUNCTION    PIC X(1) VALUE SPACE.
       01  WS-SNAP-RESULT      PIC X(1) VALUE SPACE.
       01  WS-SNAP-END         PIC X(1) VALUE "N".

      *> The journal images start with the six-digit customer ID.
       01  WS-IMAGE-VIEW.
           05 WS-IV-CUST-ID    PIC X(6).
           05 WS-ORPH-ENTRY OCCURS 1000 TIMES.
              10 OR-CUST-ID     PIC 9(6).
       01  WS-ORPH-SUB         PIC 9(4) VALUE ZERO.
      *> Off while the snapshot pass runs - its orphans are only
      *> listed once the snapshot has balanced, so a pass repeated
      *> against CUSTADDR does not list them twice.
       01  WS-ORPH-LISTING     PIC X(1) VALUE "Y".
           88 WS-LIST-ORPHANS  VALUE "Y".

       01  WS-ADDR-EXCEPTIONS  PIC 9(6) VALUE ZERO.
       01  WS-OVERLAP-COUNT    PIC 9(6) VALUE ZERO.
           CALL "FILERES" USING WS-CUSTARCH-FILE.
           CALL "FILERES" USING WS-CUSTXREF-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.

           ACCEPT WS-REPAIR-OPTION FROM ENVIRONMENT
                  "INTEGAUD-REPAIR".
           ACCEPT WS-JRNLARCH-OPTION FROM ENVIRONMENT
                  "INTEGAUD-JRNLARCH".

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
      *> the archive. Anything else is an orphan CUSTPURGE left
      *> behind.
       1000-SWEEP-ADDRESSES.
           MOVE "N" TO WS-SNAP-END.
           MOVE "O" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           IF WS-SNAP-RESULT = "Y"
              MOVE "N" TO WS-ORPH-LISTING
              PERFORM 1100-SWEEP-SNAPSHOT
              MOVE "Y" TO WS-ORPH-LISTING
              IF WS-SNAP-END = "E"
                 PERFORM 1400-LIST-SNAPSHOT-ORPHANS
              ELSE
                 MOVE ZERO TO WS-ADDR-EXCEPTIONS
                 MOVE ZERO TO WS-ORPH-COUNT
                 MOVE SPACES TO EXCEPTION-RPT-LINE
                 STRING "SNAPSHOT CUSTSNAP did not balance - address "
                        DELIMITED BY SIZE
                        "sweep repeated against CUSTADDR."
                        DELIMITED BY SIZE
                        INTO EXCEPTION-RPT-LINE
                 END-STRING
                 WRITE EXCEPTION-RPT-LINE
              END-IF
           END-IF.
           IF WS-SNAP-END NOT = "E"
              PERFORM 1200-SWEEP-LIVE-ADDRESSES
           END-IF.

      *> The snapshot already knows whether each address row's
      *> customer is on the master; only the archive needs a look.
       1100-SWEEP-SNAPSHOT.
           MOVE "R" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           PERFORM UNTIL WS-SNAP-RESULT NOT = "Y"
              IF MS-ON-ADDRESS
                 AND NOT MS-ON-MASTER
                 MOVE MS-CUST-ID TO WS-CHECK-ID
                 MOVE "N" TO WS-ON-MASTER
                 MOVE "N" TO WS-ON-ARCHIVE
                 IF WS-ARCHIVE-IS-OPEN
                    MOVE WS-CHECK-ID TO AR-CUST-ID
                    READ CUSTOMER-ARCHIVE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE "Y" TO WS-ON-ARCHIVE
                    END-READ
                 END-IF
                 IF WS-ON-ARCHIVE = "N"
                    PERFORM 1300-REPORT-ORPHAN
                 END-IF
              END-IF
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           END-PERFORM.
           MOVE WS-SNAP-RESULT TO WS-SNAP-END.
           MOVE "C" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.

       1200-SWEEP-LIVE-ADDRESSES.
           OPEN INPUT CUSTOMER-ADDRESS.
           IF WS-ADDRESS-STATUS NOT = "00"
              CONTINUE
                       PERFORM 7000-LOCATE-CUST-ID
                       IF WS-ON-MASTER = "N"
                          AND WS-ON-ARCHIVE = "N"
                          PERFORM 1300-REPORT-ORPHAN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-ADDRESS
           END-IF.

       1300-REPORT-ORPHAN.
           ADD 1 TO WS-ADDR-EXCEPTIONS.
           IF WS-ORPH-COUNT < WS-ORPH-LIMIT
              ADD 1 TO WS-ORPH-COUNT
              MOVE WS-CHECK-ID TO OR-CUST-ID(WS-ORPH-COUNT)
           END-IF.
           IF WS-LIST-ORPHANS
              PERFORM 1310-WRITE-ORPHAN-LINE
           END-IF.

       1310-WRITE-ORPHAN-LINE.
           MOVE WS-CHECK-ID TO WS-CHK-CUST-ID.
           PERFORM 9400-SET-PRINT-ID.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           STRING "ADDRESS  ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " has an address but no master "
                  DELIMITED BY SIZE
                  "or archive record."
                  DELIMITED BY SIZE
                  INTO EXCEPTION-RPT-LINE
           END-STRING.
           WRITE EXCEPTION-RPT-LINE.

      *> The snapshot pass balanced - its orphans, as collected, go
      *> on the report now. Any past the table are counted only.
       1400-LIST-SNAPSHOT-ORPHANS.
           MOVE 1 TO WS-ORPH-SUB.
           PERFORM UNTIL WS-ORPH-SUB > WS-ORPH-COUNT
              MOVE OR-CUST-ID(WS-ORPH-SUB) TO WS-CHECK-ID
              PERFORM 1310-WRITE-ORPHAN-LINE
              ADD 1 TO WS-ORPH-SUB
           END-PERFORM.
           IF WS-ADDR-EXCEPTIONS > WS-ORPH-COUNT
              MOVE SPACES TO EXCEPTION-RPT-LINE
              STRING "ADDRESS  " DELIMITED BY SIZE
                     WS-ORPH-LIMIT DELIMITED BY SIZE
                     " listed - the rest are counted only."
                     DELIMITED BY SIZE
                     INTO EXCEPTION-RPT-LINE
              END-STRING
              WRITE EXCEPTION-RPT-LINE
           END-IF.

      *> An ID on both the master and the archive means a restore or
      *> reload went wrong - the same customer counted twice.
       2000-SWEEP-OVERLAPS.
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-OVERLAP-COUNT
                             MOVE AR-CUST-ID TO WS-CHK-CUST-ID
                             PERFORM 9400-SET-PRINT-ID
                             MOVE SPACES TO EXCEPTION-RPT-LINE
                             STRING "OVERLAP  ID "
                                    DELIMITED BY SIZE
                                    WS-PRINT-ID(1:7)
                                    DELIMITED BY SIZE
                                    " sits on both CUSTMAST and "
                                    DELIMITED BY SIZE
                                    "CUSTARCH." DELIMITED BY SIZE
                       IF WS-ON-MASTER = "N"
                          AND WS-ON-ARCHIVE = "N"
                          ADD 1 TO WS-XREF-EXCEPTIONS
                          MOVE XR-CUST-ID TO WS-CHK-CUST-ID
                          PERFORM 9400-SET-PRINT-ID
                          MOVE SPACES TO EXCEPTION-RPT-LINE
                          STRING "XREF     " DELIMITED BY SIZE
                                 XR-SOURCE-SYSTEM
                                 XR-SOURCE-KEY DELIMITED BY SIZE
                                 " maps to missing ID "
                                 DELIMITED BY SIZE
                                 WS-PRINT-ID(1:7)
                                 DELIMITED BY SIZE
                                 INTO EXCEPTION-RPT-LINE
                          END-STRING
                          WRITE EXCEPTION-RPT-LINE
      *> worth an eye. Purge entries are expected to have no master
      *> record, so only IDs missing from BOTH files report.
       4000-SWEEP-JOURNAL.
           PERFORM 4200-LOAD-SEGMENT-LIST.
           IF WS-READ-SEGMENTS
              MOVE 1 TO WS-SEG-SUB
              PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
                 MOVE WS-SEG-NAME(WS-SEG-SUB) TO WS-JRNL-READ-NAME
                 PERFORM 4300-SCAN-JOURNAL
                 IF WS-JOURNAL-STATUS NOT = "00"
                    MOVE SPACES TO EXCEPTION-RPT-LINE
                    STRING "JOURNAL  archived segment "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JRNL-READ-NAME)
                           DELIMITED BY SIZE
                           " is not on disk - not swept."
                           DELIMITED BY SIZE
                           INTO EXCEPTION-RPT-LINE
                    END-STRING
                    WRITE EXCEPTION-RPT-LINE
                 END-IF
                 ADD 1 TO WS-SEG-SUB
              END-PERFORM
           END-IF.
           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 4300-SCAN-JOURNAL.
           IF WS-SEG-COUNT > 0
              AND NOT WS-READ-SEGMENTS
              MOVE SPACES TO EXCEPTION-RPT-LINE
              STRING "JOURNAL  " DELIMITED BY SIZE
                     WS-SEG-COUNT DELIMITED BY SIZE
                     " archived segment(s) not swept - rerun with "
                     DELIMITED BY SIZE
                     "INTEGAUD-JRNLARCH=Y to include them."
                     DELIMITED BY SIZE
                     INTO EXCEPTION-RPT-LINE
              END-STRING
              WRITE EXCEPTION-RPT-LINE
           END-IF.

      *> One pass over whichever journal WS-JRNL-READ-NAME names.
       4300-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              CONTINUE
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              MOVE "00" TO WS-JOURNAL-STATUS
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

       4100-CHECK-JOURNAL-ENTRY.
              IF WS-ON-MASTER = "N"
                 AND WS-ON-ARCHIVE = "N"
                 ADD 1 TO WS-JRNL-EXCEPTIONS
                 MOVE WS-CHECK-ID TO WS-CHK-CUST-ID
                 PERFORM 9400-SET-PRINT-ID
                 MOVE SPACES TO EXCEPTION-RPT-LINE
                 STRING "JOURNAL  " DELIMITED BY SIZE
                        JR-TS-DATE DELIMITED BY SIZE
                        " action " DELIMITED BY SIZE
                        JR-ACTION DELIMITED BY SIZE
                        " references ID " DELIMITED BY SIZE
                        WS-PRINT-ID(1:7) DELIMITED BY SIZE
                        " which exists nowhere."
                        DELIMITED BY SIZE
                        INTO EXCEPTION-RPT-LINE

      *> The known-safe repair: an address whose customer exists
      *> nowhere serves nobody - delete it, counted on the report.
      *> The deletes are not journalled, so once any is made the
      *> CUSTSNAP.DAT snapshot is dropped rather than left for
      *> SNAPREAD to find current - its readers fall back to the
      *> live files until CUSTSNAP takes the next one.
       5000-REPAIR-ORPHAN-ADDRESSES.
           OPEN I-O CUSTOMER-ADDRESS.
           IF WS-ADDRESS-STATUS NOT = "00"
              END-PERFORM
              CLOSE CUSTOMER-ADDRESS
           END-IF.
           IF WS-REPAIRED-COUNT > 0
              CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                   RETURNING WS-DELETE-RESULT
           END-IF.
           MOVE SPACES TO EXCEPTION-RPT-LINE.
           STRING "REPAIR   " DELIMITED BY SIZE
                  WS-REPAIRED-COUNT DELIMITED BY SIZE
                    MOVE "Y" TO WS-ON-ARCHIVE
              END-READ
           END-IF.

      *> Printed seven-digit form of WS-CHK-CUST-ID for the report.
       9400-SET-PRINT-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
