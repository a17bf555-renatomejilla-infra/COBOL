      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Nightly master snapshot. AGEREFRESH's
      *                  neighbours in the nightly window - CUSTBACKUP,
      *                  CUSTSYNC, MONTHEND, INTEGAUD, DRREHEARSE and
      *                  DQSCORE - each opened CUSTMAST (and some of
      *                  them CUSTADDR) and read it end to end, and
      *                  BATCHTREND showed those scans together pushing
      *                  the window toward the day shift. This makes
      *                  the one indexed pass instead: CUSTMAST,
      *                  CUSTADDR and CUSTPREF are read side by side in
      *                  key order and merged into one CUS record per
      *                  customer ID on CUSTSNAP.DAT (layout SNAPREC),
      *                  bracketed by an HDR record stamping the moment
      *                  and the last entry on each journal, and a TRL
      *                  record carrying the record counts and an ID
      *                  hash total. The file is re-read and proved
      *                  against its own TRL before the night relies on
      *                  it; a snapshot that does not prove is deleted
      *                  and the readers fall back to the live files.
      *                  The readers get the records through SNAPREAD,
      *                  which also refuses the snapshot once anything
      *                  has been journalled after it. The restores,
      *                  the recoveries, JRNLCOMP and the INTEGAUD
      *                  repair change the files without journalling,
      *                  so they delete CUSTSNAP.DAT instead. Runs as
      *                  the NIGHTLYRUN step after the last of the
      *                  night's master and address updates -
      *                  AGEREFRESH, CUSTMNTB, INTAKE and RETMAIL - so
      *                  the readers after it find on it what is on the
      *                  live files.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO WS-CUSTADDR-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CA-CUST-ID
                               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT CUSTOMER-PREF ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CP-CUST-ID
                               FILE STATUS IS WS-PREF-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-ADDRESS.
       COPY ADDRREC.

       FD  CUSTOMER-PREF.
       COPY PREFREC.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-OUT-RECORD PIC X(201).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01  WS-CUSTPREF-FILE    PIC X(26) VALUE "CUSTPREF".
       01  WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01  WS-PREF-STATUS      PIC XX VALUE "00".
       01  WS-SNAPSHOT-STATUS  PIC XX VALUE "00".
       01  WS-ADDRESS-OPEN     PIC X(1) VALUE "N".
           88 WS-ADDRESS-IS-OPEN VALUE "Y".
       01  WS-PREF-OPEN        PIC X(1) VALUE "N".
           88 WS-PREF-IS-OPEN  VALUE "Y".

      *> The record being built, and SNAPREAD's view of the file.
       COPY SNAPREC.

      *> Merge keys - each file's current key, 9999999 once it is
      *> exhausted (above any six-digit ID), and the lowest of the
      *> three, which is the customer the next CUS record is for.
       01  WS-MASTER-KEY       PIC 9(7) VALUE ZERO.
       01  WS-ADDRESS-KEY      PIC 9(7) VALUE ZERO.
       01  WS-PREF-KEY         PIC 9(7) VALUE ZERO.
       01  WS-LOW-KEY          PIC 9(7) VALUE ZERO.
       01  WS-END-KEY          PIC 9(7) VALUE 9999999.

      *> HDR stamp, taken before the first read so an entry
      *> journalled mid-pass can only make the snapshot look stale,
      *> never current.
       01  WS-SNAP-DATE        PIC 9(8) VALUE ZERO.
       01  WS-SNAP-TIME        PIC 9(8) VALUE ZERO.
       01  WS-CJRNL-LAST       PIC X(23) VALUE SPACES.
       01  WS-AJRNL-LAST       PIC X(23) VALUE SPACES.

      *> Written counts, carried on the TRL record.
       01  WS-MASTER-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-ADDRESS-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-PREF-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-ID-HASH          PIC 9(12) VALUE ZERO.

      *> The proof pass, read back through SNAPREAD.
       01  WS-SNAP-FUNCTION    PIC X(1) VALUE SPACE.
       01  WS-SNAP-RESULT      PIC X(1) VALUE SPACE.
       01  WS-VERIFY-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-VERIFY-RESULT    PIC X(1) VALUE SPACE.
       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "CUSTSNAP".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< NIGHTLY MASTER SNAPSHOT >>>".
           DISPLAY "-------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-CUSTPREF-FILE.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.

           *> Whatever happens below, last night's snapshot must not
           *> survive to be read as tonight's.
           CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                RETURNING WS-DELETE-RESULT.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTMAST, status="
                      WS-MASTER-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-SNAP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SNAP-TIME FROM TIME.
           MOVE "J" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           MOVE MS-CJRNL-LAST TO WS-CJRNL-LAST.
           MOVE MS-AJRNL-LAST TO WS-AJRNL-LAST.

           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTSNAP.DAT, status="
                      WS-SNAPSHOT-STATUS
              CLOSE CUSTOMER-MASTER
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD.
           MOVE "HDR"          TO MS-REC-TYPE.
           MOVE WS-SNAP-DATE   TO MS-SNAP-DATE.
           MOVE WS-SNAP-TIME   TO MS-SNAP-TIME.
           MOVE WS-CJRNL-LAST  TO MS-CJRNL-LAST.
           MOVE WS-AJRNL-LAST  TO MS-AJRNL-LAST.
           MOVE ZERO TO MS-MASTER-COUNT MS-ADDRESS-COUNT
                        MS-PREF-COUNT MS-RECORD-COUNT MS-ID-HASH.
           WRITE SNAPSHOT-OUT-RECORD FROM CUSTOMER-SNAPSHOT-RECORD.

           *> A missing address or preference file is simply a set
           *> with nobody on it.
           OPEN INPUT CUSTOMER-ADDRESS.
           IF WS-ADDRESS-STATUS = "00"
              MOVE "Y" TO WS-ADDRESS-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-PREF.
           IF WS-PREF-STATUS = "00"
              MOVE "Y" TO WS-PREF-OPEN
           END-IF.

           PERFORM 1100-READ-MASTER.
           PERFORM 1200-READ-ADDRESS.
           PERFORM 1300-READ-PREF.
           PERFORM 1400-FIND-LOW-KEY.
           PERFORM UNTIL WS-LOW-KEY = WS-END-KEY
              PERFORM 2000-WRITE-CUSTOMER
              PERFORM 1400-FIND-LOW-KEY
           END-PERFORM.

           MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD.
           MOVE "TRL"            TO MS-REC-TYPE.
           MOVE WS-SNAP-DATE     TO MS-SNAP-DATE.
           MOVE WS-SNAP-TIME     TO MS-SNAP-TIME.
           MOVE WS-CJRNL-LAST    TO MS-CJRNL-LAST.
           MOVE WS-AJRNL-LAST    TO MS-AJRNL-LAST.
           MOVE WS-MASTER-COUNT  TO MS-MASTER-COUNT.
           MOVE WS-ADDRESS-COUNT TO MS-ADDRESS-COUNT.
           MOVE WS-PREF-COUNT    TO MS-PREF-COUNT.
           MOVE WS-RECORD-COUNT  TO MS-RECORD-COUNT.
           MOVE WS-ID-HASH       TO MS-ID-HASH.
           WRITE SNAPSHOT-OUT-RECORD FROM CUSTOMER-SNAPSHOT-RECORD.

           CLOSE SNAPSHOT-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-ADDRESS-IS-OPEN
              CLOSE CUSTOMER-ADDRESS
           END-IF.
           IF WS-PREF-IS-OPEN
              CLOSE CUSTOMER-PREF
           END-IF.

           PERFORM 3000-VERIFY-SNAPSHOT.

           DISPLAY "Customer IDs       : " WS-RECORD-COUNT.
           DISPLAY "Master records     : " WS-MASTER-COUNT.
           DISPLAY "Address records    : " WS-ADDRESS-COUNT.
           DISPLAY "Preference records : " WS-PREF-COUNT.

           IF WS-VERIFY-RESULT NOT = "E"
              OR WS-VERIFY-COUNT NOT = WS-RECORD-COUNT
              DISPLAY "SNAPSHOT DOES NOT VERIFY - written "
                      WS-RECORD-COUNT ", read back "
                      WS-VERIFY-COUNT ". Deleted; tonight's steps "
                      "will read the live files."
              CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                   RETURNING WS-DELETE-RESULT
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "Snapshot " FUNCTION TRIM(WS-SNAPSHOT-FILE)
                   " verified.".

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1100-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
              AT END
                 MOVE WS-END-KEY TO WS-MASTER-KEY
              NOT AT END
                 MOVE CM-CUST-ID TO WS-MASTER-KEY
           END-READ.

       1200-READ-ADDRESS.
           IF NOT WS-ADDRESS-IS-OPEN
              MOVE WS-END-KEY TO WS-ADDRESS-KEY
           ELSE
              READ CUSTOMER-ADDRESS NEXT RECORD
                 AT END
                    MOVE WS-END-KEY TO WS-ADDRESS-KEY
                 NOT AT END
                    MOVE CA-CUST-ID TO WS-ADDRESS-KEY
              END-READ
           END-IF.

       1300-READ-PREF.
           IF NOT WS-PREF-IS-OPEN
              MOVE WS-END-KEY TO WS-PREF-KEY
           ELSE
              READ CUSTOMER-PREF NEXT RECORD
                 AT END
                    MOVE WS-END-KEY TO WS-PREF-KEY
                 NOT AT END
                    MOVE CP-CUST-ID TO WS-PREF-KEY
              END-READ
           END-IF.

       1400-FIND-LOW-KEY.
           MOVE WS-MASTER-KEY TO WS-LOW-KEY.
           IF WS-ADDRESS-KEY < WS-LOW-KEY
              MOVE WS-ADDRESS-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-PREF-KEY < WS-LOW-KEY
              MOVE WS-PREF-KEY TO WS-LOW-KEY
           END-IF.

      *> One CUS record for the low key, taking from each file that
      *> has it and advancing only those files.
       2000-WRITE-CUSTOMER.
           MOVE SPACES TO CUSTOMER-SNAPSHOT-RECORD.
           MOVE "CUS" TO MS-REC-TYPE.
           MOVE WS-LOW-KEY TO MS-CUST-ID.
           MOVE "N" TO MS-MASTER-FLAG MS-ADDRESS-FLAG MS-PREF-FLAG.
           MOVE ZERO TO MS-BIRTH-DATE MS-AGE MS-LOAD-DATE
                        MS-UNDELIV-DATE MS-DNC-DATE MS-DEATH-DATE
                        MS-DECEASED-MARKED.

           IF WS-MASTER-KEY = WS-LOW-KEY
              MOVE "Y"            TO MS-MASTER-FLAG
              MOVE CM-FIRST-NAME  TO MS-FIRST-NAME
              MOVE CM-LAST-NAME   TO MS-LAST-NAME
              MOVE CM-BIRTH-DATE  TO MS-BIRTH-DATE
              MOVE CM-AGE         TO MS-AGE
              MOVE CM-DELETE-FLAG TO MS-DELETE-FLAG
              MOVE CM-LOAD-DATE   TO MS-LOAD-DATE
              ADD 1 TO WS-MASTER-COUNT
              PERFORM 1100-READ-MASTER
           END-IF.

           IF WS-ADDRESS-KEY = WS-LOW-KEY
              MOVE "Y"             TO MS-ADDRESS-FLAG
              MOVE CA-STREET       TO MS-STREET
              MOVE CA-CITY         TO MS-CITY
              MOVE CA-POSTAL-CODE  TO MS-POSTAL-CODE
              MOVE CA-PHONE        TO MS-PHONE
              MOVE CA-UNDELIV-FLAG TO MS-UNDELIV-FLAG
              MOVE CA-UNDELIV-DATE TO MS-UNDELIV-DATE
              ADD 1 TO WS-ADDRESS-COUNT
              PERFORM 1200-READ-ADDRESS
           END-IF.

           IF WS-PREF-KEY = WS-LOW-KEY
              MOVE "Y"                TO MS-PREF-FLAG
              MOVE CP-SEGMENT-CODE    TO MS-SEGMENT-CODE
              MOVE CP-DNC-FLAG        TO MS-DNC-FLAG
              MOVE CP-DNC-DATE        TO MS-DNC-DATE
              MOVE CP-DNC-SET-BY      TO MS-DNC-SET-BY
              MOVE CP-DECEASED-FLAG   TO MS-DECEASED-FLAG
              MOVE CP-DEATH-DATE      TO MS-DEATH-DATE
              MOVE CP-DECEASED-SOURCE TO MS-DECEASED-SOURCE
              MOVE CP-DECEASED-MARKED TO MS-DECEASED-MARKED
              ADD 1 TO WS-PREF-COUNT
              PERFORM 1300-READ-PREF
           END-IF.

           WRITE SNAPSHOT-OUT-RECORD FROM CUSTOMER-SNAPSHOT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-LOW-KEY TO WS-ID-HASH.

      *> Read the file back the way the night's steps will, through
      *> SNAPREAD, so a snapshot only counts as taken once it proves
      *> to its own TRL record. SNAPREAD's open also weighs the HDR
      *> against the journals; nothing can be journalled while this
      *> step holds the customer lock, so a refusal there means the
      *> snapshot is already of no use and fails the proof too.
       3000-VERIFY-SNAPSHOT.
           MOVE ZERO TO WS-VERIFY-COUNT.
           MOVE "O" TO WS-SNAP-FUNCTION.
           CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                  CUSTOMER-SNAPSHOT-RECORD.
           IF WS-SNAP-RESULT NOT = "Y"
              MOVE "X" TO WS-VERIFY-RESULT
           ELSE
              MOVE "R" TO WS-SNAP-FUNCTION
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
              PERFORM UNTIL WS-SNAP-RESULT NOT = "Y"
                 ADD 1 TO WS-VERIFY-COUNT
                 CALL "SNAPREAD" USING WS-SNAP-FUNCTION
                      WS-SNAP-RESULT CUSTOMER-SNAPSHOT-RECORD
              END-PERFORM
              MOVE WS-SNAP-RESULT TO WS-VERIFY-RESULT
              MOVE "C" TO WS-SNAP-FUNCTION
              CALL "SNAPREAD" USING WS-SNAP-FUNCTION WS-SNAP-RESULT
                                     CUSTOMER-SNAPSHOT-RECORD
           END-IF.
