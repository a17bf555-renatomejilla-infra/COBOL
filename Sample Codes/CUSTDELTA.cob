      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Changed-since-last-send delta feed for the
      *                  partner systems. CUSTEXTRACT can only send a
      *                  full selection, which leaves every receiver
      *                  comparing the whole file against its own copy.
      *                  This reads the CUSTJRNL.DAT and ADDRJRNL.DAT
      *                  change journals forward from the high-water
      *                  mark stored for the recipient in DELTAMRK.DAT
      *                  and writes one CHG record per customer that
      *                  changed - A add, C change, D delete - carrying
      *                  the current CUSTMAST values and the ADDRLOOKUP
      *                  address. A customer added and removed again
      *                  inside the window nets to nothing and is not
      *                  sent. Any segment JRNLCOMP has cut from the
      *                  journals (JRNLARCH.DAT) that reaches the mark
      *                  is read ahead of the live file; one that
      *                  cannot be read stops the send with the mark
      *                  unmoved. The feed leaves with the same controls
      *                  as CUSTEXTRACT: an HDR record (run date,
      *                  source system, extract ID, recipient, and the
      *                  window covered), a TRL record with the CHG
      *                  count, and a line in the CUSTSENT.DAT
      *                  delivery manifest. The recipient's mark only
      *                  moves once the feed file has been written and
      *                  closed cleanly and the manifest line is down,
      *                  so a failed night is resent rather than lost.
      *                  CUSTDELTA-DEST names the recipient (required).
      *                  A recipient with no mark yet starts from
      *                  CUSTDELTA-FROM (YYYYMMDD) when given, else
      *                  from the start of the journals. First names
      *                  are masked through MASKNAME for any role but
      *                  SUPERVISOR or ADMIN, as in CUSTEXTRACT.
      *                  RETURN-CODE 0 feed sent, 8 nothing sent and
      *                  the mark left where it was.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTDELTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-JOURNAL ASSIGN TO WS-CJRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CJRNL-STATUS.

           SELECT ADDR-JOURNAL ASSIGN TO WS-AJRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-AJRNL-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT DELTA-MARKS  ASSIGN TO WS-MARK-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-MARK-STATUS.

           SELECT DELTA-FILE   ASSIGN TO WS-DELTA-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-DELTA-STATUS.

           SELECT SEND-MANIFEST ASSIGN TO WS-MANIFEST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *> The CUSTJRNL layout - images are CUSTREC records.
       FD  CUST-JOURNAL.
       01  CUST-JOURNAL-RECORD.
           05 CJ-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 CJ-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 CJ-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 CJ-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 CJ-ACTION        PIC X(1).
           05 FILLER           PIC X.
           05 CJ-BEFORE-IMAGE  PIC X(65).
           05 FILLER           PIC X.
           05 CJ-AFTER-IMAGE   PIC X(65).

      *> The ADDRJRNL layout - images are ADDRREC records.
       FD  ADDR-JOURNAL.
       01  ADDR-JOURNAL-RECORD.
           05 AJ-TS-DATE       PIC 9(8).
           05 FILLER           PIC X.
           05 AJ-TS-TIME       PIC 9(8).
           05 FILLER           PIC X.
           05 AJ-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 AJ-OPERATOR-ID   PIC X(8).
           05 FILLER           PIC X.
           05 AJ-ACTION        PIC X(1).
           05 FILLER           PIC X.
           05 AJ-BEFORE-IMAGE  PIC X(90).
           05 FILLER           PIC X.
           05 AJ-AFTER-IMAGE   PIC X(90).

      *> JRNLCOMP's list of the dated segments cut from the journals.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

      *> One line per recipient - the journal timestamp everything
      *> up to and including which that recipient has been sent.
       FD  DELTA-MARKS.
       01  DELTA-MARK-RECORD.
           05 DM-DESTINATION   PIC X(10).
           05 FILLER           PIC X.
           05 DM-MARK-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 DM-MARK-TIME     PIC 9(8).
           05 FILLER           PIC X.
           05 DM-EXTRACT-ID    PIC X(8).
           05 FILLER           PIC X.
           05 DM-SENT-DATE     PIC 9(8).

      *> The outbound feed - HDR, one CHG per changed customer, TRL.
       FD  DELTA-FILE.
       01  DELTA-RECORD.
           05 DF-REC-TYPE      PIC X(3).
           05 DF-CHANGE-CODE   PIC X(1).
           05 DF-CUST-ID       PIC 9(6).
           05 DF-FIRST-NAME    PIC X(20).
           05 DF-LAST-NAME     PIC X(20).
           05 DF-BIRTH-DATE    PIC 9(8).
           05 DF-AGE           PIC 99.
           05 DF-STREET        PIC X(30).
           05 DF-CITY          PIC X(20).
           05 DF-POSTAL-CODE   PIC X(10).
           05 DF-PHONE         PIC X(15).
           05 DF-CHANGE-DATE   PIC 9(8).
           05 DF-CHANGE-TIME   PIC 9(8).
       01  DELTA-HEADER.
           05 DH-REC-TYPE      PIC X(3).
           05 DH-RUN-DATE      PIC 9(8).
           05 DH-SOURCE        PIC X(10).
           05 DH-EXTRACT-ID    PIC X(8).
           05 DH-DESTINATION   PIC X(10).
           05 DH-FROM-DATE     PIC 9(8).
           05 DH-FROM-TIME     PIC 9(8).
           05 DH-TO-DATE       PIC 9(8).
           05 DH-TO-TIME       PIC 9(8).
       01  DELTA-TRAILER.
           05 DT-REC-TYPE      PIC X(3).
           05 DT-RECORD-COUNT  PIC 9(6).

      *> The CUSTEXTRACT delivery manifest layout.
       FD  SEND-MANIFEST.
       01  SEND-MANIFEST-RECORD.
           05 SM-EXTRACT-ID    PIC X(8).
           05 FILLER           PIC X.
           05 SM-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 SM-FILE-NAME     PIC X(26).
           05 FILLER           PIC X.
           05 SM-RECORD-COUNT  PIC 9(6).
           05 FILLER           PIC X.
           05 SM-DESTINATION   PIC X(10).
           05 FILLER           PIC X.
           05 SM-CAMPAIGN      PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01 WS-CJRNL-FILE-NAME  PIC X(26) VALUE "CUSTJRNL.DAT".
       01 WS-AJRNL-FILE-NAME  PIC X(26) VALUE "ADDRJRNL.DAT".
       01 WS-CJRNL-READ-NAME  PIC X(30) VALUE SPACES.
       01 WS-AJRNL-READ-NAME  PIC X(30) VALUE SPACES.
       01 WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01 WS-MARK-FILE-NAME   PIC X(26) VALUE "DELTAMRK.DAT".
       01 WS-DELTA-FILE-NAME  PIC X(26) VALUE "CUSTDLT.DAT".
       01 WS-MANIFEST-FILE    PIC X(26) VALUE "CUSTSENT.DAT".

       01 WS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-CJRNL-STATUS     PIC XX VALUE "00".
       01 WS-AJRNL-STATUS     PIC XX VALUE "00".
       01 WS-JARCH-STATUS     PIC XX VALUE "00".
       01 WS-MARK-STATUS      PIC XX VALUE "00".
       01 WS-DELTA-STATUS     PIC XX VALUE "00".
       01 WS-MANIFEST-STATUS  PIC XX VALUE "00".
       01 WS-EOF-SWITCH       PIC X VALUE "N".
          88 WS-EOF           VALUE "Y".

      *> Set by any failed write or close on the feed - the mark
      *> must not move past a file the recipient cannot trust.
       01 WS-FEED-SWITCH      PIC X(1) VALUE "Y".
          88 WS-FEED-GOOD     VALUE "Y".
          88 WS-FEED-FAILED   VALUE "N".

      *> Outbound control-record fields.
       01 WS-OUT-EXTRACT-ID   PIC X(8) VALUE SPACES.
       01 WS-OUT-DEST         PIC X(10) VALUE SPACES.
       01 WS-FROM-TEXT        PIC X(8) VALUE SPACES.
       01 WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME        PIC 9(8) VALUE ZERO.

      *> The window sent this run: entries stamped after the stored
      *> mark and no later than the moment the run started. Anything
      *> journalled while the run is reading waits for the next send.
       01 WS-WINDOW.
          05 WS-FROM-STAMP.
             10 WS-FROM-DATE  PIC 9(8) VALUE ZERO.
             10 WS-FROM-TIME  PIC 9(8) VALUE ZERO.
          05 WS-TO-STAMP.
             10 WS-TO-DATE    PIC 9(8) VALUE ZERO.
             10 WS-TO-TIME    PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-STAMP.
          05 WS-ENTRY-DATE    PIC 9(8) VALUE ZERO.
          05 WS-ENTRY-TIME    PIC 9(8) VALUE ZERO.

      *> DELTAMRK.DAT held whole while the run works and written
      *> back with this recipient's line moved on.
       01 WS-MARK-TABLE.
          05 WS-MARK-COUNT    PIC 9(3) VALUE ZERO.
          05 WS-MARK-LIMIT    PIC 9(3) VALUE 100.
          05 WS-MARK-ENTRY OCCURS 100 TIMES.
             10 MK-DESTINATION PIC X(10).
             10 MK-MARK-DATE   PIC 9(8).
             10 MK-MARK-TIME   PIC 9(8).
             10 MK-EXTRACT-ID  PIC X(8).
             10 MK-SENT-DATE   PIC 9(8).
       01 WS-MK-SUB           PIC 9(3) VALUE ZERO.
       01 WS-MK-HIT           PIC 9(3) VALUE ZERO.

      *> One entry per customer touched inside the window. Whether
      *> the recipient held the customer as active at the start of
      *> the window comes from the first customer-journal entry's
      *> before image; a customer with only address changes kept
      *> whatever state it has now.
       01 WS-CHANGE-TABLE.
          05 WS-CHG-COUNT     PIC 9(5) VALUE ZERO.
          05 WS-CHG-LIMIT     PIC 9(5) VALUE 10000.
          05 WS-CHG-ENTRY OCCURS 10000 TIMES.
             10 CH-CUST-ID     PIC 9(6).
             10 CH-CUST-SEEN   PIC X(1).
             10 CH-START-ACTIVE PIC X(1).
             10 CH-LAST-DATE   PIC 9(8).
             10 CH-LAST-TIME   PIC 9(8).
       01 WS-CH-SUB           PIC 9(5) VALUE ZERO.
       01 WS-CH-HIT           PIC 9(5) VALUE ZERO.
       01 WS-CHG-FULL         PIC X(1) VALUE "N".
          88 WS-CHANGES-FULL  VALUE "Y".
       01 WS-WANTED-ID        PIC 9(6) VALUE ZERO.
       01 WS-WAS-ACTIVE       PIC X(1) VALUE "N".
       01 WS-NOW-ACTIVE       PIC X(1) VALUE "N".

      *> Customer-journal before image laid over CUSTREC so the
      *> delete flag can be read without disturbing the master.
       01 WS-BEFORE-IMAGE     PIC X(65) VALUE SPACES.
       01 WS-BEFORE-VIEW REDEFINES WS-BEFORE-IMAGE.
          05 WS-BI-CUST-ID    PIC 9(6).
          05 WS-BI-FIRST-NAME PIC X(20).
          05 WS-BI-LAST-NAME  PIC X(20).
          05 WS-BI-BIRTH-DATE PIC 9(8).
          05 WS-BI-AGE        PIC 99.
          05 WS-BI-DELETE-FLAG PIC X(1).
          05 WS-BI-LOAD-DATE  PIC 9(8).
       01 WS-AFTER-IMAGE      PIC X(65) VALUE SPACES.
       01 WS-AFTER-VIEW REDEFINES WS-AFTER-IMAGE.
          05 WS-AI-CUST-ID    PIC 9(6).
          05 FILLER           PIC X(59).
       01 WS-ADDR-IMAGE       PIC X(90) VALUE SPACES.
       01 WS-ADDR-VIEW REDEFINES WS-ADDR-IMAGE.
          05 WS-AD-CUST-ID    PIC 9(6).
          05 FILLER           PIC X(84).

      *> Address of the record in hand, from the shared ADDRLOOKUP
      *> in bulk mode.
       01 WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01 WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01 WS-STREET           PIC X(30) VALUE SPACES.
       01 WS-CITY             PIC X(20) VALUE SPACES.
       01 WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01 WS-PHONE            PIC X(15) VALUE SPACES.
       01 WS-UNDELIV-FLAG     PIC X(1) VALUE "N".

      *> The segments JRNLCOMP has cut from either journal whose
      *> last entry reaches the window, in the order they were cut.
      *> Every one must be read or the feed would silently miss the
      *> changes it holds.
       01 WS-SEG-TABLE.
          05 WS-SEG-COUNT     PIC 9(3) VALUE ZERO.
          05 WS-SEG-LIMIT     PIC 9(3) VALUE 500.
          05 WS-SEG-ENTRY OCCURS 500 TIMES.
             10 SG-ARCHIVE-NAME PIC X(30).
             10 SG-JOURNAL-NAME PIC X(14).
       01 WS-SEG-SUB          PIC 9(3) VALUE ZERO.
       01 WS-SEGS-READ        PIC 9(3) VALUE ZERO.
       01 WS-SEG-SWITCH       PIC X(1) VALUE "N".
          88 WS-SEG-FAILED    VALUE "Y".
       01 WS-SEG-FAILED-NAME  PIC X(30) VALUE SPACES.

       01 WS-CJRNL-READ       PIC 9(6) VALUE ZERO.
       01 WS-AJRNL-READ       PIC 9(6) VALUE ZERO.
       01 WS-IN-WINDOW        PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-NETTED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-SENT-COUNT       PIC 9(6) VALUE ZERO.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PROGRAM-NAME     PIC X(20) VALUE "CUSTDELTA".
       01 WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01 WS-AUTHORIZED       PIC X(1) VALUE "N".
       01 WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

      *> Work field sized for the shared MASKNAME routine.
       01 WS-MASK-NAME        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< CUSTOMER DELTA FEED >>>".
           DISPLAY "---------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CJRNL-FILE-NAME.
           CALL "FILERES" USING WS-AJRNL-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-MARK-FILE-NAME.
           CALL "FILERES" USING WS-DELTA-FILE-NAME.
           CALL "FILERES" USING WS-MANIFEST-FILE.

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

           ACCEPT WS-OUT-DEST FROM ENVIRONMENT "CUSTDELTA-DEST".
           MOVE FUNCTION UPPER-CASE(WS-OUT-DEST) TO WS-OUT-DEST.
           IF WS-OUT-DEST = SPACES
              DISPLAY "CUSTDELTA-DEST must name the recipient - "
                      "nothing sent."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> The window closes at the moment the run starts.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           MOVE WS-CURR-DATE TO WS-TO-DATE.
           MOVE WS-CURR-TIME TO WS-TO-TIME.

           PERFORM 0500-LOAD-MARKS.
           IF WS-MARK-STATUS NOT = "00" AND WS-MARK-STATUS NOT = "10"
              AND WS-MARK-STATUS NOT = "35"
              DISPLAY "Cannot read DELTAMRK.DAT, status="
                      WS-MARK-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0600-FIND-RECIPIENT.
           IF WS-MK-HIT = 0 AND WS-MARK-COUNT >= WS-MARK-LIMIT
              DISPLAY "DELTAMRK.DAT already holds " WS-MARK-LIMIT
                      " recipients - " FUNCTION TRIM(WS-OUT-DEST)
                      " cannot be added. Nothing sent."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-TO-STAMP NOT > WS-FROM-STAMP
              DISPLAY "The stored mark for "
                      FUNCTION TRIM(WS-OUT-DEST)
                      " is not behind the clock - nothing sent."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "Recipient      : " WS-OUT-DEST.
           DISPLAY "Changes after  : " WS-FROM-DATE " " WS-FROM-TIME.
           DISPLAY "Changes through: " WS-TO-DATE " " WS-TO-TIME.

           PERFORM 0700-LOAD-SEGMENT-LIST.
           PERFORM 1000-SCAN-CUST-JOURNAL.
           IF NOT WS-SEG-FAILED
              PERFORM 1500-SCAN-ADDR-JOURNAL
           END-IF.
           IF WS-SEG-FAILED
              DISPLAY "Archived journal segment "
                      FUNCTION TRIM(WS-SEG-FAILED-NAME)
                      " cannot be read - nothing sent."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-CJRNL-STATUS NOT = "00" AND WS-CJRNL-STATUS NOT = "10"
              AND WS-CJRNL-STATUS NOT = "35"
              DISPLAY "Cannot read CUSTJRNL.DAT, status="
                      WS-CJRNL-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-AJRNL-STATUS NOT = "00" AND WS-AJRNL-STATUS NOT = "10"
              AND WS-AJRNL-STATUS NOT = "35"
              DISPLAY "Cannot read ADDRJRNL.DAT, status="
                      WS-AJRNL-STATUS
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> A window with more customers than the table holds would
           *> drop changes silently - refuse it instead, mark unmoved.
           IF WS-CHANGES-FULL
              DISPLAY "More than " WS-CHG-LIMIT " customers changed "
                      "in the window - nothing sent. Send a full "
                      "CUSTEXTRACT and seed the mark with "
                      "CUSTDELTA-FROM."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

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

           OPEN OUTPUT DELTA-FILE.
           IF WS-DELTA-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTDLT.DAT, status="
                      WS-DELTA-STATUS
              CLOSE CUSTOMER-MASTER
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> One CUSTADDR open for the whole feed - the closing
           *> zero-ID call below releases it.
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           PERFORM 2000-WRITE-FEED-HEADER.
           MOVE 1 TO WS-CH-SUB.
           PERFORM UNTIL WS-CH-SUB > WS-CHG-COUNT
              PERFORM 3000-SEND-CUSTOMER
              ADD 1 TO WS-CH-SUB
           END-PERFORM.
           PERFORM 2500-WRITE-FEED-TRAILER.

           CLOSE DELTA-FILE.
           IF WS-DELTA-STATUS NOT = "00"
              SET WS-FEED-FAILED TO TRUE
           END-IF.
           CLOSE CUSTOMER-MASTER.

           MOVE ZERO TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.

           IF WS-FEED-FAILED
              DISPLAY "CUSTDLT.DAT was not written cleanly, status="
                      WS-DELTA-STATUS " - the mark for "
                      FUNCTION TRIM(WS-OUT-DEST)
                      " is unchanged and the window will be resent."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 9600-REGISTER-IN-MANIFEST.
           IF WS-FEED-FAILED
              DISPLAY "CUSTSENT.DAT could not be updated, status="
                      WS-MANIFEST-STATUS " - the mark for "
                      FUNCTION TRIM(WS-OUT-DEST)
                      " is unchanged and the window will be resent."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 9700-ADVANCE-MARK.

           DISPLAY "Customer journal entries read: " WS-CJRNL-READ.
           DISPLAY "Address journal entries read : " WS-AJRNL-READ.
           DISPLAY "Archived segments read       : " WS-SEGS-READ.
           DISPLAY "Entries inside the window    : " WS-IN-WINDOW.
           DISPLAY "Adds sent    : " WS-ADD-COUNT.
           DISPLAY "Changes sent : " WS-CHANGE-COUNT.
           DISPLAY "Deletes sent : " WS-DELETE-COUNT.
           DISPLAY "Added and gone again, not sent: "
                   WS-NETTED-COUNT.
           DISPLAY "Delta " WS-OUT-EXTRACT-ID " for "
                   FUNCTION TRIM(WS-OUT-DEST)
                   " registered in the manifest.".

           MOVE WS-IN-WINDOW  TO WS-STAT-READ.
           MOVE WS-SENT-COUNT TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *> No DELTAMRK.DAT yet is an empty table, not an error.
       0500-LOAD-MARKS.
           MOVE ZERO TO WS-MARK-COUNT.
           OPEN INPUT DELTA-MARKS.
           IF WS-MARK-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ DELTA-MARKS
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF WS-MARK-COUNT < WS-MARK-LIMIT
                          ADD 1 TO WS-MARK-COUNT
                          MOVE DM-DESTINATION
                            TO MK-DESTINATION(WS-MARK-COUNT)
                          MOVE DM-MARK-DATE
                            TO MK-MARK-DATE(WS-MARK-COUNT)
                          MOVE DM-MARK-TIME
                            TO MK-MARK-TIME(WS-MARK-COUNT)
                          MOVE DM-EXTRACT-ID
                            TO MK-EXTRACT-ID(WS-MARK-COUNT)
                          MOVE DM-SENT-DATE
                            TO MK-SENT-DATE(WS-MARK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DELTA-MARKS
              MOVE "00" TO WS-MARK-STATUS
           END-IF.

      *> A recipient seen before resumes from its mark; a new one
      *> starts from CUSTDELTA-FROM, or from the start of the
      *> journals when that is blank.
       0600-FIND-RECIPIENT.
           MOVE ZERO TO WS-MK-HIT.
           MOVE 1 TO WS-MK-SUB.
           PERFORM UNTIL WS-MK-SUB > WS-MARK-COUNT
                      OR WS-MK-HIT > 0
              IF MK-DESTINATION(WS-MK-SUB) = WS-OUT-DEST
                 MOVE WS-MK-SUB TO WS-MK-HIT
              END-IF
              ADD 1 TO WS-MK-SUB
           END-PERFORM.
           IF WS-MK-HIT > 0
              MOVE MK-MARK-DATE(WS-MK-HIT) TO WS-FROM-DATE
              MOVE MK-MARK-TIME(WS-MK-HIT) TO WS-FROM-TIME
              DISPLAY "Last sent    : " MK-EXTRACT-ID(WS-MK-HIT)
                      " on " MK-SENT-DATE(WS-MK-HIT)
           ELSE
              ACCEPT WS-FROM-TEXT FROM ENVIRONMENT "CUSTDELTA-FROM"
              IF WS-FROM-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-FROM-TEXT) = 0
                 COMPUTE WS-FROM-DATE = FUNCTION NUMVAL(WS-FROM-TEXT)
              END-IF
              MOVE ZERO TO WS-FROM-TIME
              DISPLAY "No mark on file for "
                      FUNCTION TRIM(WS-OUT-DEST)
                      " - first send."
           END-IF.

      *> Segments cut from either journal that reach the window -
      *> one whose last entry is before the mark holds nothing due.
       0700-LOAD-SEGMENT-LIST.
           MOVE ZERO TO WS-SEG-COUNT.
           OPEN INPUT JOURNAL-SEGMENTS.
           IF WS-JARCH-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-SEGMENTS
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       IF JA-LAST-DATE NOT < WS-FROM-DATE
                          AND WS-SEG-COUNT < WS-SEG-LIMIT
                          ADD 1 TO WS-SEG-COUNT
                          MOVE JA-ARCHIVE-NAME
                            TO SG-ARCHIVE-NAME(WS-SEG-COUNT)
                          MOVE JA-JOURNAL-NAME
                            TO SG-JOURNAL-NAME(WS-SEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENTS
           END-IF.

      *> The CUSTJRNL segments oldest first, then the live journal.
       1000-SCAN-CUST-JOURNAL.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT OR WS-SEG-FAILED
              IF SG-JOURNAL-NAME(WS-SEG-SUB) = "CUSTJRNL.DAT"
                 MOVE SG-ARCHIVE-NAME(WS-SEG-SUB)
                   TO WS-CJRNL-READ-NAME
                 PERFORM 1050-READ-CUST-JOURNAL
                 IF WS-CJRNL-STATUS = "00"
                    ADD 1 TO WS-SEGS-READ
                 ELSE
                    MOVE WS-CJRNL-READ-NAME TO WS-SEG-FAILED-NAME
                    SET WS-SEG-FAILED TO TRUE
                 END-IF
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           IF NOT WS-SEG-FAILED
              MOVE WS-CJRNL-FILE-NAME TO WS-CJRNL-READ-NAME
              PERFORM 1050-READ-CUST-JOURNAL
           END-IF.

       1050-READ-CUST-JOURNAL.
           OPEN INPUT CUST-JOURNAL.
           IF WS-CJRNL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ CUST-JOURNAL
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CJRNL-READ
                       MOVE CJ-TS-DATE TO WS-ENTRY-DATE
                       MOVE CJ-TS-TIME TO WS-ENTRY-TIME
                       IF WS-ENTRY-STAMP > WS-FROM-STAMP
                          AND WS-ENTRY-STAMP NOT > WS-TO-STAMP
                          PERFORM 1100-NOTE-CUST-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-JOURNAL
              MOVE "00" TO WS-CJRNL-STATUS
           END-IF.

      *> Adds and restores carry no before image; a purge carries no
      *> after image - the customer ID comes from whichever is there.
       1100-NOTE-CUST-ENTRY.
           ADD 1 TO WS-IN-WINDOW.
           MOVE CJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE CJ-AFTER-IMAGE  TO WS-AFTER-IMAGE.
           IF WS-BEFORE-IMAGE = SPACES
              MOVE WS-AI-CUST-ID TO WS-WANTED-ID
              MOVE "N" TO WS-WAS-ACTIVE
           ELSE
              MOVE WS-BI-CUST-ID TO WS-WANTED-ID
              IF WS-BI-DELETE-FLAG = "D"
                 MOVE "N" TO WS-WAS-ACTIVE
              ELSE
                 MOVE "Y" TO WS-WAS-ACTIVE
              END-IF
           END-IF.
           PERFORM 1900-FIND-CHANGE.
           IF WS-CH-HIT > 0
              IF CH-CUST-SEEN(WS-CH-HIT) NOT = "Y"
                 MOVE "Y" TO CH-CUST-SEEN(WS-CH-HIT)
                 MOVE WS-WAS-ACTIVE TO CH-START-ACTIVE(WS-CH-HIT)
              END-IF
              PERFORM 1950-NOTE-LAST-CHANGE
           END-IF.

      *> The ADDRJRNL segments oldest first, then the live journal.
       1500-SCAN-ADDR-JOURNAL.
           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT OR WS-SEG-FAILED
              IF SG-JOURNAL-NAME(WS-SEG-SUB) = "ADDRJRNL.DAT"
                 MOVE SG-ARCHIVE-NAME(WS-SEG-SUB)
                   TO WS-AJRNL-READ-NAME
                 PERFORM 1550-READ-ADDR-JOURNAL
                 IF WS-AJRNL-STATUS = "00"
                    ADD 1 TO WS-SEGS-READ
                 ELSE
                    MOVE WS-AJRNL-READ-NAME TO WS-SEG-FAILED-NAME
                    SET WS-SEG-FAILED TO TRUE
                 END-IF
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.
           IF NOT WS-SEG-FAILED
              MOVE WS-AJRNL-FILE-NAME TO WS-AJRNL-READ-NAME
              PERFORM 1550-READ-ADDR-JOURNAL
           END-IF.

       1550-READ-ADDR-JOURNAL.
           OPEN INPUT ADDR-JOURNAL.
           IF WS-AJRNL-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ ADDR-JOURNAL
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-AJRNL-READ
                       MOVE AJ-TS-DATE TO WS-ENTRY-DATE
                       MOVE AJ-TS-TIME TO WS-ENTRY-TIME
                       IF WS-ENTRY-STAMP > WS-FROM-STAMP
                          AND WS-ENTRY-STAMP NOT > WS-TO-STAMP
                          PERFORM 1600-NOTE-ADDR-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADDR-JOURNAL
              MOVE "00" TO WS-AJRNL-STATUS
           END-IF.

       1600-NOTE-ADDR-ENTRY.
           ADD 1 TO WS-IN-WINDOW.
           IF AJ-AFTER-IMAGE = SPACES
              MOVE AJ-BEFORE-IMAGE TO WS-ADDR-IMAGE
           ELSE
              MOVE AJ-AFTER-IMAGE TO WS-ADDR-IMAGE
           END-IF.
           MOVE WS-AD-CUST-ID TO WS-WANTED-ID.
           PERFORM 1900-FIND-CHANGE.
           IF WS-CH-HIT > 0
              PERFORM 1950-NOTE-LAST-CHANGE
           END-IF.

      *> Find the customer's entry, adding one when it is new.
      *> WS-CH-HIT stays zero only when the table is full.
       1900-FIND-CHANGE.
           MOVE ZERO TO WS-CH-HIT.
           MOVE 1 TO WS-CH-SUB.
           PERFORM UNTIL WS-CH-SUB > WS-CHG-COUNT
                      OR WS-CH-HIT > 0
              IF CH-CUST-ID(WS-CH-SUB) = WS-WANTED-ID
                 MOVE WS-CH-SUB TO WS-CH-HIT
              END-IF
              ADD 1 TO WS-CH-SUB
           END-PERFORM.
           IF WS-CH-HIT = 0
              IF WS-CHG-COUNT < WS-CHG-LIMIT
                 ADD 1 TO WS-CHG-COUNT
                 MOVE WS-CHG-COUNT TO WS-CH-HIT
                 MOVE WS-WANTED-ID TO CH-CUST-ID(WS-CH-HIT)
                 MOVE "N" TO CH-CUST-SEEN(WS-CH-HIT)
                 MOVE "N" TO CH-START-ACTIVE(WS-CH-HIT)
                 MOVE ZERO TO CH-LAST-DATE(WS-CH-HIT)
                 MOVE ZERO TO CH-LAST-TIME(WS-CH-HIT)
              ELSE
                 SET WS-CHANGES-FULL TO TRUE
              END-IF
           END-IF.

       1950-NOTE-LAST-CHANGE.
           IF WS-ENTRY-DATE > CH-LAST-DATE(WS-CH-HIT)
              OR (WS-ENTRY-DATE = CH-LAST-DATE(WS-CH-HIT)
                  AND WS-ENTRY-TIME > CH-LAST-TIME(WS-CH-HIT))
              MOVE WS-ENTRY-DATE TO CH-LAST-DATE(WS-CH-HIT)
              MOVE WS-ENTRY-TIME TO CH-LAST-TIME(WS-CH-HIT)
           END-IF.

       2000-WRITE-FEED-HEADER.
           MOVE SPACES TO WS-OUT-EXTRACT-ID.
           STRING "DL" DELIMITED BY SIZE
                  WS-CURR-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-OUT-EXTRACT-ID
           END-STRING.

           MOVE SPACES TO DELTA-HEADER.
           MOVE "HDR"             TO DH-REC-TYPE.
           MOVE WS-CURR-DATE      TO DH-RUN-DATE.
           MOVE "CUSTMAST"        TO DH-SOURCE.
           MOVE WS-OUT-EXTRACT-ID TO DH-EXTRACT-ID.
           MOVE WS-OUT-DEST       TO DH-DESTINATION.
           MOVE WS-FROM-DATE      TO DH-FROM-DATE.
           MOVE WS-FROM-TIME      TO DH-FROM-TIME.
           MOVE WS-TO-DATE        TO DH-TO-DATE.
           MOVE WS-TO-TIME        TO DH-TO-TIME.
           WRITE DELTA-HEADER.
           IF WS-DELTA-STATUS NOT = "00"
              SET WS-FEED-FAILED TO TRUE
           END-IF.

       2500-WRITE-FEED-TRAILER.
           MOVE SPACES TO DELTA-TRAILER.
           MOVE "TRL"         TO DT-REC-TYPE.
           MOVE WS-SENT-COUNT TO DT-RECORD-COUNT.
           WRITE DELTA-TRAILER.
           IF WS-DELTA-STATUS NOT = "00"
              SET WS-FEED-FAILED TO TRUE
           END-IF.

      *> What the recipient is told depends on where the customer
      *> stood when the window opened and where it stands now.
       3000-SEND-CUSTOMER.
           MOVE CH-CUST-ID(WS-CH-SUB) TO CM-CUST-ID.
           MOVE "N" TO WS-NOW-ACTIVE.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT CM-RECORD-DELETED
                    MOVE "Y" TO WS-NOW-ACTIVE
                 END-IF
           END-READ.
           IF CH-CUST-SEEN(WS-CH-SUB) = "Y"
              MOVE CH-START-ACTIVE(WS-CH-SUB) TO WS-WAS-ACTIVE
           ELSE
              MOVE WS-NOW-ACTIVE TO WS-WAS-ACTIVE
           END-IF.

           MOVE SPACES TO DELTA-RECORD.
           MOVE "CHG" TO DF-REC-TYPE.
           MOVE CH-CUST-ID(WS-CH-SUB)   TO DF-CUST-ID.
           MOVE CH-LAST-DATE(WS-CH-SUB) TO DF-CHANGE-DATE.
           MOVE CH-LAST-TIME(WS-CH-SUB) TO DF-CHANGE-TIME.
           MOVE ZERO TO DF-BIRTH-DATE.
           MOVE ZERO TO DF-AGE.
           EVALUATE TRUE
              WHEN WS-WAS-ACTIVE = "Y" AND WS-NOW-ACTIVE = "Y"
                 MOVE "C" TO DF-CHANGE-CODE
                 PERFORM 3100-FILL-CURRENT-VALUES
                 ADD 1 TO WS-CHANGE-COUNT
              WHEN WS-NOW-ACTIVE = "Y"
                 MOVE "A" TO DF-CHANGE-CODE
                 PERFORM 3100-FILL-CURRENT-VALUES
                 ADD 1 TO WS-ADD-COUNT
              WHEN WS-WAS-ACTIVE = "Y"
                 MOVE "D" TO DF-CHANGE-CODE
                 ADD 1 TO WS-DELETE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-NETTED-COUNT
           END-EVALUATE.
           IF DF-CHANGE-CODE NOT = SPACE
              WRITE DELTA-RECORD
              IF WS-DELTA-STATUS NOT = "00"
                 SET WS-FEED-FAILED TO TRUE
              END-IF
              ADD 1 TO WS-SENT-COUNT
           END-IF.

       3100-FILL-CURRENT-VALUES.
           MOVE FUNCTION TRIM(CM-FIRST-NAME) TO WS-MASK-NAME.
           CALL "MASKNAME" USING WS-MASK-NAME WS-OPERATOR-ROLE.
           MOVE WS-MASK-NAME  TO DF-FIRST-NAME.
           MOVE CM-LAST-NAME  TO DF-LAST-NAME.
           MOVE CM-BIRTH-DATE TO DF-BIRTH-DATE.
           MOVE CM-AGE        TO DF-AGE.

           MOVE CM-CUST-ID TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.
           IF WS-ADDR-FOUND = "Y"
              MOVE WS-STREET      TO DF-STREET
              MOVE WS-CITY        TO DF-CITY
              MOVE WS-POSTAL-CODE TO DF-POSTAL-CODE
              MOVE WS-PHONE       TO DF-PHONE
           END-IF.

       9600-REGISTER-IN-MANIFEST.
           OPEN EXTEND SEND-MANIFEST.
           IF WS-MANIFEST-STATUS = "35"
              OPEN OUTPUT SEND-MANIFEST
           END-IF.
           IF WS-MANIFEST-STATUS NOT = "00"
              SET WS-FEED-FAILED TO TRUE
           ELSE
              MOVE SPACES TO SEND-MANIFEST-RECORD
              MOVE WS-OUT-EXTRACT-ID TO SM-EXTRACT-ID
              MOVE WS-CURR-DATE      TO SM-RUN-DATE
              MOVE WS-DELTA-FILE-NAME TO SM-FILE-NAME
              MOVE WS-SENT-COUNT     TO SM-RECORD-COUNT
              MOVE WS-OUT-DEST       TO SM-DESTINATION
              WRITE SEND-MANIFEST-RECORD
              IF WS-MANIFEST-STATUS NOT = "00"
                 SET WS-FEED-FAILED TO TRUE
              END-IF
              CLOSE SEND-MANIFEST
           END-IF.

      *> Only reached once the feed and its manifest line are down.
      *> Should the write-back itself fail, the old mark stands and
      *> the next run resends this window - a duplicate the receiver
      *> can see by extract ID, never a gap.
       9700-ADVANCE-MARK.
           IF WS-MK-HIT = 0
              ADD 1 TO WS-MARK-COUNT
              MOVE WS-MARK-COUNT TO WS-MK-HIT
              MOVE WS-OUT-DEST TO MK-DESTINATION(WS-MK-HIT)
           END-IF.
           MOVE WS-TO-DATE        TO MK-MARK-DATE(WS-MK-HIT).
           MOVE WS-TO-TIME        TO MK-MARK-TIME(WS-MK-HIT).
           MOVE WS-OUT-EXTRACT-ID TO MK-EXTRACT-ID(WS-MK-HIT).
           MOVE WS-CURR-DATE      TO MK-SENT-DATE(WS-MK-HIT).

           OPEN OUTPUT DELTA-MARKS.
           IF WS-MARK-STATUS NOT = "00"
              DISPLAY "WARNING: cannot rewrite DELTAMRK.DAT, status="
                      WS-MARK-STATUS " - this window will be "
                      "resent on the next run."
           ELSE
              MOVE 1 TO WS-MK-SUB
              PERFORM UNTIL WS-MK-SUB > WS-MARK-COUNT
                 MOVE SPACES TO DELTA-MARK-RECORD
                 MOVE MK-DESTINATION(WS-MK-SUB) TO DM-DESTINATION
                 MOVE MK-MARK-DATE(WS-MK-SUB)   TO DM-MARK-DATE
                 MOVE MK-MARK-TIME(WS-MK-SUB)   TO DM-MARK-TIME
                 MOVE MK-EXTRACT-ID(WS-MK-SUB)  TO DM-EXTRACT-ID
                 MOVE MK-SENT-DATE(WS-MK-SUB)   TO DM-SENT-DATE
                 WRITE DELTA-MARK-RECORD
                 ADD 1 TO WS-MK-SUB
              END-PERFORM
              CLOSE DELTA-MARKS
              DISPLAY "Mark for " FUNCTION TRIM(WS-OUT-DEST)
                      " moved to " WS-TO-DATE " " WS-TO-TIME "."
           END-IF.
