      *                     so a DEV/TEST or per-company run writes
      *                     its own extract, and the manifest records
      *                     the resolved name actually sent.
      *    2026-10-15  RDM  Customers recorded deceased on CUSTPREF
      *                     (PREFLOOKUP's D contact flag) are now
      *                     suppressed from the extract and counted on
      *                     their own in the run totals.
      *    2026-10-15  RDM  An extract can now be run by campaign ID -
      *                     CUSTEXTRACT-CAMPAIGN in batch or the new
      *                     prompt - taking the age range, birth month,
      *                     last-name range, and segment registered for
      *                     it on the CAMPAIGN master (CAMPMAINT)
      *                     instead of keyed criteria. The campaign must
      *                     be active and inside its run dates. The
      *                     campaign ID is recorded on the CUSTSENT.DAT
      *                     manifest line.
      *    2026-10-15  RDM  The I column carries the customer number as
      *                     printed on letters - the six-digit ID with
      *                     its check digit from the shared CUSTCHK -
      *                     so a number read off the extract can be
      *                     keyed anywhere the check digit is proved.
      *    2026-10-15  RDM  Campaign fields renamed to the CG- prefix of
      *                     the CAMPREC layout.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CAMPAIGN-MASTER ASSIGN TO WS-CAMPAIGN-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CG-CAMPAIGN-ID
                               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT SEND-MANIFEST ASSIGN TO WS-MANIFEST-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-MANIFEST-STATUS.
           05 SM-RECORD-COUNT  PIC 9(6).
           05 FILLER           PIC X.
           05 SM-DESTINATION   PIC X(10).
           05 FILLER           PIC X.
           05 SM-CAMPAIGN      PIC X(12).

       FD  CAMPAIGN-MASTER.
       COPY CAMPREC.

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01 WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01 WS-EXTRACT-FILE-NAME PIC X(26) VALUE "CUSTEXT.CSV".
       01 WS-MANIFEST-FILE    PIC X(26) VALUE "CUSTSENT.DAT".
       01 WS-CAMPAIGN-FILE    PIC X(26) VALUE "CAMPAIGN".

       01 WS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-EXTRACT-STATUS   PIC XX VALUE "00".
       01 WS-MANIFEST-STATUS  PIC XX VALUE "00".
       01 WS-CAMPAIGN-STATUS  PIC XX VALUE "00".
       01 WS-CAMPAIGN         PIC X(12) VALUE SPACES.
       01 WS-CAMPAIGN-OK      PIC X(1) VALUE "N".

      *> Outbound control-record fields - see 0900-WRITE-OUT-HEADER
      *> and 9600-REGISTER-IN-MANIFEST.
       01 WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01 WS-CUST-DNC         PIC X(1) VALUE "N".
       01 WS-SUPPRESS-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-DECEASED-COUNT   PIC 9(6) VALUE ZERO.

      *> Address of the record in hand, from the shared ADDRLOOKUP
      *> in bulk mode - only the undeliverable marker matters here.
       01 WS-FIELD-WANTED     PIC X VALUE "N".
           88 WS-EMIT-COLUMN  VALUE "Y".
       01 WS-COLUMN-TEXT      PIC X(20) VALUE SPACES.

      *> Customer number as printed, through the shared CUSTCHK.
       01 WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01 WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01 WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01 WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01 WS-LINE-POINTER     PIC 999 VALUE 1.

       01 WS-SELECT-COUNT     PIC 9(6) VALUE ZERO.
           DISPLAY "Records selected: " WS-SELECT-COUNT.
           DISPLAY "Do-not-contact suppressed: "
                   WS-SUPPRESS-COUNT.
           DISPLAY "Deceased suppressed: " WS-DECEASED-COUNT.
           DISPLAY "Undeliverable addresses skipped: "
                   WS-UNDELIV-SKIPS.
           DISPLAY "Extract written to CUSTEXT.CSV.".
       0500-GET-CRITERIA.
           ACCEPT WS-BATCH-MODE FROM ENVIRONMENT "CUSTEXTRACT-BATCH".

           *> A registered campaign supplies the selection - the
           *> field list and destination are still the run's own.
           IF WS-IS-BATCH
              ACCEPT WS-CAMPAIGN
                 FROM ENVIRONMENT "CUSTEXTRACT-CAMPAIGN"
           ELSE
              DISPLAY "Campaign ID (blank to key the criteria): "
                      WITH NO ADVANCING
              ACCEPT WS-CAMPAIGN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN) TO WS-CAMPAIGN.
           IF WS-CAMPAIGN NOT = SPACES
              PERFORM 0530-LOAD-CAMPAIGN
              PERFORM 0520-GET-FIELD-LIST
           ELSE
              PERFORM 0510-GET-KEYED-CRITERIA
           END-IF.

           IF WS-AGE-FROM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-AGE-FROM-TEXT) = 0
              COMPUTE WS-AGE-FROM = FUNCTION NUMVAL(WS-AGE-FROM-TEXT)
           END-IF.
           IF WS-AGE-TO-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-AGE-TO-TEXT) = 0
              COMPUTE WS-AGE-TO = FUNCTION NUMVAL(WS-AGE-TO-TEXT)
           END-IF.
           IF WS-MONTH-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MONTH-TEXT) = 0
              COMPUTE WS-WANTED-MONTH = FUNCTION NUMVAL(WS-MONTH-TEXT)
           END-IF.
           IF WS-FIELD-LIST = SPACES
              MOVE "IFLBA" TO WS-FIELD-LIST
           END-IF.

       0510-GET-KEYED-CRITERIA.
           IF WS-IS-BATCH
              ACCEPT WS-AGE-FROM-TEXT
                 FROM ENVIRONMENT "CUSTEXTRACT-AGE-FROM"
              ACCEPT WS-SEGMENT-FILTER
           END-IF.

       0520-GET-FIELD-LIST.
           IF WS-IS-BATCH
              ACCEPT WS-FIELD-LIST
                 FROM ENVIRONMENT "CUSTEXTRACT-FIELDS"
           ELSE
              DISPLAY "Fields I/F/L/B/A (blank for all): "
                      WITH NO ADVANCING
              ACCEPT WS-FIELD-LIST
           END-IF.

      *> The campaign must be registered, active, and inside its run
      *> dates - the same rule CUSTLETTER applies.
       0530-LOAD-CAMPAIGN.
           MOVE "N" TO WS-CAMPAIGN-OK.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           CALL "FILERES" USING WS-CAMPAIGN-FILE.
           OPEN INPUT CAMPAIGN-MASTER.
           IF WS-CAMPAIGN-STATUS NOT = "00"
              DISPLAY "Cannot open CAMPAIGN, status="
                      WS-CAMPAIGN-STATUS
           ELSE
              MOVE WS-CAMPAIGN TO CG-CAMPAIGN-ID
              READ CAMPAIGN-MASTER
                 INVALID KEY
                    DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN)
                            " is not registered - set it up in "
                            "CAMPMAINT first."
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT CG-ACTIVE
                          DISPLAY "Campaign "
                                  FUNCTION TRIM(WS-CAMPAIGN)
                                  " is not active (status "
                                  CG-STATUS ")."
                       WHEN WS-CURR-DATE < CG-START-DATE
                         OR WS-CURR-DATE > CG-END-DATE
                          DISPLAY "Campaign "
                                  FUNCTION TRIM(WS-CAMPAIGN)
                                  " runs from " CG-START-DATE
                                  " to " CG-END-DATE " only."
                       WHEN OTHER
                          MOVE "Y" TO WS-CAMPAIGN-OK
                    END-EVALUATE
              END-READ
              CLOSE CAMPAIGN-MASTER
           END-IF.
           IF WS-CAMPAIGN-OK NOT = "Y"
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Campaign " FUNCTION TRIM(WS-CAMPAIGN) ": "
                   FUNCTION TRIM(CG-DESCRIPTION).
           MOVE CG-AGE-FROM    TO WS-AGE-FROM-TEXT.
           MOVE CG-AGE-TO      TO WS-AGE-TO-TEXT.
           MOVE CG-BIRTH-MONTH TO WS-MONTH-TEXT.
           MOVE CG-NAME-FROM   TO WS-NAME-FROM.
           MOVE CG-NAME-TO     TO WS-NAME-TO.
           MOVE CG-SEGMENT     TO WS-SEGMENT-FILTER.

       1500-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
                    WHEN WS-SEGMENT-FILTER NOT = SPACES
                      AND WS-CUST-SEGMENT NOT = WS-SEGMENT-FILTER
                       CONTINUE
                    WHEN WS-CUST-DNC = "D"
                       ADD 1 TO WS-DECEASED-COUNT
                    WHEN WS-CUST-DNC = "Y"
                       ADD 1 TO WS-SUPPRESS-COUNT
                    WHEN WS-UNDELIV-FLAG = "U"
           MOVE WS-EXTRACT-FILE-NAME TO SM-FILE-NAME.
           MOVE WS-SELECT-COUNT   TO SM-RECORD-COUNT.
           MOVE WS-OUT-DEST       TO SM-DESTINATION.
           MOVE WS-CAMPAIGN       TO SM-CAMPAIGN.
           WRITE SEND-MANIFEST-RECORD.
           CLOSE SEND-MANIFEST.

              MOVE "Y" TO WS-FIELD-WANTED
              EVALUATE WS-FIELD-CODE
                 WHEN "I"
                    MOVE CM-CUST-ID TO WS-CHK-CUST-ID
                    CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                          WS-CHK-CUST-ID WS-CHK-RESULT
                    MOVE WS-PRINT-ID(1:7) TO WS-COLUMN-TEXT
                 WHEN "F"
                    MOVE FUNCTION TRIM(CM-FIRST-NAME)
                      TO WS-MASK-NAME
