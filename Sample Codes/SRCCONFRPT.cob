      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Source conflict report for the data owners.
      *                  When CustDataFormat or CUSTMNTB holds back an
      *                  incoming name or birth date because the
      *                  source that set the standing value outranks
      *                  the incoming one on SRCPRI.DAT, the shared
      *                  SRCPREC routine appends both values to
      *                  SRCCONF.DAT. This lists them in the order
      *                  they were logged - customer, field, the
      *                  incoming source, rank and value against the
      *                  standing source, rank and value, and the
      *                  program that logged it - with a status taken
      *                  from CUSTMAST as it stands now: OPEN while
      *                  the master still holds the standing value,
      *                  SETTLED once it has moved on (the owners
      *                  settle a conflict with a CUSTMNTB correction
      *                  keyed with a blank source, which ranks as
      *                  MANUAL). SRCCONFRPT-FROM in the environment
      *                  (YYYYMMDD) starts the list at that date;
      *                  blank lists the whole log. Read-only;
      *                  SRCCONF.RPT is registered into the spool
      *                  through SPOOLREG. RETURN-CODE 0, or 8 when
      *                  CUSTMAST cannot be opened.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SRCCONFRPT.

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

           SELECT CONFLICT-LOG ASSIGN TO WS-SRCCONF-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONFLICT-STATUS.

           SELECT CONFLICT-RPT ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CONFLICT-LOG.
       COPY CONFREC.

       FD  CONFLICT-RPT.
       01  CONFLICT-RPT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-SRCCONF-FILE     PIC X(26) VALUE "SRCCONF.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "SRCCONF.RPT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-CONFLICT-STATUS  PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

      *> Optional start date for the listing.
       01  WS-FROM-TEXT        PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.

       01  WS-LOG-READ         PIC 9(6) VALUE ZERO.
       01  WS-LISTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-SETTLED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-GONE-COUNT       PIC 9(6) VALUE ZERO.

      *> The field as CUSTMAST holds it now, and the verdict on it.
       01  WS-CURRENT-VALUE    PIC X(20) VALUE SPACES.
       01  WS-STATUS-TEXT      PIC X(8) VALUE SPACES.

      *> Detail line - one logged conflict.
       01  WS-DETAIL-LINE.
           05 DL-LOG-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 DL-LOG-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 DL-LOG-YEAR      PIC 9(4).
           05 FILLER           PIC X(2).
           05 DL-CUST-ID       PIC X(7).
           05 FILLER           PIC X(1).
           05 DL-FIELD-CODE    PIC X(2).
           05 FILLER           PIC X(2).
           05 DL-NEW-SOURCE    PIC X(10).
           05 FILLER           PIC X(1).
           05 DL-NEW-RANK      PIC ZZ9.
           05 FILLER           PIC X(2).
           05 DL-NEW-VALUE     PIC X(20).
           05 FILLER           PIC X(2).
           05 DL-OLD-SOURCE    PIC X(10).
           05 FILLER           PIC X(1).
           05 DL-OLD-RANK      PIC ZZ9.
           05 FILLER           PIC X(2).
           05 DL-OLD-VALUE     PIC X(20).
           05 FILLER           PIC X(2).
           05 DL-PROGRAM       PIC X(14).
           05 FILLER           PIC X(2).
           05 DL-STATUS        PIC X(8).
           05 FILLER           PIC X(8).
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-RUN-DATE-TEXT.
           05 WS-RUN-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-YEAR      PIC 9(4).

      *> The business unit this run belongs to, stamped on the
      *> report header.
       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

      *> End-of-run counts handed to the shared RUNSTATS routine.
       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

      *> Customer numbers print in the seven-digit form (with check
      *> digit) from CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "SRCCONFRPT".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< SOURCE CONFLICT REPORT >>>".
           DISPLAY "------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-SRCCONF-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           ACCEPT WS-FROM-TEXT FROM ENVIRONMENT "SRCCONFRPT-FROM".
           IF WS-FROM-TEXT NOT = SPACES
              IF WS-FROM-TEXT IS NUMERIC
                 MOVE WS-FROM-TEXT TO WS-FROM-DATE
              ELSE
                 DISPLAY "SRCCONFRPT-FROM must be YYYYMMDD - "
                         "listing the whole log."
              END-IF
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

           OPEN OUTPUT CONFLICT-RPT.
           PERFORM 4200-PRINT-PAGE-HEADERS.

           *> No log on disk just means nothing has been held back.
           OPEN INPUT CONFLICT-LOG.
           IF WS-CONFLICT-STATUS = "00"
              PERFORM UNTIL WS-EOF
                 READ CONFLICT-LOG
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-LOG-READ
                       IF SC-LOG-DATE >= WS-FROM-DATE
                          PERFORM 2000-LIST-CONFLICT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFLICT-LOG
           END-IF.
           CLOSE CUSTOMER-MASTER.

           PERFORM 4500-PRINT-TOTALS.
           CLOSE CONFLICT-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.

           DISPLAY "Conflicts logged      : " WS-LOG-READ.
           DISPLAY "Conflicts listed      : " WS-LISTED-COUNT.
           DISPLAY "  Still open          : " WS-OPEN-COUNT.
           DISPLAY "Report written to SRCCONF.RPT.".

           MOVE WS-LOG-READ     TO WS-STAT-READ.
           MOVE WS-LISTED-COUNT TO WS-STAT-WRITTEN.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *> A conflict is still open while CUSTMAST holds the value that
      *> held the incoming one back; any other value means the owners
      *> (or a later, higher-ranked extract) have settled it.
       2000-LIST-CONFLICT.
           MOVE SPACES TO WS-CURRENT-VALUE.
           MOVE SC-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE "NO CUST" TO WS-STATUS-TEXT
                 ADD 1 TO WS-GONE-COUNT
              NOT INVALID KEY
                 EVALUATE SC-FIELD-CODE
                    WHEN "FN"
                       MOVE CM-FIRST-NAME TO WS-CURRENT-VALUE
                    WHEN "LN"
                       MOVE CM-LAST-NAME  TO WS-CURRENT-VALUE
                    WHEN OTHER
                       MOVE CM-BIRTH-DATE TO WS-CURRENT-VALUE
                 END-EVALUATE
                 IF WS-CURRENT-VALUE = SC-OLD-VALUE
                    MOVE "OPEN" TO WS-STATUS-TEXT
                    ADD 1 TO WS-OPEN-COUNT
                 ELSE
                    MOVE "SETTLED" TO WS-STATUS-TEXT
                    ADD 1 TO WS-SETTLED-COUNT
                 END-IF
           END-READ.

           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SC-LOG-DATE(5:2)   TO DL-LOG-MONTH.
           MOVE SC-LOG-DATE(7:2)   TO DL-LOG-DAY.
           MOVE SC-LOG-DATE(1:4)   TO DL-LOG-YEAR.
           MOVE SC-CUST-ID         TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE WS-PRINT-ID(1:7)   TO DL-CUST-ID.
           MOVE SC-FIELD-CODE      TO DL-FIELD-CODE.
           MOVE SC-NEW-SOURCE      TO DL-NEW-SOURCE.
           MOVE SC-NEW-RANK        TO DL-NEW-RANK.
           MOVE SC-NEW-VALUE       TO DL-NEW-VALUE.
           MOVE SC-OLD-SOURCE      TO DL-OLD-SOURCE.
           MOVE SC-OLD-RANK        TO DL-OLD-RANK.
           MOVE SC-OLD-VALUE       TO DL-OLD-VALUE.
           MOVE SC-PROGRAM-NAME    TO DL-PROGRAM.
           MOVE WS-STATUS-TEXT     TO DL-STATUS.
           WRITE CONFLICT-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-LISTED-COUNT.

       4200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO CONFLICT-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE CONFLICT-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "SOURCE CONFLICT REPORT"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO CONFLICT-RPT-LINE
           END-STRING.
           WRITE CONFLICT-RPT-LINE.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           WRITE CONFLICT-RPT-LINE.
           MOVE "Logged"      TO CONFLICT-RPT-LINE(1:10).
           MOVE "Cust"        TO CONFLICT-RPT-LINE(13:7).
           MOVE "Fl"          TO CONFLICT-RPT-LINE(21:2).
           MOVE "Incoming"    TO CONFLICT-RPT-LINE(25:14).
           MOVE "Incoming value" TO CONFLICT-RPT-LINE(41:20).
           MOVE "Standing"    TO CONFLICT-RPT-LINE(63:14).
           MOVE "Standing value" TO CONFLICT-RPT-LINE(79:20).
           MOVE "Logged by"   TO CONFLICT-RPT-LINE(101:14).
           MOVE "Status"      TO CONFLICT-RPT-LINE(117:8).
           WRITE CONFLICT-RPT-LINE.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           MOVE "source  rank" TO CONFLICT-RPT-LINE(25:14).
           MOVE "source  rank" TO CONFLICT-RPT-LINE(63:14).
           WRITE CONFLICT-RPT-LINE.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           MOVE ALL "=" TO CONFLICT-RPT-LINE(1:10).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(13:7).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(21:2).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(25:14).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(41:20).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(63:14).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(79:20).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(101:14).
           MOVE ALL "=" TO CONFLICT-RPT-LINE(117:8).
           WRITE CONFLICT-RPT-LINE.
           MOVE ZERO TO WS-LINES-ON-PAGE.

       4500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE
              PERFORM 4200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           WRITE CONFLICT-RPT-LINE.
           IF WS-LISTED-COUNT = 0
              MOVE "NO SOURCE CONFLICTS LOGGED" TO CONFLICT-RPT-LINE
              WRITE CONFLICT-RPT-LINE
           END-IF.

           MOVE WS-LISTED-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           STRING "Conflicts listed         : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO CONFLICT-RPT-LINE
           END-STRING.
           WRITE CONFLICT-RPT-LINE.

           MOVE WS-OPEN-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           STRING "  Open - awaiting owner  : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO CONFLICT-RPT-LINE
           END-STRING.
           WRITE CONFLICT-RPT-LINE.

           MOVE WS-SETTLED-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           STRING "  Settled since          : " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO CONFLICT-RPT-LINE
           END-STRING.
           WRITE CONFLICT-RPT-LINE.

           MOVE WS-GONE-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO CONFLICT-RPT-LINE.
           STRING "  Customer no longer held: " DELIMITED BY SIZE
                  WS-COUNT-OUT DELIMITED BY SIZE
                  INTO CONFLICT-RPT-LINE
           END-STRING.
           WRITE CONFLICT-RPT-LINE.
