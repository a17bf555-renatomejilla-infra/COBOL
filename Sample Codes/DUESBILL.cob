      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Annual membership dues billing run. Junior,
      *                  adult, and senior dues follow exactly the
      *                  AgeBracketRpt boundaries AGEREFRESH keeps (17
      *                  and under, 18 to 64, 65 and over), but the
      *                  invoices were produced outside the system.
      *                  For a billing date (DUESBILL-DATE through
      *                  PARMGET, or the prompt; today by default) this
      *                  reads every live customer on CUSTMAST, works
      *                  out their age on the billing date through the
      *                  shared DATEVAL, and charges them the
      *                  DUESRATE.DAT rate for that bracket and their
      *                  CUSTPREF segment in force on that date. Each
      *                  charge becomes one open item on the CUSTBILL
      *                  file, keyed by customer and invoice number, and
      *                  one invoice on DUESINV.PRT, merged from the
      *                  DUESINV.TPL template (DUESBILL-TEMPLATE) with
      *                  the same markers CUSTLETTER's LETTER.TPL merge
      *                  takes plus &AMOUNT, &INVOICE, and &DUEDATE. A
      *                  junior's invoice goes to the guardian of record
      *                  on CUSTREL, as CUSTLETTER's letters do. The due
      *                  date is DUESBILL-TERMS days on (30 by default),
      *                  moved to the next business day on the BUSCAL
      *                  calendar. DUESCTL.DAT carries the run's control
      *                  totals for finance: an HDR record, one INV
      *                  record per invoice, and a TRL record with the
      *                  invoice count and total value. A customer
      *                  already billed for the billing year is skipped,
      *                  so a rerun bills only whoever was missed.
      *                  Deceased customers are not billed. An invoice
      *                  that cannot be mailed (no address, address
      *                  undeliverable, junior with no guardian) is
      *                  still filed on CUSTBILL, held back from the
      *                  print file, and listed on DUESBILL.RPT.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  New &CUSTNO marker: the customer number as
      *                     printed - the six-digit ID with its check
      *                     digit from the shared CUSTCHK - so the
      *                     payer quotes a number LBOXPOST can prove.
      *    2026-10-15  RDM  Customer IDs printed on the report carry
      *                     their check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DUESBILL.

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

           SELECT CUSTOMER-BILL ASSIGN TO WS-CUSTBILL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CB-BILL-KEY
                               FILE STATUS IS WS-BILL-STATUS.

           SELECT CUSTOMER-REL ASSIGN TO WS-CUSTREL-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS RL-MINOR-ID
                               ALTERNATE RECORD KEY IS
                                  RL-GUARDIAN-ID WITH DUPLICATES
                               FILE STATUS IS WS-REL-STATUS.

           SELECT RATE-TABLE   ASSIGN TO WS-RATE-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-RATE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO WS-TPL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT INVOICE-PRT  ASSIGN TO WS-INVOICE-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT DUES-RPT     ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-BILL.
       COPY BILLREC.

       FD  CUSTOMER-REL.
       COPY RELREC.

       FD  RATE-TABLE.
       COPY RATEREC.

       FD  TEMPLATE-FILE.
       01  TEMPLATE-LINE       PIC X(80).

       FD  INVOICE-PRT.
       01  INVOICE-PRT-LINE    PIC X(80).

      *> Control totals for finance - HDR first, TRL last, the same
      *> bracketing the inbound feeds are held to.
       FD  CONTROL-FILE.
       01  CONTROL-DETAIL.
           05 CD-REC-TYPE      PIC X(3).
           05 CD-CUST-ID       PIC 9(6).
           05 CD-INVOICE-NO    PIC 9(8).
           05 CD-BRACKET       PIC X(1).
           05 CD-AMOUNT        PIC 9(5)V99.
       01  CONTROL-HEADER.
           05 CH-REC-TYPE      PIC X(3).
           05 CH-RUN-DATE      PIC 9(8).
           05 CH-BILLING-DATE  PIC 9(8).
           05 CH-BILL-YEAR     PIC 9(4).
       01  CONTROL-TRAILER.
           05 CT-REC-TYPE      PIC X(3).
           05 CT-INVOICE-COUNT PIC 9(6).
           05 CT-TOTAL-VALUE   PIC 9(9)V99.

       FD  DUES-RPT.
       01  DUES-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *> Batch-window lock check - see BATCHLOCK.
       01  WS-LOCK-ACTION      PIC X(1) VALUE "Q".
       01  WS-LOCK-STATE       PIC X(1) VALUE "N".
       01  WS-LOCK-RESOURCE    PIC X(4) VALUE "CUST".
       01  WS-LOCK-OVERRIDE    PIC X(1) VALUE "N".

       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTBILL-FILE    PIC X(26) VALUE "CUSTBILL".
       01  WS-CUSTREL-FILE     PIC X(26) VALUE "CUSTREL".
       01  WS-RATE-FILE        PIC X(26) VALUE "DUESRATE.DAT".
       01  WS-TPL-FILE         PIC X(26) VALUE "DUESINV.TPL".
       01  WS-INVOICE-FILE     PIC X(26) VALUE "DUESINV.PRT".
       01  WS-CONTROL-FILE     PIC X(26) VALUE "DUESCTL.DAT".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "DUESBILL.RPT".

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-BILL-STATUS      PIC XX VALUE "00".
       01  WS-REL-STATUS       PIC XX VALUE "00".
       01  WS-RATE-STATUS      PIC XX VALUE "00".
       01  WS-TEMPLATE-STATUS  PIC XX VALUE "00".
       01  WS-INVOICE-STATUS   PIC XX VALUE "00".
       01  WS-CONTROL-STATUS   PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-BILL-EOF         PIC X(1) VALUE "N".
       01  WS-REL-OPEN         PIC X(1) VALUE "N".

       01  WS-BATCH-MODE       PIC X(1) VALUE "N".
           88 WS-IS-BATCH      VALUE "Y".
       01  WS-CONFIRM          PIC X(1) VALUE "N".

      *> Run parameters through PARMGET.
       01  WS-PARM-NAME        PIC X(24) VALUE SPACES.
       01  WS-PARM-VALUE       PIC X(20) VALUE SPACES.
       01  WS-PARM-SOURCE      PIC X(1) VALUE SPACE.
       01  WS-DATE-ENTRY       PIC X(8) VALUE SPACES.
       01  WS-TERMS-DAYS       PIC 9(3) VALUE 30.

      *> The billing date and what follows from it.
       01  WS-BILLING-DATE     PIC 9(8) VALUE ZERO.
       01  WS-BILLING-TEXT REDEFINES WS-BILLING-DATE PIC X(8).
       01  WS-BILL-YEAR        PIC 9(4) VALUE ZERO.
       01  WS-DUE-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DUE-INT          PIC 9(7) VALUE ZERO.
       01  WS-CAL-FUNCTION     PIC X(1) VALUE "B".
       01  WS-CAL-RESULT       PIC 9(8) VALUE ZERO.
       01  WS-CAL-BUSINESS     PIC X(1) VALUE "N".
       01  WS-DUE-DATE-TEXT.
           05 WS-DUE-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-DUE-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-DUE-YEAR      PIC 9(4).
       01  WS-BILLING-DATE-TEXT.
           05 WS-BD-MONTH      PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-BD-DAY        PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-BD-YEAR       PIC 9(4).

      *> DUESRATE.DAT as filed.
       01  WS-RATE-TABLE.
           05 WS-RT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-RT-LIMIT      PIC 9(4) VALUE 500.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
              10 RT-BRACKET        PIC X(1).
              10 RT-SEGMENT-CODE   PIC X(2).
              10 RT-EFFECTIVE-DATE PIC 9(8).
              10 RT-ANNUAL-RATE    PIC 9(5)V99.
       01  WS-RT-SUB           PIC 9(4) VALUE ZERO.
       01  WS-RT-SEG-HIT       PIC 9(4) VALUE ZERO.
       01  WS-RT-ALL-HIT       PIC 9(4) VALUE ZERO.
       01  WS-RT-HIT           PIC 9(4) VALUE ZERO.
       01  WS-RATE-LINE-NO     PIC 9(4) VALUE ZERO.
       01  WS-BAD-RATE-LINES   PIC 9(4) VALUE ZERO.

      *> The invoice template, held for the run.
       01  WS-TEMPLATE-TABLE.
           05 WS-TPL-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-TPL-LIMIT     PIC 9(3) VALUE 100.
           05 WS-TPL-ENTRY OCCURS 100 TIMES.
              10 TPL-LINE      PIC X(80).
       01  WS-TPL-SUB          PIC 9(3) VALUE ZERO.

      *> Template-merge work fields - the CUSTLETTER merge.
       01  WS-WORK-LINE        PIC X(80) VALUE SPACES.
       01  WS-NEW-LINE         PIC X(80) VALUE SPACES.
       01  WS-MARKER           PIC X(8) VALUE SPACES.
       01  WS-MARKER-LEN       PIC 99 VALUE ZERO.
       01  WS-SUB-VALUE        PIC X(30) VALUE SPACES.

      *> Customer number as printed, through the shared CUSTCHK.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "D".
       01  WS-CHK-CUST-ID      PIC 9(6) VALUE ZERO.
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-SCAN-POS         PIC 999 VALUE ZERO.
       01  WS-FOUND-POS        PIC 999 VALUE ZERO.
       01  WS-LINE-POINTER     PIC 999 VALUE 1.
       01  WS-TAIL-POS         PIC 999 VALUE ZERO.
       01  WS-AGE-TEXT         PIC Z9.
       01  WS-AMOUNT-TEXT      PIC ZZ,ZZ9.99.
       01  WS-INVOICE-TEXT     PIC 9(8).

      *> The customer being billed.
       01  WS-BIRTH-DATE-TEXT  PIC X(8) VALUE SPACES.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-BILL-AGE         PIC 99 VALUE ZERO.
       01  WS-BRACKET          PIC X(1) VALUE SPACE.
       01  WS-ALREADY-BILLED   PIC X(1) VALUE "N".
       01  WS-NEXT-INVOICE     PIC 9(8) VALUE ZERO.
       01  WS-OUTCOME          PIC X(30) VALUE SPACES.

      *> Segment and contact flags from the shared PREFLOOKUP.
       01  WS-PREF-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-PREF-FOUND       PIC X(1) VALUE "N".
       01  WS-CUST-SEGMENT     PIC X(2) VALUE SPACES.
       01  WS-CUST-DNC         PIC X(1) VALUE "N".

      *> Addressee - the customer, or a junior's guardian.
       01  WS-LETTER-FIRST     PIC X(20) VALUE SPACES.
       01  WS-LETTER-LAST      PIC X(20) VALUE SPACES.
       01  WS-MINOR-NAME       PIC X(30) VALUE SPACES.
       01  WS-BILLED-TO        PIC 9(6) VALUE ZERO.
       01  WS-GUARDIAN-STATE   PIC X(1) VALUE "N".
       01  WS-GUARD-FOUND      PIC X(1) VALUE "N".
       01  WS-GUARD-FIRST      PIC X(20) VALUE SPACES.
       01  WS-GUARD-LAST       PIC X(20) VALUE SPACES.
       01  WS-GUARD-AGE        PIC 99 VALUE ZERO.
       01  WS-ADDR-CUST-ID     PIC 9(6) VALUE ZERO.
       01  WS-ADDR-FOUND       PIC X(1) VALUE "N".
       01  WS-STREET           PIC X(30) VALUE SPACES.
       01  WS-CITY             PIC X(20) VALUE SPACES.
       01  WS-POSTAL-CODE      PIC X(10) VALUE SPACES.
       01  WS-PHONE            PIC X(15) VALUE SPACES.
       01  WS-UNDELIV-FLAG     PIC X(1) VALUE "N".
       01  WS-PRINT-STATUS     PIC X(1) VALUE "P".

       01  WS-DETAIL-LINE.
           05 DL-CUST-ID       PIC X(7).
           05 FILLER           PIC X(1).
           05 DL-NAME          PIC X(30).
           05 FILLER           PIC X(2).
           05 DL-AGE           PIC Z9.
           05 FILLER           PIC X(2).
           05 DL-BRACKET       PIC X(6).
           05 FILLER           PIC X(2).
           05 DL-SEGMENT       PIC X(2).
           05 FILLER           PIC X(2).
           05 DL-INVOICE       PIC X(8).
           05 FILLER           PIC X(2).
           05 DL-AMOUNT        PIC X(9).
           05 FILLER           PIC X(2).
           05 DL-BILLED-TO     PIC X(6).
           05 FILLER           PIC X(2).
           05 DL-OUTCOME       PIC X(30).

      *> Run totals.
       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-INVOICE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-PRINTED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-NO-RATE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-BAD-DATE-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-DECEASED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-BILLED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-ZERO-RATE-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-WRITE-FAIL-COUNT PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-VALUE      PIC 9(9)V99 VALUE ZERO.
       01  WS-BRACKET-TOTALS.
           05 WS-JUNIOR-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-JUNIOR-VALUE  PIC 9(9)V99 VALUE ZERO.
           05 WS-ADULT-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-ADULT-VALUE   PIC 9(9)V99 VALUE ZERO.
           05 WS-SENIOR-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-SENIOR-VALUE  PIC 9(9)V99 VALUE ZERO.

       01  WS-TOTAL-LABEL      PIC X(30) VALUE SPACES.
       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-VALUE-OUT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-VALUE       PIC 9(9)V99 VALUE ZERO.
       01  WS-VALUE-WANTED     PIC X(1) VALUE "N".
       01  WS-LINES-ON-PAGE    PIC 99 VALUE ZERO.
       01  WS-PAGE-NUMBER      PIC 999 VALUE ZERO.
       01  WS-LINES-PER-PAGE   PIC 99 VALUE 60.

       01  WS-CURR-DATE.
           05 WS-CURR-YEAR     PIC 9(4).
           05 WS-CURR-MONTH    PIC 9(2).
           05 WS-CURR-DAY      PIC 9(2).
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE PIC 9(8).
       01  WS-RUN-DATE-TEXT.
           05 WS-RUN-MONTH     PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-DAY       PIC 99.
           05 FILLER           PIC X VALUE "/".
           05 WS-RUN-YEAR      PIC 9(4).

       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

       01  WS-STAT-READ        PIC 9(6) VALUE ZERO.
       01  WS-STAT-WRITTEN     PIC 9(6) VALUE ZERO.
       01  WS-STAT-UPDATED     PIC 9(6) VALUE ZERO.
       01  WS-STAT-REJECTED    PIC 9(6) VALUE ZERO.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "DUESBILL".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< ANNUAL MEMBERSHIP DUES BILLING >>>".
           DISPLAY "--------------------------------------".

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE "START" TO WS-AUDIT-OUTCOME.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

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

           ACCEPT WS-BATCH-MODE FROM ENVIRONMENT "DUESBILL-BATCH".

           *> The run reads CUSTMAST end to end - wait for the
           *> nightly window to close, or override as a supervisor.
           *> Batch-mode runs live inside the window on purpose.
           MOVE "Q" TO WS-LOCK-ACTION.
           CALL "BATCHLOCK" USING WS-LOCK-ACTION
                WS-LOCK-STATE WS-LOCK-RESOURCE.
           IF WS-LOCK-STATE = "Y" AND NOT WS-IS-BATCH
              DISPLAY "The nightly batch window is open."
              IF WS-OPERATOR-ROLE = "SUPERVISOR"
                 OR WS-OPERATOR-ROLE = "ADMIN"
                 DISPLAY "Override and continue? (Y/N): "
                         WITH NO ADVANCING
                 ACCEPT WS-LOCK-OVERRIDE
              END-IF
              IF WS-LOCK-OVERRIDE NOT = "Y"
                 AND WS-LOCK-OVERRIDE NOT = "y"
                 DISPLAY "Try again after the batch run "
                         "finishes."
                 MOVE "LOCKED" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-MONTH TO WS-RUN-MONTH.
           MOVE WS-CURR-DAY   TO WS-RUN-DAY.
           MOVE WS-CURR-YEAR  TO WS-RUN-YEAR.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           IF WS-COMPANY-CODE = SPACES
              MOVE "BASE" TO WS-COMPANY-CODE
           END-IF.

           PERFORM 0100-GET-PARAMETERS.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTBILL-FILE.
           CALL "FILERES" USING WS-CUSTREL-FILE.
           CALL "FILERES" USING WS-RATE-FILE.
           CALL "FILERES" USING WS-INVOICE-FILE.
           CALL "FILERES" USING WS-CONTROL-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.

           IF WS-BILLING-DATE = ZERO
              DISPLAY "Billing date " WS-DATE-ENTRY
                      " is not a valid date - nothing billed."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> The rate table and the template are proved before a
           *> single invoice is filed - a run that stopped half way
           *> would leave half the members billed.
           PERFORM 0500-LOAD-RATE-TABLE.
           IF WS-BAD-RATE-LINES > 0 OR WS-RT-COUNT = 0
              IF WS-RT-COUNT = 0 AND WS-BAD-RATE-LINES = 0
                 DISPLAY "No rates on DUESRATE.DAT - nothing billed."
              ELSE
                 DISPLAY WS-BAD-RATE-LINES " bad line(s) on "
                         "DUESRATE.DAT - nothing billed."
              END-IF
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0400-LOAD-TEMPLATE.
           IF WS-TPL-COUNT = 0
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0200-SET-DUE-DATE.

           DISPLAY "Billing date : " WS-BILLING-DATE-TEXT
                   "   Billing year: " WS-BILL-YEAR.
           DISPLAY "Due date     : " WS-DUE-DATE-TEXT.
           DISPLAY "Rates loaded : " WS-RT-COUNT.
           IF NOT WS-IS-BATCH
              DISPLAY "Bill every live customer now? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 DISPLAY "Billing run cancelled - nothing billed."
                 MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
                 CALL "AUDITLOG" USING WS-PROGRAM-NAME
                      WS-OPERATOR-ID WS-AUDIT-OUTCOME
                 MOVE 4 TO RETURN-CODE
                 GOBACK
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

           *> A first-ever run creates the empty open-item file, the
           *> same way RELMAINT creates CUSTREL.
           OPEN I-O CUSTOMER-BILL.
           IF WS-BILL-STATUS = "35"
              OPEN OUTPUT CUSTOMER-BILL
              CLOSE CUSTOMER-BILL
              OPEN I-O CUSTOMER-BILL
           END-IF.
           IF WS-BILL-STATUS NOT = "00"
              DISPLAY "Cannot open CUSTBILL, status="
                      WS-BILL-STATUS
              CLOSE CUSTOMER-MASTER
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> No relationship file yet just means no junior has a
           *> guardian on record.
           OPEN INPUT CUSTOMER-REL.
           IF WS-REL-STATUS = "00"
              MOVE "Y" TO WS-REL-OPEN
           END-IF.

           PERFORM 0600-FIND-LAST-INVOICE.

           OPEN OUTPUT INVOICE-PRT.
           OPEN OUTPUT CONTROL-FILE.
           OPEN OUTPUT DUES-RPT.
           IF WS-INVOICE-STATUS NOT = "00"
              OR WS-CONTROL-STATUS NOT = "00"
              OR WS-REPORT-STATUS NOT = "00"
              DISPLAY "Cannot open the billing output files, status="
                      WS-INVOICE-STATUS "/" WS-CONTROL-STATUS "/"
                      WS-REPORT-STATUS
              CLOSE CUSTOMER-MASTER CUSTOMER-BILL
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO CONTROL-HEADER.
           MOVE "HDR"           TO CH-REC-TYPE.
           MOVE WS-CURR-DATE-NUM TO CH-RUN-DATE.
           MOVE WS-BILLING-DATE TO CH-BILLING-DATE.
           MOVE WS-BILL-YEAR    TO CH-BILL-YEAR.
           WRITE CONTROL-HEADER.

           PERFORM 8200-PRINT-PAGE-HEADERS.

           *> One CUSTPREF and one CUSTADDR open for the whole
           *> scan - the closing zero-ID calls below release them.
           DISPLAY "PREFLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.
           DISPLAY "ADDRLOOKUP-BULK" UPON ENVIRONMENT-NAME.
           DISPLAY "Y"               UPON ENVIRONMENT-VALUE.

           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF NOT CM-RECORD-DELETED
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1000-BILL-CUSTOMER
                    END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO CONTROL-TRAILER.
           MOVE "TRL"            TO CT-REC-TYPE.
           MOVE WS-INVOICE-COUNT TO CT-INVOICE-COUNT.
           MOVE WS-TOTAL-VALUE   TO CT-TOTAL-VALUE.
           WRITE CONTROL-TRAILER.

           MOVE ZERO TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.
           MOVE ZERO TO WS-ADDR-CUST-ID.
           CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                    WS-STREET WS-CITY
                                    WS-POSTAL-CODE WS-PHONE
                                    WS-UNDELIV-FLAG.

           PERFORM 8500-PRINT-TOTALS.

           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-BILL.
           IF WS-REL-OPEN = "Y"
              CLOSE CUSTOMER-REL
           END-IF.
           CLOSE INVOICE-PRT.
           CLOSE CONTROL-FILE.
           CLOSE DUES-RPT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-RPT-FILE-NAME.
           CALL "SPOOLREG" USING WS-PROGRAM-NAME WS-INVOICE-FILE.

           DISPLAY "Live customers read    : " WS-READ-COUNT.
           DISPLAY "Invoices filed         : " WS-INVOICE-COUNT.
           DISPLAY "  Printed              : " WS-PRINTED-COUNT.
           DISPLAY "  Held back            : " WS-HELD-COUNT.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-OUT.
           DISPLAY "Total value billed     : " WS-VALUE-OUT.
           DISPLAY "Already billed for " WS-BILL-YEAR "  : "
                   WS-BILLED-COUNT.
           DISPLAY "No rate / bad date     : " WS-NO-RATE-COUNT
                   " / " WS-BAD-DATE-COUNT.
           DISPLAY "Report written to DUESBILL.RPT, invoices to "
                   "DUESINV.PRT, control totals to DUESCTL.DAT.".

           MOVE WS-READ-COUNT    TO WS-STAT-READ.
           MOVE WS-INVOICE-COUNT TO WS-STAT-WRITTEN.
           MOVE ZERO             TO WS-STAT-UPDATED.
           COMPUTE WS-STAT-REJECTED = WS-NO-RATE-COUNT
                   + WS-BAD-DATE-COUNT + WS-WRITE-FAIL-COUNT.
           CALL "RUNSTATS" USING WS-PROGRAM-NAME WS-STAT-READ
                                  WS-STAT-WRITTEN WS-STAT-UPDATED
                                  WS-STAT-REJECTED.

           IF WS-STAT-REJECTED > 0 OR WS-HELD-COUNT > 0
              MOVE "PARTIAL" TO WS-AUDIT-OUTCOME
           ELSE
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           IF WS-AUDIT-OUTCOME = "PARTIAL"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> DUESBILL-DATE is the billing date (YYYYMMDD); left unset, an
      *> interactive run asks for it and a batch run bills as of
      *> today. DUESBILL-TEMPLATE names the invoice template and
      *> DUESBILL-TERMS the days allowed to pay.
       0100-GET-PARAMETERS.
           MOVE "DUESBILL-DATE" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           MOVE WS-PARM-VALUE(1:8) TO WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES AND NOT WS-IS-BATCH
              DISPLAY "Billing date (YYYYMMDD, blank for today): "
                      WITH NO ADVANCING
              ACCEPT WS-DATE-ENTRY
           END-IF.
           IF WS-DATE-ENTRY = SPACES
              MOVE WS-CURR-DATE-NUM TO WS-BILLING-DATE
              MOVE WS-BILLING-DATE TO WS-DATE-ENTRY
           ELSE
              IF WS-DATE-ENTRY IS NUMERIC
                 MOVE WS-DATE-ENTRY TO WS-BILLING-TEXT
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-BILLING-DATE)
                    NOT = 0
                    MOVE ZERO TO WS-BILLING-DATE
                 END-IF
              ELSE
                 MOVE ZERO TO WS-BILLING-DATE
              END-IF
           END-IF.
           MOVE WS-BILLING-DATE(1:4) TO WS-BILL-YEAR.
           MOVE WS-BILLING-DATE(5:2) TO WS-BD-MONTH.
           MOVE WS-BILLING-DATE(7:2) TO WS-BD-DAY.
           MOVE WS-BILL-YEAR         TO WS-BD-YEAR.

           MOVE "DUESBILL-TEMPLATE" TO WS-PARM-NAME.
           MOVE WS-TPL-FILE TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              MOVE WS-PARM-VALUE TO WS-TPL-FILE
           END-IF.

           MOVE "DUESBILL-TERMS" TO WS-PARM-NAME.
           MOVE SPACES TO WS-PARM-VALUE.
           CALL "PARMGET" USING WS-PROGRAM-NAME WS-PARM-NAME
                                 WS-PARM-VALUE WS-PARM-SOURCE.
           IF WS-PARM-VALUE NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
              COMPUTE WS-TERMS-DAYS =
                      FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *> The terms run from the billing date; a due date on a
      *> weekend or holiday moves on to the next business day.
       0200-SET-DUE-DATE.
           COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BILLING-DATE)
                   + WS-TERMS-DAYS.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE "B" TO WS-CAL-FUNCTION.
           CALL "BUSCAL" USING WS-CAL-FUNCTION WS-DUE-DATE
                                WS-CAL-RESULT WS-CAL-BUSINESS.
           IF WS-CAL-BUSINESS = "N"
              MOVE "N" TO WS-CAL-FUNCTION
              CALL "BUSCAL" USING WS-CAL-FUNCTION WS-DUE-DATE
                                   WS-CAL-RESULT WS-CAL-BUSINESS
              IF WS-CAL-RESULT NOT = ZERO
                 MOVE WS-CAL-RESULT TO WS-DUE-DATE
              END-IF
           END-IF.
           MOVE WS-DUE-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-DUE-DATE(5:2) TO WS-DUE-MONTH.
           MOVE WS-DUE-DATE(7:2) TO WS-DUE-DAY.

       0400-LOAD-TEMPLATE.
           MOVE ZERO TO WS-TPL-COUNT.
           CALL "FILERES" USING WS-TPL-FILE.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS NOT = "00"
              DISPLAY "Cannot open "
                      FUNCTION TRIM(WS-TPL-FILE)
                      ", status=" WS-TEMPLATE-STATUS
                      " - nothing billed."
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEMPLATE-FILE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-TPL-COUNT < WS-TPL-LIMIT
                          ADD 1 TO WS-TPL-COUNT
                          MOVE TEMPLATE-LINE
                            TO TPL-LINE(WS-TPL-COUNT)
                       ELSE
                          DISPLAY FUNCTION TRIM(WS-TPL-FILE)
                                  " longer than " WS-TPL-LIMIT
                                  " lines - truncated."
                          MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
              MOVE "N" TO WS-EOF-SWITCH
              IF WS-TPL-COUNT = 0
                 DISPLAY FUNCTION TRIM(WS-TPL-FILE)
                         " is empty - nothing billed."
              ELSE
                 DISPLAY "Template " FUNCTION TRIM(WS-TPL-FILE)
                         " loaded: " WS-TPL-COUNT " line(s)."
              END-IF
           END-IF.

      *> Every line must be usable - a mistyped rate would bill the
      *> whole membership wrongly, so one bad line stops the run.
       0500-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RT-COUNT WS-BAD-RATE-LINES WS-RATE-LINE-NO.
           OPEN INPUT RATE-TABLE.
           IF WS-RATE-STATUS NOT = "00"
              DISPLAY "Cannot open DUESRATE.DAT, status="
                      WS-RATE-STATUS
           ELSE
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ RATE-TABLE
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO WS-RATE-LINE-NO
                       IF DUES-RATE-RECORD NOT = SPACES
                          PERFORM 0550-TAKE-RATE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-TABLE
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       0550-TAKE-RATE-LINE.
           EVALUATE TRUE
              WHEN NOT DR-JUNIOR AND NOT DR-ADULT AND NOT DR-SENIOR
                 DISPLAY "DUESRATE.DAT line " WS-RATE-LINE-NO
                         ": bracket must be J, A, or S."
                 ADD 1 TO WS-BAD-RATE-LINES
              WHEN DR-EFFECTIVE-DATE IS NOT NUMERIC
                 DISPLAY "DUESRATE.DAT line " WS-RATE-LINE-NO
                         ": effective date is not a date."
                 ADD 1 TO WS-BAD-RATE-LINES
              WHEN FUNCTION TEST-DATE-YYYYMMDD(DR-EFFECTIVE-DATE)
                   NOT = 0
                 DISPLAY "DUESRATE.DAT line " WS-RATE-LINE-NO
                         ": effective date is not a date."
                 ADD 1 TO WS-BAD-RATE-LINES
              WHEN DR-ANNUAL-RATE IS NOT NUMERIC
                 DISPLAY "DUESRATE.DAT line " WS-RATE-LINE-NO
                         ": rate is not numeric."
                 ADD 1 TO WS-BAD-RATE-LINES
              WHEN WS-RT-COUNT >= WS-RT-LIMIT
                 DISPLAY "DUESRATE.DAT longer than " WS-RT-LIMIT
                         " rates."
                 ADD 1 TO WS-BAD-RATE-LINES
              WHEN OTHER
                 ADD 1 TO WS-RT-COUNT
                 MOVE DR-BRACKET        TO RT-BRACKET(WS-RT-COUNT)
                 MOVE DR-SEGMENT-CODE
                   TO RT-SEGMENT-CODE(WS-RT-COUNT)
                 MOVE DR-EFFECTIVE-DATE
                   TO RT-EFFECTIVE-DATE(WS-RT-COUNT)
                 MOVE DR-ANNUAL-RATE
                   TO RT-ANNUAL-RATE(WS-RT-COUNT)
           END-EVALUATE.

      *> Invoice numbers run on from the highest already on file.
       0600-FIND-LAST-INVOICE.
           MOVE ZERO TO WS-NEXT-INVOICE.
           MOVE "N" TO WS-BILL-EOF.
           PERFORM UNTIL WS-BILL-EOF = "Y"
              READ CUSTOMER-BILL NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-BILL-EOF
                 NOT AT END
                    IF CB-INVOICE-NO > WS-NEXT-INVOICE
                       MOVE CB-INVOICE-NO TO WS-NEXT-INVOICE
                    END-IF
              END-READ
           END-PERFORM.

      *> One live customer: skip the deceased and anyone already
      *> billed for the year, age them on the billing date, price
      *> them, and file, print, and total the invoice.
       1000-BILL-CUSTOMER.
           MOVE CM-CUST-ID TO WS-PREF-CUST-ID.
           CALL "PREFLOOKUP" USING WS-PREF-CUST-ID WS-PREF-FOUND
                                    WS-CUST-SEGMENT WS-CUST-DNC.
           IF WS-CUST-DNC = "D"
              ADD 1 TO WS-DECEASED-COUNT
           ELSE
              PERFORM 1100-CHECK-ALREADY-BILLED
              IF WS-ALREADY-BILLED = "Y"
                 ADD 1 TO WS-BILLED-COUNT
              ELSE
                 PERFORM 1050-PRICE-AND-BILL
              END-IF
           END-IF.

       1050-PRICE-AND-BILL.
           MOVE CM-BIRTH-DATE TO WS-BIRTH-DATE-TEXT.
           CALL "DATEVAL" USING WS-BIRTH-DATE-TEXT WS-BILLING-DATE
                                 WS-DATE-STATUS WS-BILL-AGE.
           IF WS-DATE-STATUS NOT = SPACE
              ADD 1 TO WS-BAD-DATE-COUNT
              MOVE CM-AGE TO WS-BILL-AGE
              MOVE SPACE TO WS-BRACKET
              MOVE "NOT BILLED - BAD BIRTH DATE" TO WS-OUTCOME
              PERFORM 8100-PRINT-DETAIL
           ELSE
              EVALUATE TRUE
                 WHEN WS-BILL-AGE <= 17
                    MOVE "J" TO WS-BRACKET
                 WHEN WS-BILL-AGE <= 64
                    MOVE "A" TO WS-BRACKET
                 WHEN OTHER
                    MOVE "S" TO WS-BRACKET
              END-EVALUATE
              PERFORM 1200-FIND-RATE
              EVALUATE TRUE
                 WHEN WS-RT-HIT = 0
                    ADD 1 TO WS-NO-RATE-COUNT
                    MOVE "NOT BILLED - NO RATE" TO WS-OUTCOME
                    PERFORM 8100-PRINT-DETAIL
                 WHEN RT-ANNUAL-RATE(WS-RT-HIT) = ZERO
                    ADD 1 TO WS-ZERO-RATE-COUNT
                 WHEN OTHER
                    PERFORM 1300-CHECK-ADDRESSEE
                    PERFORM 1400-FILE-INVOICE
              END-EVALUATE
           END-IF.

      *> A customer with an open or paid item for the billing year
      *> has been billed; a cancelled one may be billed again.
       1100-CHECK-ALREADY-BILLED.
           MOVE "N" TO WS-ALREADY-BILLED.
           MOVE "N" TO WS-BILL-EOF.
           MOVE CM-CUST-ID TO CB-CUST-ID.
           MOVE ZERO TO CB-INVOICE-NO.
           START CUSTOMER-BILL
              KEY IS NOT LESS THAN CB-BILL-KEY
              INVALID KEY
                 MOVE "Y" TO WS-BILL-EOF
           END-START.
           PERFORM UNTIL WS-BILL-EOF = "Y"
              READ CUSTOMER-BILL NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-BILL-EOF
                 NOT AT END
                    IF CB-CUST-ID NOT = CM-CUST-ID
                       MOVE "Y" TO WS-BILL-EOF
                    ELSE
                       IF CB-BILL-YEAR = WS-BILL-YEAR
                          AND NOT CB-ITEM-CANCELLED
                          MOVE "Y" TO WS-ALREADY-BILLED
                          MOVE "Y" TO WS-BILL-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *> The bracket's line for the customer's own segment wins over
      *> the bracket's all-segment line; within either, the latest
      *> effective date on or before the billing date.
       1200-FIND-RATE.
           MOVE ZERO TO WS-RT-SEG-HIT WS-RT-ALL-HIT WS-RT-HIT.
           MOVE 1 TO WS-RT-SUB.
           PERFORM UNTIL WS-RT-SUB > WS-RT-COUNT
              IF RT-BRACKET(WS-RT-SUB) = WS-BRACKET
                 AND RT-EFFECTIVE-DATE(WS-RT-SUB) <= WS-BILLING-DATE
                 EVALUATE TRUE
                    WHEN RT-SEGMENT-CODE(WS-RT-SUB) = SPACES
                       IF WS-RT-ALL-HIT = 0
                          MOVE WS-RT-SUB TO WS-RT-ALL-HIT
                       ELSE
                          IF RT-EFFECTIVE-DATE(WS-RT-SUB) >
                             RT-EFFECTIVE-DATE(WS-RT-ALL-HIT)
                             MOVE WS-RT-SUB TO WS-RT-ALL-HIT
                          END-IF
                       END-IF
                    WHEN RT-SEGMENT-CODE(WS-RT-SUB) = WS-CUST-SEGMENT
                       IF WS-RT-SEG-HIT = 0
                          MOVE WS-RT-SUB TO WS-RT-SEG-HIT
                       ELSE
                          IF RT-EFFECTIVE-DATE(WS-RT-SUB) >
                             RT-EFFECTIVE-DATE(WS-RT-SEG-HIT)
                             MOVE WS-RT-SUB TO WS-RT-SEG-HIT
                          END-IF
                       END-IF
                 END-EVALUATE
              END-IF
              ADD 1 TO WS-RT-SUB
           END-PERFORM.
           IF WS-RT-SEG-HIT > 0
              MOVE WS-RT-SEG-HIT TO WS-RT-HIT
           ELSE
              MOVE WS-RT-ALL-HIT TO WS-RT-HIT
           END-IF.

      *> A junior's invoice goes to the guardian on the active
      *> CUSTREL link, at the guardian's address - CUSTLOOKUP, not a
      *> READ, fetches the guardian so the scan keeps its place.
      *> Anything that cannot be mailed is held back.
       1300-CHECK-ADDRESSEE.
           MOVE CM-FIRST-NAME TO WS-LETTER-FIRST.
           MOVE CM-LAST-NAME  TO WS-LETTER-LAST.
           MOVE SPACES TO WS-MINOR-NAME.
           MOVE CM-CUST-ID TO WS-BILLED-TO.
           MOVE CM-CUST-ID TO WS-ADDR-CUST-ID.
           MOVE "N" TO WS-GUARDIAN-STATE.
           MOVE "N" TO WS-ADDR-FOUND.

           IF WS-BRACKET = "J"
              MOVE "X" TO WS-GUARDIAN-STATE
              IF WS-REL-OPEN = "Y"
                 MOVE CM-CUST-ID TO RL-MINOR-ID
                 READ CUSTOMER-REL
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF RL-LINK-ACTIVE
                          CALL "CUSTLOOKUP" USING RL-GUARDIAN-ID
                               WS-GUARD-FOUND WS-GUARD-FIRST
                               WS-GUARD-LAST WS-GUARD-AGE
                          IF WS-GUARD-FOUND = "Y"
                             MOVE "G" TO WS-GUARDIAN-STATE
                             MOVE WS-GUARD-FIRST TO WS-LETTER-FIRST
                             MOVE WS-GUARD-LAST  TO WS-LETTER-LAST
                             STRING FUNCTION TRIM(CM-FIRST-NAME)
                                       DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    FUNCTION TRIM(CM-LAST-NAME)
                                       DELIMITED BY SIZE
                                    INTO WS-MINOR-NAME
                             END-STRING
                             MOVE RL-GUARDIAN-ID TO WS-BILLED-TO
                             MOVE RL-GUARDIAN-ID TO WS-ADDR-CUST-ID
                          END-IF
                       END-IF
                 END-READ
              END-IF
           END-IF.

           IF WS-GUARDIAN-STATE NOT = "X"
              CALL "ADDRLOOKUP" USING WS-ADDR-CUST-ID WS-ADDR-FOUND
                                       WS-STREET WS-CITY
                                       WS-POSTAL-CODE WS-PHONE
                                       WS-UNDELIV-FLAG
           END-IF.

           MOVE "P" TO WS-PRINT-STATUS.
           EVALUATE TRUE
              WHEN WS-GUARDIAN-STATE = "X"
                 MOVE "H" TO WS-PRINT-STATUS
                 MOVE "HELD - JUNIOR, NO GUARDIAN" TO WS-OUTCOME
              WHEN WS-ADDR-FOUND NOT = "Y"
                 MOVE "H" TO WS-PRINT-STATUS
                 MOVE "HELD - NO ADDRESS" TO WS-OUTCOME
              WHEN WS-UNDELIV-FLAG = "U"
                 MOVE "H" TO WS-PRINT-STATUS
                 MOVE "HELD - ADDRESS UNDELIVERABLE" TO WS-OUTCOME
              WHEN WS-GUARDIAN-STATE = "G"
                 MOVE "INVOICED - TO GUARDIAN" TO WS-OUTCOME
              WHEN OTHER
                 MOVE "INVOICED" TO WS-OUTCOME
           END-EVALUATE.

       1400-FILE-INVOICE.
           ADD 1 TO WS-NEXT-INVOICE.
           MOVE SPACES TO CUSTOMER-BILL-RECORD.
           MOVE CM-CUST-ID          TO CB-CUST-ID.
           MOVE WS-NEXT-INVOICE     TO CB-INVOICE-NO.
           MOVE WS-BILL-YEAR        TO CB-BILL-YEAR.
           MOVE WS-BILLING-DATE     TO CB-INVOICE-DATE.
           MOVE WS-DUE-DATE         TO CB-DUE-DATE.
           MOVE WS-BRACKET          TO CB-BRACKET.
           MOVE WS-CUST-SEGMENT     TO CB-SEGMENT-CODE.
           MOVE WS-BILL-AGE         TO CB-AGE.
           MOVE RT-EFFECTIVE-DATE(WS-RT-HIT) TO CB-RATE-DATE.
           MOVE RT-ANNUAL-RATE(WS-RT-HIT)    TO CB-AMOUNT.
           MOVE ZERO                TO CB-AMOUNT-PAID.
           MOVE "O"                 TO CB-STATUS.
           MOVE WS-BILLED-TO        TO CB-BILLED-TO.
           MOVE WS-PRINT-STATUS     TO CB-PRINT-STATUS.
           MOVE ZERO                TO CB-CLOSED-DATE.
           MOVE WS-OPERATOR-ID      TO CB-SET-BY.
           WRITE CUSTOMER-BILL-RECORD
              INVALID KEY
                 ADD 1 TO WS-WRITE-FAIL-COUNT
                 SUBTRACT 1 FROM WS-NEXT-INVOICE
                 MOVE SPACES TO WS-OUTCOME
                 STRING "NOT BILLED - WRITE FAILED, STATUS "
                        DELIMITED BY SIZE
                        WS-BILL-STATUS DELIMITED BY SIZE
                        INTO WS-OUTCOME
                 END-STRING
                 PERFORM 8100-PRINT-DETAIL
              NOT INVALID KEY
                 PERFORM 1500-COUNT-INVOICE
           END-WRITE.

       1500-COUNT-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           ADD CB-AMOUNT TO WS-TOTAL-VALUE.
           EVALUATE TRUE
              WHEN CB-JUNIOR
                 ADD 1 TO WS-JUNIOR-COUNT
                 ADD CB-AMOUNT TO WS-JUNIOR-VALUE
              WHEN CB-ADULT
                 ADD 1 TO WS-ADULT-COUNT
                 ADD CB-AMOUNT TO WS-ADULT-VALUE
              WHEN OTHER
                 ADD 1 TO WS-SENIOR-COUNT
                 ADD CB-AMOUNT TO WS-SENIOR-VALUE
           END-EVALUATE.

           MOVE SPACES TO CONTROL-DETAIL.
           MOVE "INV"          TO CD-REC-TYPE.
           MOVE CB-CUST-ID     TO CD-CUST-ID.
           MOVE CB-INVOICE-NO  TO CD-INVOICE-NO.
           MOVE CB-BRACKET     TO CD-BRACKET.
           MOVE CB-AMOUNT      TO CD-AMOUNT.
           WRITE CONTROL-DETAIL.

           IF CB-PRINTED
              ADD 1 TO WS-PRINTED-COUNT
              PERFORM 3050-MERGE-AND-PRINT
           ELSE
              ADD 1 TO WS-HELD-COUNT
           END-IF.
           PERFORM 8100-PRINT-DETAIL.

      *> The LETTER.TPL merge, with the invoice's own markers added.
       3050-MERGE-AND-PRINT.
           MOVE CB-AGE        TO WS-AGE-TEXT.
           MOVE CB-AMOUNT     TO WS-AMOUNT-TEXT.
           MOVE CB-INVOICE-NO TO WS-INVOICE-TEXT.
           MOVE CB-CUST-ID    TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE 1 TO WS-TPL-SUB.
           PERFORM UNTIL WS-TPL-SUB > WS-TPL-COUNT
              MOVE TPL-LINE(WS-TPL-SUB) TO WS-WORK-LINE
              MOVE "&FNAME" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-LETTER-FIRST) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&LNAME" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-LETTER-LAST) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              *> The junior member's name on a guardian-addressed
              *> invoice; blank on an invoice to an adult.
              MOVE "&MINOR" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE WS-MINOR-NAME TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&AGE" TO WS-MARKER
              MOVE 4 TO WS-MARKER-LEN
              MOVE WS-AGE-TEXT TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&STREET" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-STREET) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&CITY" TO WS-MARKER
              MOVE 5 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-CITY) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&POSTAL" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-POSTAL-CODE) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&PHONE" TO WS-MARKER
              MOVE 6 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-PHONE) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&AMOUNT" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE FUNCTION TRIM(WS-AMOUNT-TEXT) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&INVOICE" TO WS-MARKER
              MOVE 8 TO WS-MARKER-LEN
              MOVE WS-INVOICE-TEXT TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&DUEDATE" TO WS-MARKER
              MOVE 8 TO WS-MARKER-LEN
              MOVE WS-DUE-DATE-TEXT TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE "&CUSTNO" TO WS-MARKER
              MOVE 7 TO WS-MARKER-LEN
              MOVE WS-PRINT-ID(1:7) TO WS-SUB-VALUE
              PERFORM 5000-SUBSTITUTE-ALL
              MOVE WS-WORK-LINE TO INVOICE-PRT-LINE
              IF WS-TPL-SUB = 1 AND WS-PRINTED-COUNT > 1
                 WRITE INVOICE-PRT-LINE AFTER ADVANCING PAGE
              ELSE
                 WRITE INVOICE-PRT-LINE
              END-IF
              ADD 1 TO WS-TPL-SUB
           END-PERFORM.

      *> Replace every occurrence of WS-MARKER(1:WS-MARKER-LEN) in
      *> WS-WORK-LINE with the trimmed WS-SUB-VALUE.
       5000-SUBSTITUTE-ALL.
           PERFORM 5100-FIND-MARKER.
           PERFORM UNTIL WS-FOUND-POS = 0
              PERFORM 5200-REPLACE-ONE
              PERFORM 5100-FIND-MARKER
           END-PERFORM.

       5100-FIND-MARKER.
           MOVE ZERO TO WS-FOUND-POS.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-FOUND-POS > 0
                      OR WS-SCAN-POS > 81 - WS-MARKER-LEN
              IF WS-WORK-LINE(WS-SCAN-POS:WS-MARKER-LEN) =
                 WS-MARKER(1:WS-MARKER-LEN)
                 MOVE WS-SCAN-POS TO WS-FOUND-POS
              END-IF
              ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       5200-REPLACE-ONE.
           MOVE SPACES TO WS-NEW-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           IF WS-FOUND-POS > 1
              STRING WS-WORK-LINE(1:WS-FOUND-POS - 1)
                     DELIMITED BY SIZE
                     INTO WS-NEW-LINE
                     WITH POINTER WS-LINE-POINTER
              END-STRING
           END-IF.
           IF WS-SUB-VALUE NOT = SPACES
              STRING FUNCTION TRIM(WS-SUB-VALUE) DELIMITED BY SIZE
                     INTO WS-NEW-LINE
                     WITH POINTER WS-LINE-POINTER
              END-STRING
           END-IF.
           COMPUTE WS-TAIL-POS = WS-FOUND-POS + WS-MARKER-LEN.
           IF WS-TAIL-POS <= 80
              STRING WS-WORK-LINE(WS-TAIL-POS:81 - WS-TAIL-POS)
                     DELIMITED BY SIZE
                     INTO WS-NEW-LINE
                     WITH POINTER WS-LINE-POINTER
              END-STRING
           END-IF.
           MOVE WS-NEW-LINE TO WS-WORK-LINE.

      *> One register line per invoice filed and per customer who
      *> could not be billed.
       8100-PRINT-DETAIL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CM-CUST-ID TO WS-CHK-CUST-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-PRINT-ID
                                 WS-CHK-CUST-ID WS-CHK-RESULT.
           MOVE WS-PRINT-ID TO DL-CUST-ID.
           STRING FUNCTION TRIM(CM-LAST-NAME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CM-FIRST-NAME) DELIMITED BY SIZE
                  INTO DL-NAME
           END-STRING.
           MOVE WS-BILL-AGE TO DL-AGE.
           EVALUATE WS-BRACKET
              WHEN "J"
                 MOVE "JUNIOR" TO DL-BRACKET
              WHEN "A"
                 MOVE "ADULT"  TO DL-BRACKET
              WHEN "S"
                 MOVE "SENIOR" TO DL-BRACKET
           END-EVALUATE.
           MOVE WS-CUST-SEGMENT TO DL-SEGMENT.
           IF WS-OUTCOME(1:10) NOT = "NOT BILLED"
              MOVE CB-INVOICE-NO TO DL-INVOICE
              MOVE CB-AMOUNT TO WS-AMOUNT-TEXT
              MOVE WS-AMOUNT-TEXT TO DL-AMOUNT
              MOVE CB-BILLED-TO TO DL-BILLED-TO
           END-IF.
           MOVE WS-OUTCOME TO DL-OUTCOME.
           WRITE DUES-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       8200-PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACE TO DUES-RPT-LINE.
           IF WS-PAGE-NUMBER > 1
              WRITE DUES-RPT-LINE AFTER ADVANCING PAGE
           END-IF.
           STRING "MEMBERSHIP DUES BILLING REGISTER"
                  DELIMITED BY SIZE
                  "   COMPANY: " DELIMITED BY SIZE
                  WS-COMPANY-CODE DELIMITED BY SIZE
                  "   RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  "   PAGE: "     DELIMITED BY SIZE
                  WS-PAGE-NUMBER  DELIMITED BY SIZE
                  INTO DUES-RPT-LINE
           END-STRING.
           WRITE DUES-RPT-LINE.
           MOVE SPACES TO DUES-RPT-LINE.
           STRING "BILLING DATE: " DELIMITED BY SIZE
                  WS-BILLING-DATE-TEXT DELIMITED BY SIZE
                  "   BILLING YEAR: " DELIMITED BY SIZE
                  WS-BILL-YEAR DELIMITED BY SIZE
                  "   DUE DATE: " DELIMITED BY SIZE
                  WS-DUE-DATE-TEXT DELIMITED BY SIZE
                  INTO DUES-RPT-LINE
           END-STRING.
           WRITE DUES-RPT-LINE.
           MOVE SPACES TO DUES-RPT-LINE.
           WRITE DUES-RPT-LINE.
           MOVE "Cust"       TO DUES-RPT-LINE(1:7).
           MOVE "Name"       TO DUES-RPT-LINE(9:30).
           MOVE "Age"        TO DUES-RPT-LINE(40:3).
           MOVE "Bracket"    TO DUES-RPT-LINE(45:7).
           MOVE "Sg"         TO DUES-RPT-LINE(53:2).
           MOVE "Invoice"    TO DUES-RPT-LINE(57:8).
           MOVE "   Amount"  TO DUES-RPT-LINE(67:9).
           MOVE "Billed"     TO DUES-RPT-LINE(78:6).
           MOVE "Outcome"    TO DUES-RPT-LINE(86:30).
           WRITE DUES-RPT-LINE.
           MOVE SPACES TO DUES-RPT-LINE.
           MOVE ALL "=" TO DUES-RPT-LINE(1:7).
           MOVE ALL "=" TO DUES-RPT-LINE(9:30).
           MOVE ALL "=" TO DUES-RPT-LINE(41:2).
           MOVE ALL "=" TO DUES-RPT-LINE(45:6).
           MOVE ALL "=" TO DUES-RPT-LINE(53:2).
           MOVE ALL "=" TO DUES-RPT-LINE(57:8).
           MOVE ALL "=" TO DUES-RPT-LINE(67:9).
           MOVE ALL "=" TO DUES-RPT-LINE(78:6).
           MOVE ALL "=" TO DUES-RPT-LINE(86:30).
           WRITE DUES-RPT-LINE.
           MOVE 5 TO WS-LINES-ON-PAGE.

      *> The control totals match the DUESCTL.DAT trailer line for
      *> line, so finance can balance one against the other.
       8500-PRINT-TOTALS.
           IF WS-LINES-ON-PAGE + 18 > WS-LINES-PER-PAGE
              PERFORM 8200-PRINT-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO DUES-RPT-LINE.
           WRITE DUES-RPT-LINE.

           MOVE "Live customers read" TO WS-TOTAL-LABEL.
           MOVE WS-READ-COUNT TO WS-COUNT-OUT.
           MOVE "N" TO WS-VALUE-WANTED.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "  Deceased - not billed" TO WS-TOTAL-LABEL.
           MOVE WS-DECEASED-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "  Already billed this year" TO WS-TOTAL-LABEL.
           MOVE WS-BILLED-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "  Zero rate - not billed" TO WS-TOTAL-LABEL.
           MOVE WS-ZERO-RATE-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "  No rate - not billed" TO WS-TOTAL-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "  Bad birth date" TO WS-TOTAL-LABEL.
           MOVE WS-BAD-DATE-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.
           IF WS-WRITE-FAIL-COUNT > 0
              MOVE "  Could not be filed" TO WS-TOTAL-LABEL
              MOVE WS-WRITE-FAIL-COUNT TO WS-COUNT-OUT
              PERFORM 8600-PRINT-TOTAL-LINE
           END-IF.

           MOVE SPACES TO DUES-RPT-LINE.
           WRITE DUES-RPT-LINE.
           MOVE "Y" TO WS-VALUE-WANTED.
           MOVE "Junior invoices" TO WS-TOTAL-LABEL.
           MOVE WS-JUNIOR-COUNT TO WS-COUNT-OUT.
           MOVE WS-JUNIOR-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "Adult invoices" TO WS-TOTAL-LABEL.
           MOVE WS-ADULT-COUNT TO WS-COUNT-OUT.
           MOVE WS-ADULT-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "Senior invoices" TO WS-TOTAL-LABEL.
           MOVE WS-SENIOR-COUNT TO WS-COUNT-OUT.
           MOVE WS-SENIOR-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.

           MOVE SPACES TO DUES-RPT-LINE.
           WRITE DUES-RPT-LINE.
           MOVE "CONTROL TOTAL - INVOICES" TO WS-TOTAL-LABEL.
           MOVE WS-INVOICE-COUNT TO WS-COUNT-OUT.
           MOVE WS-TOTAL-VALUE TO WS-SHOW-VALUE.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "N" TO WS-VALUE-WANTED.
           MOVE "  Printed to DUESINV.PRT" TO WS-TOTAL-LABEL.
           MOVE WS-PRINTED-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.
           MOVE "  Held back for follow-up" TO WS-TOTAL-LABEL.
           MOVE WS-HELD-COUNT TO WS-COUNT-OUT.
           PERFORM 8600-PRINT-TOTAL-LINE.

           MOVE SPACES TO DUES-RPT-LINE.
           WRITE DUES-RPT-LINE.
           MOVE "<<< MEMBERSHIP DUES BILLING REGISTER >>>"
             TO DUES-RPT-LINE.
           WRITE DUES-RPT-LINE.

       8600-PRINT-TOTAL-LINE.
           MOVE SPACES TO DUES-RPT-LINE.
           IF WS-VALUE-WANTED = "Y"
              MOVE WS-SHOW-VALUE TO WS-VALUE-OUT
              STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-COUNT-OUT DELIMITED BY SIZE
                     "   VALUE: " DELIMITED BY SIZE
                     WS-VALUE-OUT DELIMITED BY SIZE
                     INTO DUES-RPT-LINE
              END-STRING
           ELSE
              STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-COUNT-OUT DELIMITED BY SIZE
                     INTO DUES-RPT-LINE
              END-STRING
           END-IF.
           WRITE DUES-RPT-LINE.
