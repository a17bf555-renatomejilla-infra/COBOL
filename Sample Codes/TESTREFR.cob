      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Masked production-to-TEST refresh of the
      *                  customer file set. FILERES gives a TEST
      *                  profile its own TEST. files, but they held
      *                  stale hand-made data or nothing at all, and
      *                  production could not simply be copied across
      *                  with real names and birth dates on it. This
      *                  copies CUSTMAST, CUSTADDR, CUSTPREF, CUSTXREF
      *                  and CUSTARCH into the names a TEST-profile run
      *                  resolves to (TEST.CUSTMAST, or TEST.C2.CUSTMAST
      *                  under ACMITS-COMPANY=C2 - built the way
      *                  DRREHEARSE builds its rebuilt copy), masking
      *                  on the way:
      *                    - names become surrogates drawn from fixed
      *                      name tables by customer ID,
      *                    - birth dates move a month to most of a
      *                      year by customer ID, in whichever
      *                      direction keeps the customer in the same
      *                      AgeBracketRpt bracket, and the age is
      *                      re-derived through DATEVAL,
      *                    - street and phone are scrambled by
      *                      customer ID; city and postal code stay,
      *                    - CUSTXREF source-system keys (identifying
      *                      in themselves - see CUSTANON) become
      *                      "TST" plus a running number.
      *                  Every mask is driven by the customer ID
      *                  alone, so a customer on both CUSTMAST and
      *                  CUSTARCH gets the same surrogate in both, and
      *                  the keys themselves are never changed - every
      *                  address, preference, cross-reference and
      *                  archive row still lines up with its master.
      *                  CUSTPREF carries nothing identifying and goes
      *                  across as it is. Each TEST file is then read
      *                  back and counted, and TESTREFR.RPT proves the
      *                  read, written and on-file counts agree per
      *                  file; any that do not, or any file that could
      *                  not be opened (its TEST copy is then left as
      *                  it was), end RETURN-CODE 8 with an OPERALERT.
      *                  Runs under the PROD profile only (under any
      *                  other the sources would resolve to TEST.
      *                  names themselves) and needs the
      *                  SUPERVISOR role and a typed confirmation,
      *                  since it reads every customer on file.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  The TEST CUSTPREF record follows the longer
      *                     CUSTPREF layout, which now says who set the
      *                     segment.
      *    2026-10-15  RDM  A production file that fails to open for any
      *                     reason but not-found, or a TEST file that
      *                     fails to open, is skipped, keeps its TEST
      *                     copy and puts the refresh out of balance.
      *    ============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TESTREFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-CUSTMAST-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  CM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO WS-CUSTADDR-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CA-CUST-ID
                               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CUSTOMER-PREF ASSIGN TO WS-CUSTPREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CP-CUST-ID
                               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO WS-CUSTXREF-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS XR-XREF-KEY
                               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CUSTOMER-ARCHIVE ASSIGN TO WS-CUSTARCH-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AR-CUST-ID
                               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT TEST-MASTER  ASSIGN TO WS-TEST-CUSTMAST
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS TM-CUST-ID
                               ALTERNATE RECORD KEY IS
                                  TM-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TEST-ADDRESS ASSIGN TO WS-TEST-CUSTADDR
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS TA-CUST-ID
                               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TEST-PREF    ASSIGN TO WS-TEST-CUSTPREF
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS TP-CUST-ID
                               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TEST-XREF    ASSIGN TO WS-TEST-CUSTXREF
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS TX-XREF-KEY
                               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TEST-ARCHIVE ASSIGN TO WS-TEST-CUSTARCH
                               ORGANIZATION INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS TR-CUST-ID
                               FILE STATUS IS WS-TARGET-STATUS.

           SELECT REFRESH-RPT  ASSIGN TO WS-RPT-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-ADDRESS.
       COPY ADDRREC.

       FD  CUSTOMER-PREF.
       COPY PREFREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  CUSTOMER-ARCHIVE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 AR-CUST-ID         PIC 9(6).
           05 AR-FIRST-NAME      PIC X(20).
           05 AR-LAST-NAME       PIC X(20).
           05 AR-BIRTH-DATE      PIC 9(8).
           05 AR-AGE             PIC 9(2).
           05 AR-DELETE-FLAG     PIC X(1).
           05 AR-LOAD-DATE       PIC 9(8).

      *> The TEST copies - same lengths and keys as the production
      *> layouts, written FROM the masked source record.
       FD  TEST-MASTER.
       01  TEST-MASTER-RECORD.
           05 TM-CUST-ID         PIC 9(6).
           05 FILLER             PIC X(20).
           05 TM-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(19).

       FD  TEST-ADDRESS.
       01  TEST-ADDRESS-RECORD.
           05 TA-CUST-ID         PIC 9(6).
           05 FILLER             PIC X(84).

       FD  TEST-PREF.
       01  TEST-PREF-RECORD.
           05 TP-CUST-ID         PIC 9(6).
           05 FILLER             PIC X(59).

       FD  TEST-XREF.
       01  TEST-XREF-RECORD.
           05 TX-XREF-KEY        PIC X(22).
           05 FILLER             PIC X(14).

       FD  TEST-ARCHIVE.
       01  TEST-ARCHIVE-RECORD.
           05 TR-CUST-ID         PIC 9(6).
           05 FILLER             PIC X(59).

       FD  REFRESH-RPT.
       01  REFRESH-RPT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01  WS-CUSTPREF-FILE    PIC X(26) VALUE "CUSTPREF".
       01  WS-CUSTXREF-FILE    PIC X(26) VALUE "CUSTXREF".
       01  WS-CUSTARCH-FILE    PIC X(26) VALUE "CUSTARCH".
       01  WS-RPT-FILE-NAME    PIC X(26) VALUE "TESTREFR.RPT".

      *> The TEST names, built in 0400-BUILD-TEST-NAMES the way
      *> FILERES composes them under the TEST profile.
       01  WS-TEST-CUSTMAST    PIC X(26) VALUE SPACES.
       01  WS-TEST-CUSTADDR    PIC X(26) VALUE SPACES.
       01  WS-TEST-CUSTPREF    PIC X(26) VALUE SPACES.
       01  WS-TEST-CUSTXREF    PIC X(26) VALUE SPACES.
       01  WS-TEST-CUSTARCH    PIC X(26) VALUE SPACES.
       01  WS-BARE-NAME        PIC X(26) VALUE SPACES.
       01  WS-TEST-NAME        PIC X(26) VALUE SPACES.
       01  WS-ACMITS-ENV       PIC X(4) VALUE SPACES.
       01  WS-COMPANY-CODE     PIC X(4) VALUE SPACES.

       01  WS-SOURCE-STATUS    PIC XX VALUE "00".
       01  WS-TARGET-STATUS    PIC XX VALUE "00".
       01  WS-REPORT-STATUS    PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".
       01  WS-SOURCE-OPEN      PIC X(1) VALUE "N".
           88 WS-SOURCE-IS-OPEN VALUE "Y".

       01  WS-CURR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM          PIC X(7) VALUE SPACES.

      *> Per-file control counts - read from production, written to
      *> TEST, and counted back off the TEST file afterwards.
       01  WS-CONTROL-TABLE.
           05 WS-CONTROL-ENTRY OCCURS 5 TIMES.
              10 CT-FILE-LABEL    PIC X(8).
              10 CT-READ-COUNT    PIC 9(6).
              10 CT-WRITTEN-COUNT PIC 9(6).
              10 CT-ONFILE-COUNT  PIC 9(6).
              10 CT-SKIP-STATUS   PIC X(2).
       01  WS-CT-SUB           PIC 9 VALUE ZERO.
       01  WS-OUT-OF-BALANCE   PIC 9 VALUE ZERO.
       01  WS-MASKED-DATES     PIC 9(6) VALUE ZERO.
       01  WS-CLEARED-DATES    PIC 9(6) VALUE ZERO.

      *> Surrogate names. A customer's pair is picked by ID, so the
      *> same ID masks to the same name on every file.
       01  WS-FIRST-NAMES.
           05 FILLER PIC X(10) VALUE "Alex".
           05 FILLER PIC X(10) VALUE "Bernadette".
           05 FILLER PIC X(10) VALUE "Carlo".
           05 FILLER PIC X(10) VALUE "Diana".
           05 FILLER PIC X(10) VALUE "Emilio".
           05 FILLER PIC X(10) VALUE "Fatima".
           05 FILLER PIC X(10) VALUE "Gregorio".
           05 FILLER PIC X(10) VALUE "Helena".
           05 FILLER PIC X(10) VALUE "Ismael".
           05 FILLER PIC X(10) VALUE "Josefina".
           05 FILLER PIC X(10) VALUE "Kenneth".
           05 FILLER PIC X(10) VALUE "Lourdes".
           05 FILLER PIC X(10) VALUE "Marcelo".
           05 FILLER PIC X(10) VALUE "Nora".
           05 FILLER PIC X(10) VALUE "Oscar".
           05 FILLER PIC X(10) VALUE "Perla".
           05 FILLER PIC X(10) VALUE "Quentin".
           05 FILLER PIC X(10) VALUE "Rosario".
           05 FILLER PIC X(10) VALUE "Samuel".
           05 FILLER PIC X(10) VALUE "Teresa".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
           05 WS-FIRST-SURROGATE OCCURS 20 TIMES PIC X(10).

       01  WS-LAST-NAMES.
           05 FILLER PIC X(10) VALUE "Abad".
           05 FILLER PIC X(10) VALUE "Bautista".
           05 FILLER PIC X(10) VALUE "Castillo".
           05 FILLER PIC X(10) VALUE "Dela Rosa".
           05 FILLER PIC X(10) VALUE "Estrada".
           05 FILLER PIC X(10) VALUE "Fernandez".
           05 FILLER PIC X(10) VALUE "Guevarra".
           05 FILLER PIC X(10) VALUE "Hernandez".
           05 FILLER PIC X(10) VALUE "Ilagan".
           05 FILLER PIC X(10) VALUE "Jimenez".
           05 FILLER PIC X(10) VALUE "Lacson".
           05 FILLER PIC X(10) VALUE "Manalo".
           05 FILLER PIC X(10) VALUE "Navarro".
           05 FILLER PIC X(10) VALUE "Ocampo".
           05 FILLER PIC X(10) VALUE "Pascual".
           05 FILLER PIC X(10) VALUE "Quiambao".
           05 FILLER PIC X(10) VALUE "Ramos".
           05 FILLER PIC X(10) VALUE "Salazar".
           05 FILLER PIC X(10) VALUE "Tolentino".
           05 FILLER PIC X(10) VALUE "Valdez".
           05 FILLER PIC X(10) VALUE "Villanueva".
           05 FILLER PIC X(10) VALUE "Yap".
           05 FILLER PIC X(10) VALUE "Zamora".
           05 FILLER PIC X(10) VALUE "Aquino".
           05 FILLER PIC X(10) VALUE "Mercado".
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAMES.
           05 WS-LAST-SURROGATE OCCURS 25 TIMES PIC X(10).

       01  WS-STREET-NAMES.
           05 FILLER PIC X(16) VALUE "Acacia Street".
           05 FILLER PIC X(16) VALUE "Banaba Avenue".
           05 FILLER PIC X(16) VALUE "Camia Road".
           05 FILLER PIC X(16) VALUE "Dama de Noche St".
           05 FILLER PIC X(16) VALUE "Everlasting Lane".
           05 FILLER PIC X(16) VALUE "Ilang-Ilang St".
           05 FILLER PIC X(16) VALUE "Jasmine Drive".
           05 FILLER PIC X(16) VALUE "Kamagong Street".
           05 FILLER PIC X(16) VALUE "Molave Avenue".
           05 FILLER PIC X(16) VALUE "Narra Road".
           05 FILLER PIC X(16) VALUE "Orchid Lane".
           05 FILLER PIC X(16) VALUE "Sampaguita St".
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAMES.
           05 WS-STREET-SURROGATE OCCURS 12 TIMES PIC X(16).

      *> Mask work fields - the ID being masked and what it drives.
       01  WS-MASK-ID          PIC 9(6) VALUE ZERO.
       01  WS-MASK-ID-DIGITS REDEFINES WS-MASK-ID.
           05 WS-MASK-ID-DIGIT OCCURS 6 TIMES PIC 9.
       01  WS-MASK-SUB         PIC 99 VALUE ZERO.
       01  WS-MASK-QUOTIENT    PIC 9(6) VALUE ZERO.
       01  WS-MASK-FIRST       PIC X(20) VALUE SPACES.
       01  WS-MASK-LAST        PIC X(20) VALUE SPACES.
       01  WS-HOUSE-NUMBER     PIC 9(4) VALUE ZERO.
       01  WS-MASK-STREET      PIC X(30) VALUE SPACES.
       01  WS-MASK-PHONE       PIC X(15) VALUE SPACES.
       01  WS-PHONE-POS        PIC 99 VALUE ZERO.
       01  WS-PHONE-DIGIT      PIC 9 VALUE ZERO.
       01  WS-PHONE-SHIFT      PIC 99 VALUE ZERO.

      *> Birth-date shift - see 2300-MASK-BIRTH-DATE.
       01  WS-ORIG-BIRTH-DATE  PIC 9(8) VALUE ZERO.
       01  WS-MASK-BIRTH-DATE  PIC 9(8) VALUE ZERO.
       01  WS-MASK-AGE         PIC 99 VALUE ZERO.
       01  WS-SHIFT-DAYS       PIC 9(3) VALUE ZERO.
       01  WS-BIRTH-INT        PIC 9(7) VALUE ZERO.
       01  WS-TRY-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DATE-TEXT        PIC X(8) VALUE SPACES.
       01  WS-DATE-STATUS      PIC X(1) VALUE SPACE.
       01  WS-ORIG-AGE         PIC 99 VALUE ZERO.
       01  WS-TRY-AGE          PIC 99 VALUE ZERO.
      *> Bracket codes per AgeBracketRpt's boundaries:
      *> 1 = 0-17 minor, 2 = 18-64 adult, 3 = 65+ senior.
       01  WS-BRACKET-AGE      PIC 99 VALUE ZERO.
       01  WS-BRACKET-CODE     PIC 9 VALUE ZERO.
       01  WS-ORIG-BRACKET     PIC 9 VALUE ZERO.
       01  WS-SHIFT-FOUND      PIC X(1) VALUE "N".

       01  WS-XREF-SEQ         PIC 9(9) VALUE ZERO.

       01  WS-TIMESTAMP.
           05 WS-TS-DATE       PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-TS-TIME       PIC 9(8).

       01  WS-ALERT-SEVERITY   PIC X(1) VALUE "E".
       01  WS-ALERT-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ALERT-MESSAGE    PIC X(60) VALUE SPACES.

       01  WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(20) VALUE "TESTREFR".
       01  WS-AUDIT-OUTCOME    PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED       PIC X(1) VALUE "N".
       01  WS-OPERATOR-ROLE    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "<<< MASKED TEST DATA REFRESH >>>".
           DISPLAY "--------------------------------".

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

           *> Every customer on file passes through here - SUPERVISOR
           *> or better only.
           IF WS-OPERATOR-ROLE NOT = "SUPERVISOR"
              AND WS-OPERATOR-ROLE NOT = "ADMIN"
              DISPLAY "The TEST refresh requires the SUPERVISOR "
                      "role. Nothing copied."
              MOVE "DENIED" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           *> Under DEV or TEST, FILERES would hand back TEST. or DEV.
           *> names for the sources - the refresh would copy TEST
           *> onto itself.
           ACCEPT WS-ACMITS-ENV FROM ENVIRONMENT "ACMITS-ENV".
           IF WS-ACMITS-ENV NOT = SPACES
              AND WS-ACMITS-ENV NOT = "PROD"
              DISPLAY "Run the TEST refresh under the PROD profile "
                      "- ACMITS-ENV is " WS-ACMITS-ENV
                      ". Nothing copied."
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           CALL "FILERES" USING WS-CUSTMAST-FILE.
           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-CUSTPREF-FILE.
           CALL "FILERES" USING WS-CUSTXREF-FILE.
           CALL "FILERES" USING WS-CUSTARCH-FILE.
           CALL "FILERES" USING WS-RPT-FILE-NAME.
           PERFORM 0400-BUILD-TEST-NAMES.

           DISPLAY "This replaces " FUNCTION TRIM(WS-TEST-CUSTMAST)
                   " and the rest of the TEST customer file set "
                   "with a masked copy of production.".
           DISPLAY "Type REFRESH to proceed: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "REFRESH"
              DISPLAY "Not confirmed - nothing copied."
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           MOVE "CUSTMAST" TO CT-FILE-LABEL(1).
           MOVE "CUSTADDR" TO CT-FILE-LABEL(2).
           MOVE "CUSTPREF" TO CT-FILE-LABEL(3).
           MOVE "CUSTXREF" TO CT-FILE-LABEL(4).
           MOVE "CUSTARCH" TO CT-FILE-LABEL(5).
           MOVE ZERO TO WS-CT-SUB.
           PERFORM 5 TIMES
              ADD 1 TO WS-CT-SUB
              MOVE ZERO TO CT-READ-COUNT(WS-CT-SUB)
                           CT-WRITTEN-COUNT(WS-CT-SUB)
                           CT-ONFILE-COUNT(WS-CT-SUB)
              MOVE SPACES TO CT-SKIP-STATUS(WS-CT-SUB)
           END-PERFORM.

           PERFORM 1000-COPY-MASTER.
           PERFORM 1100-COPY-ADDRESSES.
           PERFORM 1200-COPY-PREFERENCES.
           PERFORM 1300-COPY-XREF.
           PERFORM 1400-COPY-ARCHIVE.
           PERFORM 3000-COUNT-TEST-FILES.
           PERFORM 8000-PRINT-CONTROL-REPORT.

           CALL "SPOOLREG" USING WS-PROGRAM-NAME
                                  WS-RPT-FILE-NAME.

           IF WS-OUT-OF-BALANCE > 0
              DISPLAY "TEST REFRESH DOES NOT BALANCE on "
                      WS-OUT-OF-BALANCE " file(s) - see "
                      "TESTREFR.RPT."
              MOVE WS-PROGRAM-NAME TO WS-ALERT-PROGRAM
              MOVE "MASKED TEST REFRESH COUNTS DO NOT BALANCE"
                TO WS-ALERT-MESSAGE
              CALL "OPERALERT" USING WS-ALERT-SEVERITY
                   WS-ALERT-PROGRAM WS-ALERT-MESSAGE
              MOVE "FAIL" TO WS-AUDIT-OUTCOME
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "TEST refresh balanced - "
                      CT-WRITTEN-COUNT(1) " customer(s) masked. "
                      "Report written to TESTREFR.RPT."
              MOVE "SUCCESS" TO WS-AUDIT-OUTCOME
              MOVE 0 TO RETURN-CODE
           END-IF.

           CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                  WS-AUDIT-OUTCOME.

           GOBACK.

      *> The same composition FILERES applies under the TEST
      *> profile: "TEST." plus the first two characters of the
      *> company (when one is set) plus the bare name.
       0400-BUILD-TEST-NAMES.
           ACCEPT WS-COMPANY-CODE FROM ENVIRONMENT
                  "ACMITS-COMPANY".
           MOVE "CUSTMAST" TO WS-BARE-NAME.
           PERFORM 0410-BUILD-ONE-NAME.
           MOVE WS-TEST-NAME TO WS-TEST-CUSTMAST.
           MOVE "CUSTADDR" TO WS-BARE-NAME.
           PERFORM 0410-BUILD-ONE-NAME.
           MOVE WS-TEST-NAME TO WS-TEST-CUSTADDR.
           MOVE "CUSTPREF" TO WS-BARE-NAME.
           PERFORM 0410-BUILD-ONE-NAME.
           MOVE WS-TEST-NAME TO WS-TEST-CUSTPREF.
           MOVE "CUSTXREF" TO WS-BARE-NAME.
           PERFORM 0410-BUILD-ONE-NAME.
           MOVE WS-TEST-NAME TO WS-TEST-CUSTXREF.
           MOVE "CUSTARCH" TO WS-BARE-NAME.
           PERFORM 0410-BUILD-ONE-NAME.
           MOVE WS-TEST-NAME TO WS-TEST-CUSTARCH.

       0410-BUILD-ONE-NAME.
           MOVE SPACES TO WS-TEST-NAME.
           IF WS-COMPANY-CODE = SPACES
              STRING "TEST." DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BARE-NAME) DELIMITED BY SIZE
                     INTO WS-TEST-NAME
              END-STRING
           ELSE
              STRING "TEST." DELIMITED BY SIZE
                     WS-COMPANY-CODE(1:2) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BARE-NAME) DELIMITED BY SIZE
                     INTO WS-TEST-NAME
              END-STRING
           END-IF.

      *> The production file is opened first. One that is missing
      *> (status 35) leaves an empty TEST file rather than last
      *> refresh's data; any other failure to open it, or the TEST
      *> file, skips that file - see 1900-CHECK-SOURCE-OPEN.
       1000-COPY-MASTER.
           MOVE 1 TO WS-CT-SUB.
           MOVE "N" TO WS-SOURCE-OPEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTOMER-MASTER.
           PERFORM 1900-CHECK-SOURCE-OPEN.
           IF CT-SKIP-STATUS(1) = SPACES
              OPEN OUTPUT TEST-MASTER
              PERFORM 1910-CHECK-TARGET-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF OR NOT WS-SOURCE-IS-OPEN
              READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CT-READ-COUNT(1)
                    MOVE CM-CUST-ID TO WS-MASK-ID
                    MOVE CM-BIRTH-DATE TO WS-ORIG-BIRTH-DATE
                    MOVE CM-AGE TO WS-MASK-AGE
                    PERFORM 2000-MASK-PERSON
                    MOVE WS-MASK-FIRST      TO CM-FIRST-NAME
                    MOVE WS-MASK-LAST       TO CM-LAST-NAME
                    MOVE WS-MASK-BIRTH-DATE TO CM-BIRTH-DATE
                    MOVE WS-MASK-AGE        TO CM-AGE
                    WRITE TEST-MASTER-RECORD
                          FROM CUSTOMER-MASTER-RECORD
                    IF WS-TARGET-STATUS = "00"
                       ADD 1 TO CT-WRITTEN-COUNT(1)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SOURCE-IS-OPEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           IF CT-SKIP-STATUS(1) = SPACES
              CLOSE TEST-MASTER
           END-IF.

       1100-COPY-ADDRESSES.
           MOVE 2 TO WS-CT-SUB.
           MOVE "N" TO WS-SOURCE-OPEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTOMER-ADDRESS.
           PERFORM 1900-CHECK-SOURCE-OPEN.
           IF CT-SKIP-STATUS(2) = SPACES
              OPEN OUTPUT TEST-ADDRESS
              PERFORM 1910-CHECK-TARGET-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF OR NOT WS-SOURCE-IS-OPEN
              READ CUSTOMER-ADDRESS NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CT-READ-COUNT(2)
                    MOVE CA-CUST-ID TO WS-MASK-ID
                    PERFORM 2400-MASK-STREET
                    PERFORM 2500-MASK-PHONE
                    WRITE TEST-ADDRESS-RECORD
                          FROM CUSTOMER-ADDRESS-RECORD
                    IF WS-TARGET-STATUS = "00"
                       ADD 1 TO CT-WRITTEN-COUNT(2)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SOURCE-IS-OPEN
              CLOSE CUSTOMER-ADDRESS
           END-IF.
           IF CT-SKIP-STATUS(2) = SPACES
              CLOSE TEST-ADDRESS
           END-IF.

      *> Segment, do-not-contact and deceased markers identify no
      *> one on their own - copied as they are.
       1200-COPY-PREFERENCES.
           MOVE 3 TO WS-CT-SUB.
           MOVE "N" TO WS-SOURCE-OPEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTOMER-PREF.
           PERFORM 1900-CHECK-SOURCE-OPEN.
           IF CT-SKIP-STATUS(3) = SPACES
              OPEN OUTPUT TEST-PREF
              PERFORM 1910-CHECK-TARGET-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF OR NOT WS-SOURCE-IS-OPEN
              READ CUSTOMER-PREF NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CT-READ-COUNT(3)
                    WRITE TEST-PREF-RECORD
                          FROM CUSTOMER-PREF-RECORD
                    IF WS-TARGET-STATUS = "00"
                       ADD 1 TO CT-WRITTEN-COUNT(3)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SOURCE-IS-OPEN
              CLOSE CUSTOMER-PREF
           END-IF.
           IF CT-SKIP-STATUS(3) = SPACES
              CLOSE TEST-PREF
           END-IF.

      *> The source system's own customer number is replaced by a
      *> running number. The file is read in key order and the
      *> running number only climbs, so the new keys stay in
      *> ascending order within each source system; XR-CUST-ID is
      *> untouched, so every mapping still points at its customer.
       1300-COPY-XREF.
           MOVE 4 TO WS-CT-SUB.
           MOVE "N" TO WS-SOURCE-OPEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTOMER-XREF.
           PERFORM 1900-CHECK-SOURCE-OPEN.
           IF CT-SKIP-STATUS(4) = SPACES
              OPEN OUTPUT TEST-XREF
              PERFORM 1910-CHECK-TARGET-OPEN
           END-IF.
           MOVE ZERO TO WS-XREF-SEQ.
           PERFORM UNTIL WS-EOF OR NOT WS-SOURCE-IS-OPEN
              READ CUSTOMER-XREF NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CT-READ-COUNT(4)
                    ADD 1 TO WS-XREF-SEQ
                    MOVE SPACES TO XR-SOURCE-KEY
                    STRING "TST" DELIMITED BY SIZE
                           WS-XREF-SEQ DELIMITED BY SIZE
                           INTO XR-SOURCE-KEY
                    END-STRING
                    WRITE TEST-XREF-RECORD
                          FROM CUSTOMER-XREF-RECORD
                    IF WS-TARGET-STATUS = "00"
                       ADD 1 TO CT-WRITTEN-COUNT(4)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SOURCE-IS-OPEN
              CLOSE CUSTOMER-XREF
           END-IF.
           IF CT-SKIP-STATUS(4) = SPACES
              CLOSE TEST-XREF
           END-IF.

       1400-COPY-ARCHIVE.
           MOVE 5 TO WS-CT-SUB.
           MOVE "N" TO WS-SOURCE-OPEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTOMER-ARCHIVE.
           PERFORM 1900-CHECK-SOURCE-OPEN.
           IF CT-SKIP-STATUS(5) = SPACES
              OPEN OUTPUT TEST-ARCHIVE
              PERFORM 1910-CHECK-TARGET-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF OR NOT WS-SOURCE-IS-OPEN
              READ CUSTOMER-ARCHIVE NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CT-READ-COUNT(5)
                    MOVE AR-CUST-ID TO WS-MASK-ID
                    MOVE AR-BIRTH-DATE TO WS-ORIG-BIRTH-DATE
                    MOVE AR-AGE TO WS-MASK-AGE
                    PERFORM 2000-MASK-PERSON
                    MOVE WS-MASK-FIRST      TO AR-FIRST-NAME
                    MOVE WS-MASK-LAST       TO AR-LAST-NAME
                    MOVE WS-MASK-BIRTH-DATE TO AR-BIRTH-DATE
                    MOVE WS-MASK-AGE        TO AR-AGE
                    WRITE TEST-ARCHIVE-RECORD
                          FROM CUSTOMER-ARCHIVE-RECORD
                    IF WS-TARGET-STATUS = "00"
                       ADD 1 TO CT-WRITTEN-COUNT(5)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SOURCE-IS-OPEN
              CLOSE CUSTOMER-ARCHIVE
           END-IF.
           IF CT-SKIP-STATUS(5) = SPACES
              CLOSE TEST-ARCHIVE
           END-IF.

      *> Only a missing production file copies across as empty.
      *> Any other open failure means the production file is there
      *> but could not be read, so the TEST file is left as the last
      *> refresh made it and the file reports out of balance.
       1900-CHECK-SOURCE-OPEN.
           EVALUATE WS-SOURCE-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-SOURCE-OPEN
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 MOVE WS-SOURCE-STATUS TO CT-SKIP-STATUS(WS-CT-SUB)
                 MOVE "Y" TO WS-EOF-SWITCH
                 DISPLAY CT-FILE-LABEL(WS-CT-SUB)
                         " could not be opened, status="
                         WS-SOURCE-STATUS
                         " - TEST file left as it was."
           END-EVALUATE.

       1910-CHECK-TARGET-OPEN.
           IF WS-TARGET-STATUS NOT = "00"
              MOVE WS-TARGET-STATUS TO CT-SKIP-STATUS(WS-CT-SUB)
              MOVE "Y" TO WS-EOF-SWITCH
              DISPLAY "TEST " CT-FILE-LABEL(WS-CT-SUB)
                      " could not be opened for output, status="
                      WS-TARGET-STATUS " - not copied."
           END-IF.

      *> Name and birth date for WS-MASK-ID - the master and the
      *> archive both come through here, so they always agree.
       2000-MASK-PERSON.
           COMPUTE WS-MASK-SUB = FUNCTION MOD(WS-MASK-ID, 20) + 1.
           MOVE WS-FIRST-SURROGATE(WS-MASK-SUB) TO WS-MASK-FIRST.
           DIVIDE WS-MASK-ID BY 20 GIVING WS-MASK-QUOTIENT.
           COMPUTE WS-MASK-SUB =
                   FUNCTION MOD(WS-MASK-QUOTIENT, 25) + 1.
           MOVE WS-LAST-SURROGATE(WS-MASK-SUB) TO WS-MASK-LAST.
           PERFORM 2300-MASK-BIRTH-DATE.

      *> The shift is 30 to 329 days, picked by ID. Moving the date
      *> later can only carry a customer down across a bracket
      *> boundary and moving it earlier only up, never both, so
      *> when the first direction tried changes the bracket the
      *> other one cannot. A date DATEVAL cannot use is cleared
      *> rather than copied, since it may still be nearly right.
       2300-MASK-BIRTH-DATE.
           MOVE WS-ORIG-BIRTH-DATE TO WS-DATE-TEXT.
           CALL "DATEVAL" USING WS-DATE-TEXT WS-CURR-DATE
                                 WS-DATE-STATUS WS-ORIG-AGE.
           IF WS-DATE-STATUS NOT = SPACE
              MOVE ZERO TO WS-MASK-BIRTH-DATE
              ADD 1 TO WS-CLEARED-DATES
           ELSE
              MOVE WS-ORIG-AGE TO WS-BRACKET-AGE
              PERFORM 2350-BRACKET-OF-AGE
              MOVE WS-BRACKET-CODE TO WS-ORIG-BRACKET
              COMPUTE WS-SHIFT-DAYS =
                      FUNCTION MOD(WS-MASK-ID * 37, 300) + 30
              COMPUTE WS-BIRTH-INT =
                      FUNCTION INTEGER-OF-DATE(WS-ORIG-BIRTH-DATE)
              MOVE "N" TO WS-SHIFT-FOUND
              IF FUNCTION MOD(WS-MASK-ID, 2) = 0
                 PERFORM 2310-TRY-EARLIER
                 IF WS-SHIFT-FOUND = "N"
                    PERFORM 2320-TRY-LATER
                 END-IF
              ELSE
                 PERFORM 2320-TRY-LATER
                 IF WS-SHIFT-FOUND = "N"
                    PERFORM 2310-TRY-EARLIER
                 END-IF
              END-IF
              IF WS-SHIFT-FOUND = "Y"
                 ADD 1 TO WS-MASKED-DATES
              ELSE
                 MOVE ZERO TO WS-MASK-BIRTH-DATE
                 ADD 1 TO WS-CLEARED-DATES
              END-IF
           END-IF.

       2310-TRY-EARLIER.
           IF WS-BIRTH-INT > WS-SHIFT-DAYS
              COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(
                      WS-BIRTH-INT - WS-SHIFT-DAYS)
              PERFORM 2330-CHECK-TRY-DATE
           END-IF.

       2320-TRY-LATER.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-BIRTH-INT + WS-SHIFT-DAYS).
           PERFORM 2330-CHECK-TRY-DATE.

       2330-CHECK-TRY-DATE.
           MOVE WS-TRY-DATE TO WS-DATE-TEXT.
           CALL "DATEVAL" USING WS-DATE-TEXT WS-CURR-DATE
                                 WS-DATE-STATUS WS-TRY-AGE.
           IF WS-DATE-STATUS = SPACE
              MOVE WS-TRY-AGE TO WS-BRACKET-AGE
              PERFORM 2350-BRACKET-OF-AGE
              IF WS-BRACKET-CODE = WS-ORIG-BRACKET
                 MOVE "Y" TO WS-SHIFT-FOUND
                 MOVE WS-TRY-DATE TO WS-MASK-BIRTH-DATE
                 MOVE WS-TRY-AGE TO WS-MASK-AGE
              END-IF
           END-IF.

       2350-BRACKET-OF-AGE.
           EVALUATE TRUE
              WHEN WS-BRACKET-AGE <= 17
                 MOVE 1 TO WS-BRACKET-CODE
              WHEN WS-BRACKET-AGE <= 64
                 MOVE 2 TO WS-BRACKET-CODE
              WHEN OTHER
                 MOVE 3 TO WS-BRACKET-CODE
           END-EVALUATE.

      *> A house number and a street from the table, both by ID. A
      *> blank street stays blank - DQSCORE and the letters treat a
      *> missing street the same in TEST as in production.
       2400-MASK-STREET.
           IF CA-STREET NOT = SPACES
              COMPUTE WS-HOUSE-NUMBER =
                      FUNCTION MOD(WS-MASK-ID * 7919, 9000) + 100
              COMPUTE WS-MASK-SUB =
                      FUNCTION MOD(WS-MASK-ID, 12) + 1
              MOVE SPACES TO WS-MASK-STREET
              STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-STREET-SURROGATE(WS-MASK-SUB))
                     DELIMITED BY SIZE
                     INTO WS-MASK-STREET
              END-STRING
              MOVE WS-MASK-STREET TO CA-STREET
           END-IF.

      *> Every digit moves by an amount taken from the ID and its
      *> position; separators and length are kept, so the TEST
      *> numbers still look and edit like phone numbers.
       2500-MASK-PHONE.
           MOVE CA-PHONE TO WS-MASK-PHONE.
           MOVE 1 TO WS-PHONE-POS.
           PERFORM UNTIL WS-PHONE-POS > 15
              IF WS-MASK-PHONE(WS-PHONE-POS:1) IS NUMERIC
                 MOVE WS-MASK-PHONE(WS-PHONE-POS:1)
                   TO WS-PHONE-DIGIT
                 COMPUTE WS-MASK-SUB =
                         FUNCTION MOD(WS-PHONE-POS - 1, 6) + 1
                 COMPUTE WS-PHONE-SHIFT =
                         WS-MASK-ID-DIGIT(WS-MASK-SUB)
                         + WS-PHONE-POS
                 COMPUTE WS-PHONE-DIGIT = FUNCTION MOD(
                         WS-PHONE-DIGIT + WS-PHONE-SHIFT, 10)
                 MOVE WS-PHONE-DIGIT
                   TO WS-MASK-PHONE(WS-PHONE-POS:1)
              END-IF
              ADD 1 TO WS-PHONE-POS
           END-PERFORM.
           MOVE WS-MASK-PHONE TO CA-PHONE.

      *> Read each TEST file back - the on-file count is the proof,
      *> not the write statuses alone.
       3000-COUNT-TEST-FILES.
           OPEN INPUT TEST-MASTER.
           IF WS-TARGET-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEST-MASTER NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO CT-ONFILE-COUNT(1)
                 END-READ
              END-PERFORM
              CLOSE TEST-MASTER
           END-IF.

           OPEN INPUT TEST-ADDRESS.
           IF WS-TARGET-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEST-ADDRESS NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO CT-ONFILE-COUNT(2)
                 END-READ
              END-PERFORM
              CLOSE TEST-ADDRESS
           END-IF.

           OPEN INPUT TEST-PREF.
           IF WS-TARGET-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEST-PREF NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO CT-ONFILE-COUNT(3)
                 END-READ
              END-PERFORM
              CLOSE TEST-PREF
           END-IF.

           OPEN INPUT TEST-XREF.
           IF WS-TARGET-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEST-XREF NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO CT-ONFILE-COUNT(4)
                 END-READ
              END-PERFORM
              CLOSE TEST-XREF
           END-IF.

           OPEN INPUT TEST-ARCHIVE.
           IF WS-TARGET-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ TEST-ARCHIVE NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO CT-ONFILE-COUNT(5)
                 END-READ
              END-PERFORM
              CLOSE TEST-ARCHIVE
           END-IF.

       8000-PRINT-CONTROL-REPORT.
           OPEN OUTPUT REFRESH-RPT.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           MOVE SPACES TO REFRESH-RPT-LINE.
           STRING WS-TIMESTAMP DELIMITED BY SIZE
                  " | MASKED TEST REFRESH CONTROL REPORT - "
                  DELIMITED BY SIZE
                  "operator " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REFRESH-RPT-LINE
           END-STRING.
           WRITE REFRESH-RPT-LINE.
           MOVE SPACES TO REFRESH-RPT-LINE.
           STRING "Production " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUSTMAST-FILE) DELIMITED BY SIZE
                  " set copied to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TEST-CUSTMAST) DELIMITED BY SIZE
                  " set." DELIMITED BY SIZE
                  INTO REFRESH-RPT-LINE
           END-STRING.
           WRITE REFRESH-RPT-LINE.
           MOVE SPACES TO REFRESH-RPT-LINE.
           WRITE REFRESH-RPT-LINE.
           MOVE "FILE        READ   WRITTEN   ON TEST   STATUS"
             TO REFRESH-RPT-LINE.
           WRITE REFRESH-RPT-LINE.

           MOVE ZERO TO WS-OUT-OF-BALANCE.
           MOVE ZERO TO WS-CT-SUB.
           PERFORM 5 TIMES
              ADD 1 TO WS-CT-SUB
              PERFORM 8100-PRINT-CONTROL-LINE
           END-PERFORM.

           MOVE SPACES TO REFRESH-RPT-LINE.
           WRITE REFRESH-RPT-LINE.
           MOVE SPACES TO REFRESH-RPT-LINE.
           STRING "Birth dates shifted within bracket: "
                  DELIMITED BY SIZE
                  WS-MASKED-DATES DELIMITED BY SIZE
                  "   unusable dates cleared: " DELIMITED BY SIZE
                  WS-CLEARED-DATES DELIMITED BY SIZE
                  INTO REFRESH-RPT-LINE
           END-STRING.
           WRITE REFRESH-RPT-LINE.
           MOVE SPACES TO REFRESH-RPT-LINE.
           IF WS-OUT-OF-BALANCE = 0
              MOVE "VERDICT: BALANCED - every record read is on TEST"
                TO REFRESH-RPT-LINE
           ELSE
              MOVE "VERDICT: OUT OF BALANCE - do not use the TEST set"
                TO REFRESH-RPT-LINE
           END-IF.
           WRITE REFRESH-RPT-LINE.
           CLOSE REFRESH-RPT.

       8100-PRINT-CONTROL-LINE.
           MOVE SPACES TO REFRESH-RPT-LINE.
           STRING CT-FILE-LABEL(WS-CT-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CT-READ-COUNT(WS-CT-SUB) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  CT-WRITTEN-COUNT(WS-CT-SUB) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  CT-ONFILE-COUNT(WS-CT-SUB) DELIMITED BY SIZE
                  INTO REFRESH-RPT-LINE
           END-STRING.
           EVALUATE TRUE
              WHEN CT-SKIP-STATUS(WS-CT-SUB) NOT = SPACES
                 MOVE "NOT COPIED - OPEN STATUS"
                   TO REFRESH-RPT-LINE(39:24)
                 MOVE CT-SKIP-STATUS(WS-CT-SUB)
                   TO REFRESH-RPT-LINE(64:2)
                 ADD 1 TO WS-OUT-OF-BALANCE
              WHEN CT-READ-COUNT(WS-CT-SUB)
                   = CT-WRITTEN-COUNT(WS-CT-SUB)
               AND CT-WRITTEN-COUNT(WS-CT-SUB)
                   = CT-ONFILE-COUNT(WS-CT-SUB)
                 MOVE "BALANCED" TO REFRESH-RPT-LINE(39:8)
              WHEN OTHER
                 MOVE "OUT OF BALANCE" TO REFRESH-RPT-LINE(39:14)
                 ADD 1 TO WS-OUT-OF-BALANCE
           END-EVALUATE.
           WRITE REFRESH-RPT-LINE.
