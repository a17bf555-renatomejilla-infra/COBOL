      *                  record, the CUSTADDR contact record, the
      *                  CUSTARCH copy, every journal image carrying
      *                  the ID, and every registered backup
      *                  generation, and every archived journal
      *                  segment - while keeping the record
      *                  skeletons in place, so the record counts, the
      *                  MONTHEND balancing pack, and a CUSTRECOVER
      *                  replay all still work. CUSTXREF mappings for
      *                     replay put the erased address straight
      *                     back onto CUSTADDR, since the scrub
      *                     itself is deliberately not journalled.
      *    2026-10-15  RDM  Every CUSTALIAS previous- or alternative-
      *                     name record for the ID is now deleted
      *                     outright, the same as the CUSTXREF mappings
      *                     - an old name identifies the customer as
      *                     surely as the current one. The count is
      *                     shown and logged to ERASURE.LOG.
      *    2026-10-15  RDM  The customer to erase is keyed by the
      *                     number as printed and proved through the
      *                     shared CUSTCHK - a wrong check digit erases
      *                     nothing.
      *    2026-10-15  RDM  The archived journal segments JRNLCOMP
      *                     cuts (listed on JRNLARCH.DAT) now get the
      *                     same image scrub as the live journals, and
      *                     CUSTSNAP.DAT is deleted so SNAPREAD cannot
      *                     hand the erased identity back to a backup
      *                     or restore. Both counted on ERASURE.LOG.
      *    2026-10-15  RDM  Customer IDs in messages and on the erasure
      *                     log carry their check digit.
      *    ============================================================

       IDENTIFICATION DIVISION.
                               RECORD KEY IS XR-XREF-KEY
                               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-ALIAS ASSIGN TO WS-CUSTALIAS-FILE
                               ORGANIZATION INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AL-ALIAS-KEY
                               ALTERNATE RECORD KEY IS
                                  AL-LAST-NAME WITH DUPLICATES
                               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JOURNAL-STATUS.

                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-BWORK-STATUS.

           SELECT ADDR-JOURNAL ASSIGN TO WS-AJRNL-READ-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-AJRNL-STATUS.

                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-ABWORK-STATUS.

           SELECT JOURNAL-SEGMENTS ASSIGN TO WS-JARCH-FILE
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-JARCH-STATUS.

           SELECT ERASURE-LOG  ASSIGN TO WS-ERASE-FILE-NAME
                               ORGANIZATION LINE SEQUENTIAL
                               FILE STATUS IS WS-ERASE-STATUS.
       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  CUSTOMER-ALIAS.
       COPY ALIASREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-TS-DATE       PIC 9(8).
       FD  ADDR-BACKUP-WORK.
       01  ADDR-BACKUP-WORK-RECORD PIC X(90).

      *> JRNLCOMP's list of the dated segments it has cut from the
      *> two journals.
       FD  JOURNAL-SEGMENTS.
       COPY JARCREC.

       FD  ERASURE-LOG.
       01  ERASURE-LOG-LINE      PIC X(172).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-FILE    PIC X(26) VALUE "CUSTMAST".
       01  WS-CUSTADDR-FILE    PIC X(26) VALUE "CUSTADDR".
       01  WS-CUSTARCH-FILE    PIC X(26) VALUE "CUSTARCH".
       01  WS-CUSTXREF-FILE    PIC X(26) VALUE "CUSTXREF".
       01  WS-CUSTALIAS-FILE   PIC X(26) VALUE "CUSTALIAS".
       01  WS-JRNL-FILE-NAME   PIC X(26) VALUE "CUSTJRNL.DAT".
       01  WS-JWORK-FILE-NAME  PIC X(26) VALUE "CUSTJRNW.TMP".
       01  WS-GENREG-FILE      PIC X(26) VALUE "CMBKGEN.DAT".
       01  WS-AGENREG-FILE     PIC X(26) VALUE "ADBKGEN.DAT".
       01  WS-ABACKUP-NAME     PIC X(26) VALUE SPACES.
       01  WS-ABWORK-FILE-NAME PIC X(26) VALUE "ADDRBKW.TMP".
       01  WS-JARCH-FILE       PIC X(26) VALUE "JRNLARCH.DAT".
       01  WS-SNAPSHOT-FILE    PIC X(26) VALUE "CUSTSNAP.DAT".
       01  WS-ERASE-FILE-NAME  PIC X(26) VALUE "ERASURE.LOG".
      *> The journal file each scrub pass reads and rebuilds - the
      *> live journal, or one of its archived segments.
       01  WS-JRNL-READ-NAME   PIC X(30) VALUE SPACES.
       01  WS-AJRNL-READ-NAME  PIC X(30) VALUE SPACES.

       01  WS-MASTER-STATUS    PIC XX VALUE "00".
       01  WS-ADDRESS-STATUS   PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS   PIC XX VALUE "00".
       01  WS-XREF-STATUS      PIC XX VALUE "00".
       01  WS-ALIAS-STATUS     PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX VALUE "00".
       01  WS-JWORK-STATUS     PIC XX VALUE "00".
       01  WS-REGISTRY-STATUS  PIC XX VALUE "00".
       01  WS-AGENREG-STATUS   PIC XX VALUE "00".
       01  WS-ABACKUP-STATUS   PIC XX VALUE "00".
       01  WS-ABWORK-STATUS    PIC XX VALUE "00".
       01  WS-JARCH-STATUS     PIC XX VALUE "00".
       01  WS-ERASE-STATUS     PIC XX VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 WS-EOF           VALUE "Y".

       01  WS-ERASE-ID         PIC 9(6) VALUE ZERO.
       01  WS-ERASE-TEXT       PIC X(8) VALUE SPACES.
       01  WS-CHK-FUNCTION     PIC X(1) VALUE "V".
       01  WS-CHK-RESULT       PIC X(1) VALUE SPACE.
      *> ...and shown back in its printed seven-digit form.
       01  WS-PRINT-FUNCTION   PIC X(1) VALUE "D".
       01  WS-PRINT-ID         PIC X(8) VALUE SPACES.
       01  WS-PRINT-RESULT     PIC X(1) VALUE SPACE.
       01  WS-CONFIRM          PIC X(5) VALUE SPACES.

      *> What goes in place of the identifying fields. The skeleton
              10 XK-KEY         PIC X(22).
       01  WS-XKEY-SUB         PIC 9(3) VALUE ZERO.

      *> The archived journal segments JRNLARCH.DAT lists, collected
      *> before any of them is rebuilt.
       01  WS-SEG-TABLE.
           05 WS-SEG-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-SEG-LIMIT     PIC 9(4) VALUE 500.
           05 WS-SEG-ENTRY OCCURS 500 TIMES.
              10 SG-ARCHIVE-NAME  PIC X(30).
              10 SG-JOURNAL-NAME  PIC X(14).
       01  WS-SEG-SUB          PIC 9(4) VALUE ZERO.

       01  WS-MASTER-DONE      PIC 9(1) VALUE ZERO.
       01  WS-ADDRESS-DONE     PIC 9(1) VALUE ZERO.
       01  WS-ARCHIVE-DONE     PIC 9(1) VALUE ZERO.
       01  WS-XREF-DONE        PIC 9(3) VALUE ZERO.
       01  WS-ALIAS-DONE       PIC 9(3) VALUE ZERO.
       01  WS-JOURNAL-DONE     PIC 9(5) VALUE ZERO.
       01  WS-BACKUP-DONE      PIC 9(5) VALUE ZERO.
       01  WS-GEN-DONE         PIC 99 VALUE ZERO.
       01  WS-AJRNL-DONE       PIC 9(5) VALUE ZERO.
       01  WS-ABKUP-DONE       PIC 9(5) VALUE ZERO.
       01  WS-AGEN-DONE        PIC 99 VALUE ZERO.
       01  WS-SEGMENT-DONE     PIC 9(4) VALUE ZERO.
       01  WS-SNAPSHOT-DONE    PIC 9(1) VALUE ZERO.

       01  WS-DELETE-RESULT    PIC 9(2) COMP-5 VALUE ZERO.

           CALL "FILERES" USING WS-CUSTADDR-FILE.
           CALL "FILERES" USING WS-CUSTARCH-FILE.
           CALL "FILERES" USING WS-CUSTXREF-FILE.
           CALL "FILERES" USING WS-CUSTALIAS-FILE.
           CALL "FILERES" USING WS-JRNL-FILE-NAME.
           CALL "FILERES" USING WS-JWORK-FILE-NAME.
           CALL "FILERES" USING WS-GENREG-FILE.
           CALL "FILERES" USING WS-AJWORK-FILE-NAME.
           CALL "FILERES" USING WS-AGENREG-FILE.
           CALL "FILERES" USING WS-ABWORK-FILE-NAME.
           CALL "FILERES" USING WS-JARCH-FILE.
           CALL "FILERES" USING WS-SNAPSHOT-FILE.
           CALL "FILERES" USING WS-ERASE-FILE-NAME.

           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTHORIZED
           END-IF.

           DISPLAY "Customer ID to anonymize: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ERASE-TEXT.
           ACCEPT WS-ERASE-TEXT.
           MOVE ZERO TO WS-ERASE-ID.
           CALL "CUSTCHK" USING WS-CHK-FUNCTION WS-ERASE-TEXT
                                 WS-ERASE-ID WS-CHK-RESULT.
           EVALUATE WS-CHK-RESULT
              WHEN SPACE
              WHEN "B"
                 IF WS-ERASE-ID = 0
                    DISPLAY "No customer ID given - nothing erased."
                 END-IF
              WHEN "C"
                 DISPLAY "Check digit wrong for customer number "
                         FUNCTION TRIM(WS-ERASE-TEXT)
                         " - nothing erased."
              WHEN "M"
                 DISPLAY "Key the full customer number, check "
                         "digit included - nothing erased."
              WHEN OTHER
                 IF WS-ERASE-TEXT = SPACES
                    DISPLAY "No customer ID given - nothing erased."
                 ELSE
                    DISPLAY "'" FUNCTION TRIM(WS-ERASE-TEXT)
                            "' is not a customer number - nothing "
                            "erased."
                 END-IF
           END-EVALUATE.
           IF WS-ERASE-ID = 0
              MOVE "NOMATCH" TO WS-AUDIT-OUTCOME
              CALL "AUDITLOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
                                     WS-AUDIT-OUTCOME
              GOBACK
           END-IF.

           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                 WS-ERASE-ID WS-PRINT-RESULT.
           DISPLAY "This erases the name and birth date for "
                   WS-PRINT-ID(1:7) " from the master, address,"
                   " archive, journal and its archived segments,"
                   " snapshot, and every backup "
                   "generation. It cannot be undone.".
           DISPLAY "Type ERASE to proceed: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           PERFORM 2000-ANONYMIZE-ADDRESS.
           PERFORM 3000-ANONYMIZE-ARCHIVE.
           PERFORM 4000-DELETE-XREF-MAPPINGS.
           PERFORM 4500-DELETE-ALIASES.
           PERFORM 5000-SCRUB-JOURNAL.
           PERFORM 5500-SCRUB-ADDR-JOURNAL.
           PERFORM 5800-SCRUB-JOURNAL-SEGMENTS.
           PERFORM 6000-SCRUB-BACKUP-GENERATIONS.
           PERFORM 7000-SCRUB-ADDR-GENERATIONS.
           PERFORM 7500-DROP-SNAPSHOT.
           PERFORM 8000-LOG-ERASURE.

           DISPLAY " ".
           DISPLAY "Address records scrubbed  : " WS-ADDRESS-DONE.
           DISPLAY "Archive records anonymized: " WS-ARCHIVE-DONE.
           DISPLAY "Cross-references deleted  : " WS-XREF-DONE.
           DISPLAY "Alias names deleted       : " WS-ALIAS-DONE.
           DISPLAY "Journal images scrubbed   : " WS-JOURNAL-DONE.
           DISPLAY "Backup records scrubbed   : " WS-BACKUP-DONE
                   " across " WS-GEN-DONE " generation(s).".
                   WS-AJRNL-DONE.
           DISPLAY "Addr backup records scrubbed: " WS-ABKUP-DONE
                   " across " WS-AGEN-DONE " generation(s).".
           DISPLAY "Archived journal segments : " WS-SEGMENT-DONE
                   " rebuilt (images counted above).".
           DISPLAY "Master snapshot deleted   : " WS-SNAPSHOT-DONE.
           DISPLAY "Erasure logged to ERASURE.LOG.".

           MOVE "SUCCESS" TO WS-AUDIT-OUTCOME.
              CLOSE CUSTOMER-XREF
           END-IF.

      *> A previous or alternative name identifies the customer as
      *> surely as the current one, so every CUSTALIAS record for
      *> the ID - removed ones included - is deleted outright.
       4500-DELETE-ALIASES.
           OPEN I-O CUSTOMER-ALIAS.
           IF WS-ALIAS-STATUS NOT = "00"
              CONTINUE
           ELSE
              MOVE WS-ERASE-ID TO AL-CUST-ID
              MOVE ZERO TO AL-ALIAS-SEQ
              MOVE "N" TO WS-EOF-SWITCH
              START CUSTOMER-ALIAS
                 KEY IS NOT LESS THAN AL-ALIAS-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
              END-START
              PERFORM UNTIL WS-EOF
                 READ CUSTOMER-ALIAS NEXT RECORD
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF AL-CUST-ID NOT = WS-ERASE-ID
                          MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                          DELETE CUSTOMER-ALIAS RECORD
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO WS-ALIAS-DONE
                          END-DELETE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-ALIAS
           END-IF.

      *> The journal is rebuilt through a work file - every image
      *> carrying the ID has its name and birth-date bytes
      *> overwritten in place, everything else passes through
      *> untouched, so CUSTRECOVER replay still works record for
      *> record.
       5000-SCRUB-JOURNAL.
           MOVE WS-JRNL-FILE-NAME TO WS-JRNL-READ-NAME.
           PERFORM 5050-SCRUB-JOURNAL-FILE.

      *> One rebuild of whichever journal WS-JRNL-READ-NAME names.
       5050-SCRUB-JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              CONTINUE
      *> street, city, postal code, and phone, so an ADDRRECOVER
      *> replay can no longer resurrect the erased address.
       5500-SCRUB-ADDR-JOURNAL.
           MOVE WS-AJRNL-FILE-NAME TO WS-AJRNL-READ-NAME.
           PERFORM 5550-SCRUB-ADDR-JOURNAL-FILE.

      *> One rebuild of whichever address journal WS-AJRNL-READ-NAME
      *> names.
       5550-SCRUB-ADDR-JOURNAL-FILE.
           OPEN INPUT ADDR-JOURNAL.
           IF WS-AJRNL-STATUS NOT = "00"
              CONTINUE
              ADD 1 TO WS-AJRNL-DONE
           END-IF.

      *> The entries JRNLCOMP has cut from either journal live on in
      *> the dated segments JRNLARCH.DAT lists, and CUSTPROF and
      *> INVESTRPT read them back - each gets the same image scrub
      *> as its live journal. Entry counts are unchanged, so the
      *> registry's counts still hold.
       5800-SCRUB-JOURNAL-SEGMENTS.
           MOVE ZERO TO WS-SEG-COUNT.
           OPEN INPUT JOURNAL-SEGMENTS.
           IF WS-JARCH-STATUS = "00"
              MOVE "N" TO WS-EOF-SWITCH
              PERFORM UNTIL WS-EOF
                 READ JOURNAL-SEGMENTS
                    AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END
                       IF WS-SEG-COUNT < WS-SEG-LIMIT
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

           MOVE 1 TO WS-SEG-SUB.
           PERFORM UNTIL WS-SEG-SUB > WS-SEG-COUNT
              EVALUATE SG-JOURNAL-NAME(WS-SEG-SUB)
                 WHEN "CUSTJRNL.DAT"
                    MOVE SG-ARCHIVE-NAME(WS-SEG-SUB)
                      TO WS-JRNL-READ-NAME
                    PERFORM 5050-SCRUB-JOURNAL-FILE
                    MOVE WS-JOURNAL-STATUS TO WS-JARCH-STATUS
                 WHEN "ADDRJRNL.DAT"
                    MOVE SG-ARCHIVE-NAME(WS-SEG-SUB)
                      TO WS-AJRNL-READ-NAME
                    PERFORM 5550-SCRUB-ADDR-JOURNAL-FILE
                    MOVE WS-AJRNL-STATUS TO WS-JARCH-STATUS
                 WHEN OTHER
                    MOVE "XX" TO WS-JARCH-STATUS
              END-EVALUATE
              IF WS-JARCH-STATUS = "00"
                 ADD 1 TO WS-SEGMENT-DONE
              ELSE
                 DISPLAY "Archived segment "
                         FUNCTION TRIM(SG-ARCHIVE-NAME(WS-SEG-SUB))
                         " not readable, status=" WS-JARCH-STATUS
                         " - skipped."
              END-IF
              ADD 1 TO WS-SEG-SUB
           END-PERFORM.

      *> Every generation the registry lists gets the same in-place
      *> scrub, rebuilt through a work file like the journal. The
      *> record counts per generation are unchanged, so CUSTRESTORE
              END-READ
           END-PERFORM.

      *> CUSTSNAP.DAT carries the name, birth date and address as
      *> they stood when it was taken, and SNAPREAD would go on
      *> handing them out since the scrub is not journalled. The
      *> snapshot is dropped, the same as CUSTSNAP drops one that
      *> does not prove - the night's readers fall back to the live,
      *> now-scrubbed files until the next snapshot is taken.
       7500-DROP-SNAPSHOT.
           CALL "CBL_DELETE_FILE" USING WS-SNAPSHOT-FILE
                RETURNING WS-DELETE-RESULT.
           IF WS-DELETE-RESULT = 0
              MOVE 1 TO WS-SNAPSHOT-DONE
           END-IF.

      *> The evidence the auditors ask for: when, who, which ID, and
      *> how many places were touched.
       8000-LOG-ERASURE.
           END-IF.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TS-TIME FROM TIME.
           CALL "CUSTCHK" USING WS-PRINT-FUNCTION WS-PRINT-ID
                                WS-ERASE-ID WS-PRINT-RESULT.
           MOVE SPACES TO ERASURE-LOG-LINE.
           STRING WS-TIMESTAMP DELIMITED BY SIZE
                  " | ID " DELIMITED BY SIZE
                  WS-PRINT-ID(1:7) DELIMITED BY SIZE
                  " anonymized by " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " | master " DELIMITED BY SIZE
                  WS-ARCHIVE-DONE DELIMITED BY SIZE
                  " xref " DELIMITED BY SIZE
                  WS-XREF-DONE DELIMITED BY SIZE
                  " alias " DELIMITED BY SIZE
                  WS-ALIAS-DONE DELIMITED BY SIZE
                  " jrnl " DELIMITED BY SIZE
                  WS-JOURNAL-DONE DELIMITED BY SIZE
                  " bkup " DELIMITED BY SIZE
                  WS-AJRNL-DONE DELIMITED BY SIZE
                  " abkup " DELIMITED BY SIZE
                  WS-ABKUP-DONE DELIMITED BY SIZE
                  " jseg " DELIMITED BY SIZE
                  WS-SEGMENT-DONE DELIMITED BY SIZE
                  " snap " DELIMITED BY SIZE
                  WS-SNAPSHOT-DONE DELIMITED BY SIZE
                  INTO ERASURE-LOG-LINE
           END-STRING.
           WRITE ERASURE-LOG-LINE.
