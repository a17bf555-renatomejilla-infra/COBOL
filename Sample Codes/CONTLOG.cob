      *                  frequency cap reads it to skip customers
      *                  contacted too recently.
      *    Compiler    : Micro Focus Visual COBOL
      *    ============================================================
      *    Modification History
      *    2026-10-15  RDM  Each entry now carries a delivery status,
      *                     passed in by the caller: blank for a letter
      *                     printed here, S for one handed to the mail
      *                     vendor, later settled D or F by LTRACK from
      *                     the vendor's acknowledgement. The layout
      *                     moved to the shared CONTREC copybook so
      *                     CUSTLETTER, CUSTPROF, and LTRACK read the
      *                     same columns.
      *    2026-10-15  RDM  Takes the mail type as a fifth argument and
      *                     logs it on the entry: H for a household
      *                     letter addressed to the head, blank for a
      *                     letter to the customer alone.
      *    ============================================================

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-HISTORY.
       COPY CONTREC.

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-NAME   PIC X(26) VALUE "CONTHIST.DAT".
       01  LK-CUST-ID          PIC 9(6).
       01  LK-TEMPLATE         PIC X(12).
       01  LK-CAMPAIGN         PIC X(12).
      *> Blank for a letter printed here, S for one handed to the
      *> mail vendor - see CONTREC.
       01  LK-DELIV-STATUS     PIC X(1).
      *> Blank for a letter to the customer alone, H for a household
      *> letter addressed to the head - see CONTREC.
       01  LK-MAIL-TYPE        PIC X(1).

       PROCEDURE DIVISION USING LK-CUST-ID LK-TEMPLATE
                                 LK-CAMPAIGN LK-DELIV-STATUS
                                 LK-MAIL-TYPE.
           CALL "FILERES" USING WS-HIST-FILE-NAME.
           OPEN EXTEND CONTACT-HISTORY.
           IF WS-HISTORY-STATUS = "35"
           MOVE LK-CUST-ID  TO CH-CUST-ID.
           MOVE LK-TEMPLATE TO CH-TEMPLATE.
           MOVE LK-CAMPAIGN TO CH-CAMPAIGN.
           MOVE LK-DELIV-STATUS TO CH-DELIV-STATUS.
           MOVE LK-MAIL-TYPE TO CH-MAIL-TYPE.

           WRITE CONTACT-HISTORY-RECORD.
           CLOSE CONTACT-HISTORY.
