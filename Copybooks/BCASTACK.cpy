      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a BCASTACK.DAT broadcast
      *                  acknowledgement - one record per message per
      *                  operator who has read it, keyed by the two
      *                  together, written by BCASTSHOW when the
      *                  operator acknowledges the message at sign-on.
      *                  No record means not yet read; BCASTRPT lists
      *                  those per message.
      *    ============================================================

       01  BROADCAST-ACK-RECORD.
           05 BK-ACK-KEY.
              10 BK-MSG-ID          PIC 9(6).
              10 BK-OPERATOR-ID     PIC X(8).
           05 BK-ROLE            PIC X(10).
           05 BK-ACK-DATE        PIC 9(8).
           05 BK-ACK-TIME        PIC 9(8).
           05 BK-CALLER          PIC X(20).
