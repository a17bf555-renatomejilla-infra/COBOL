      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a BROADCAST.DAT operator
      *                  message, keyed by a message number BCASTMAINT
      *                  hands out in sequence. A message is shown at
      *                  sign-on (BCASTSHOW, called from SIGNON) to
      *                  every operator of the target role - ALL for
      *                  everyone - from its start date through its
      *                  expiry date, until the operator acknowledges
      *                  it in BCASTACK.DAT. Withdrawing a message
      *                  sets its expiry to the day before and records
      *                  who withdrew it; nothing is ever deleted, so
      *                  BCASTRPT can still account for it.
      *    ============================================================

       01  BROADCAST-RECORD.
           05 BC-MSG-ID          PIC 9(6).
           05 BC-START-DATE      PIC 9(8).
           05 BC-EXPIRY-DATE     PIC 9(8).
           05 BC-TARGET-ROLE     PIC X(10).
              88 BC-FOR-EVERYONE    VALUE "ALL".
           05 BC-SUBJECT         PIC X(40).
           05 BC-TEXT-LINE-1     PIC X(70).
           05 BC-TEXT-LINE-2     PIC X(70).
           05 BC-TEXT-LINE-3     PIC X(70).
           05 BC-POSTED-BY       PIC X(8).
           05 BC-POSTED-DATE     PIC 9(8).
           05 BC-WITHDRAWN-BY    PIC X(8).
           05 BC-WITHDRAWN-DATE  PIC 9(8).
