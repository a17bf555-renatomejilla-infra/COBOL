      *                     suppress flagged customers with the same
      *                     one lookup it already makes for the
      *                     segment. No record means N.
      *    2026-10-15  RDM  A customer marked deceased on CUSTPREF (the
      *                     DECDLOAD notification feed) now comes back
      *                     with D in the contact flag, ahead of any do-
      *                     not-contact Y, so each outbound caller can
      *                     suppress and count the deceased separately.
      *    ============================================================

       IDENTIFICATION DIVISION.
              NOT INVALID KEY
                 MOVE "Y" TO LK-FOUND-SWITCH
                 MOVE CP-SEGMENT-CODE TO LK-SEGMENT-CODE
                 *> Deceased outranks do-not-contact - D tells the
                 *> caller to suppress and count it separately.
                 EVALUATE TRUE
                    WHEN CP-CUSTOMER-DECEASED
                       MOVE "D" TO LK-DNC-FLAG
                    WHEN CP-DO-NOT-CONTACT
                       MOVE "Y" TO LK-DNC-FLAG
                 END-EVALUATE
           END-READ.

           IF NOT WS-IS-BULK
