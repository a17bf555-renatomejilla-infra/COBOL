      *    Author      : Renato D. Mejilla
      *    Date        : October 15, 2026
      *    Description : Shared layout for a CUSTSNAP.DAT nightly
      *                  master snapshot record. CUSTSNAP unloads
      *                  CUSTMAST joined with CUSTADDR and CUSTPREF in
      *                  one early pass, ascending by customer ID, so
      *                  the read-only nightly steps stop each scanning
      *                  the indexed files for themselves. One CUS
      *                  record per customer ID found on any of the
      *                  three files, with a presence flag per file -
      *                  an address or preference row whose customer
      *                  is gone still appears, so INTEGAUD can see
      *                  its orphans. The file opens with an HDR
      *                  record stamping when the snapshot was taken
      *                  and the timestamp, customer ID and action of
      *                  the last CUSTJRNL.DAT and ADDRJRNL.DAT entry
      *                  at that moment, and closes with a TRL record
      *                  carrying the record counts and an ID hash
      *                  total. SNAPREAD hands the records out and
      *                  refuses a snapshot the journals show has been
      *                  overtaken by a later change. CUSTPREF changes
      *                  are not journalled, so the preference columns
      *                  are only as current as the snapshot itself -
      *                  the readers take master and address data from
      *                  it, never preference data.
      *    ============================================================

       01  CUSTOMER-SNAPSHOT-RECORD.
           05 MS-REC-TYPE        PIC X(3).
              88 MS-HEADER          VALUE "HDR".
              88 MS-DETAIL          VALUE "CUS".
              88 MS-TRAILER         VALUE "TRL".
           05 MS-DETAIL-AREA.
              10 MS-CUST-ID         PIC 9(6).
              10 MS-MASTER-FLAG     PIC X(1).
                 88 MS-ON-MASTER       VALUE "Y".
              10 MS-FIRST-NAME      PIC X(20).
              10 MS-LAST-NAME       PIC X(20).
              10 MS-BIRTH-DATE      PIC 9(8).
              10 MS-AGE             PIC 99.
              10 MS-DELETE-FLAG     PIC X(1).
              10 MS-LOAD-DATE       PIC 9(8).
              10 MS-ADDRESS-FLAG    PIC X(1).
                 88 MS-ON-ADDRESS      VALUE "Y".
              10 MS-STREET          PIC X(30).
              10 MS-CITY            PIC X(20).
              10 MS-POSTAL-CODE     PIC X(10).
              10 MS-PHONE           PIC X(15).
              10 MS-UNDELIV-FLAG    PIC X(1).
              10 MS-UNDELIV-DATE    PIC 9(8).
              10 MS-PREF-FLAG       PIC X(1).
                 88 MS-ON-PREF         VALUE "Y".
              10 MS-SEGMENT-CODE    PIC X(2).
              10 MS-DNC-FLAG        PIC X(1).
              10 MS-DNC-DATE        PIC 9(8).
              10 MS-DNC-SET-BY      PIC X(8).
              10 MS-DECEASED-FLAG   PIC X(1).
              10 MS-DEATH-DATE      PIC 9(8).
              10 MS-DECEASED-SOURCE PIC X(10).
              10 MS-DECEASED-MARKED PIC 9(8).
      *    HDR and TRL view of the same area.
           05 MS-CONTROL-AREA REDEFINES MS-DETAIL-AREA.
              10 MS-SNAP-DATE       PIC 9(8).
              10 MS-SNAP-TIME       PIC 9(8).
              10 MS-CJRNL-LAST.
                 15 MS-CJRNL-LAST-DATE   PIC 9(8).
                 15 MS-CJRNL-LAST-TIME   PIC 9(8).
                 15 MS-CJRNL-LAST-ID     PIC X(6).
                 15 MS-CJRNL-LAST-ACTION PIC X(1).
              10 MS-AJRNL-LAST.
                 15 MS-AJRNL-LAST-DATE   PIC 9(8).
                 15 MS-AJRNL-LAST-TIME   PIC 9(8).
                 15 MS-AJRNL-LAST-ID     PIC X(6).
                 15 MS-AJRNL-LAST-ACTION PIC X(1).
              10 MS-MASTER-COUNT    PIC 9(6).
              10 MS-ADDRESS-COUNT   PIC 9(6).
              10 MS-PREF-COUNT      PIC 9(6).
              10 MS-RECORD-COUNT    PIC 9(6).
              10 MS-ID-HASH         PIC 9(12).
              10 FILLER             PIC X(100).
