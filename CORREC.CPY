      *****************************************************
      *CORREC.CPY
      *SHARED FILE RECORD FOR THE CORRLOG REJECT-CORRECTION
      *LOG, KEYED ON THE RAW DATE AS RECEIVED PLUS THE SOURCE
      *SYSTEM ID (THE REJHIST KEY) PLUS A SEQUENCE NUMBER, SO
      *EVERY CORRECTION OR WRITE-OFF EVER KEYED AGAINST A
      *REJECT IS KEPT AND THE HIGHEST SEQUENCE IS THE CURRENT
      *ONE. COBKDATE WRITES AN ENTRY PENDING WITH THE MAKER'S
      *ID; A DIFFERENT OPERATOR APPROVES OR DECLINES IT; AN
      *APPROVED CORRECTION IS WRITTEN TO RECYCIN BY THE BUILD
      *AND MARKED BUILT. AN APPROVED WRITE-OFF IS NEVER
      *RECYCLED. ENTRIES ARE NEVER DELETED - THE LOG IS THE
      *AUDIT TRAIL OF WHO CHANGED WHAT.
      *****************************************************
       01 COR-RECORD.
          05 COR-KEY.
             10 COR-DATE-RAW         PIC X(11).
             10 COR-SOURCE-ID        PIC X(8).
             10 COR-SEQ              PIC 9(3).
          05 COR-REJ-SEQ             PIC 9(7).
          05 COR-REASON              PIC X(15).
          05 COR-ACTION              PIC X(1).
             88 COR-CORRECTION          VALUE 'C'.
             88 COR-WRITE-OFF           VALUE 'W'.
          05 COR-NEW-DATE            PIC X(11).
          05 COR-NEW-DATE-8          PIC 9(8).
          05 COR-STATUS              PIC X(1).
             88 COR-PENDING             VALUE 'P'.
             88 COR-APPROVED            VALUE 'A'.
             88 COR-DECLINED            VALUE 'D'.
             88 COR-BUILT               VALUE 'B'.
          05 COR-MAKER               PIC X(8).
          05 COR-MADE-DATE           PIC 9(8).
          05 COR-MADE-TIME           PIC 9(8).
          05 COR-CHECKER             PIC X(8).
          05 COR-CHECKED-DATE        PIC 9(8).
          05 COR-CHECKED-TIME        PIC 9(8).
          05 COR-BUILT-DATE          PIC 9(8).
          05 COR-BUILT-TIME          PIC 9(8).
