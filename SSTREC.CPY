      *****************************************************
      *SSTREC.CPY
      *SHARED FILE RECORD FOR THE SRCSTAT PER-SOURCE RUN
      *STATISTICS HISTORY, KEYED ON THE SOURCE SYSTEM ID PLUS
      *THE BUSINESS DATE PLUS THE RUN START TIME, SO ONE
      *SOURCE'S RUNS READ IN DATE ORDER. COBBDATE WRITES ONE
      *RECORD PER SOURCE SET IT TOOK ON A NORMAL RUN - THE
      *TRAILER, DATA, ACCEPTED AND REJECTED COUNTS FROM ITS
      *SOURCE TABLE - AFTER THE CLEAN END-OF-RUN CHECKPOINT, AS
      *FOR FEEDLOG. DUPLICATE AND QUARANTINED SETS AND RECYCLE
      *RUNS ARE NOT FEED VOLUMES AND ARE NOT WRITTEN. A
      *RESTARTED RUN REPLAYS ONLY THE DATA COUNTS OF THE RECORDS
      *BEFORE ITS CHECKPOINT, SO ITS ACCEPTED/REJECTED COUNTS ARE
      *PARTIAL AND SST-RESTART-SW SAYS SO.
      *COBUDATE READS IT FOR THE VOLUME/REJECT-RATE CHECK.
      *****************************************************
       01 SST-RECORD.
          05 SST-KEY.
             10 SST-SOURCE-ID        PIC X(8).
             10 SST-BUS-DATE         PIC 9(8).
             10 SST-RUN-START-TIME   PIC 9(8).
          05 SST-RUN-DATE-8          PIC 9(8).
          05 SST-FEED-DATE           PIC 9(8).
          05 SST-TRAILER-COUNT       PIC 9(7).
          05 SST-DATA-COUNT          PIC 9(7).
          05 SST-ACCEPT-COUNT        PIC 9(7).
          05 SST-REJECT-COUNT        PIC 9(7).
          05 SST-RESTART-SW          PIC X(1).
             88 SST-WAS-RESTART         VALUE 'Y'.
