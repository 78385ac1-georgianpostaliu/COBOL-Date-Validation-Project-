      *****************************************************
      *FDLREC.CPY
      *SHARED FILE RECORD FOR THE FEEDLOG FEED-RECEIPT LOG,
      *KEYED ON THE HDR SOURCE ID PLUS THE HDR FEED DATE. ONE
      *ENTRY PER HDR...TRL SET COBBDATE HAS TAKEN: THE TRAILER
      *COUNT, WHAT WAS PROCESSED AND HOW IT RECONCILED, AND THE
      *RUNCTL KEY (RUN DATE PLUS START TIME) OF THE RUN THAT
      *TOOK IT, WITH THE BUSINESS DATE IT RAN FOR. ONLY A SET
      *THAT RECONCILED TO ITS TRAILER IS LOGGED. A SET ALREADY
      *ON THE LOG IS SKIPPED AS A DUPLICATE TRANSMISSION UNLESS
      *RUNPARM NAMES IT FOR A DELIBERATE REPROCESS, OR THE
      *RUN IS A RESTART OR RERUN OF THE SAME BUSINESS DATE THAT
      *LOGGED IT; EITHER BUMPS FDL-TAKEN-COUNT AND MOVES THE
      *RUN KEY ON. COBLDATE ANSWERS OPERATOR INQUIRIES AGAINST
      *IT.
      *****************************************************
       01 FDL-RECORD.
          05 FDL-KEY.
             10 FDL-SOURCE-ID        PIC X(8).
             10 FDL-FEED-DATE        PIC 9(8).
          05 FDL-TRAILER-COUNT       PIC 9(7).
          05 FDL-DATA-COUNT          PIC 9(7).
          05 FDL-ACCEPT-COUNT        PIC 9(7).
          05 FDL-REJECT-COUNT        PIC 9(7).
          05 FDL-RECON-SW            PIC X(1).
             88 FDL-RECONCILED          VALUE 'Y'.
             88 FDL-RECON-FAILED        VALUE 'N'.
          05 FDL-RUN-DATE-8          PIC 9(8).
          05 FDL-RUN-START-TIME      PIC 9(8).
          05 FDL-TAKEN-COUNT         PIC 9(3).
          05 FDL-BUS-DATE            PIC 9(8).
