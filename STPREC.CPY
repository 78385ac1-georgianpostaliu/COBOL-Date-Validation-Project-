      *****************************************************
      *STPREC.CPY
      *SHARED FILE RECORD FOR THE STEPCTL STEP-CONTROL MASTER,
      *KEYED ON THE BUSINESS DATE PLUS THE STEP NAME. COBDSTEP
      *WRITES THE ENTRY STARTED WHEN A CHAIN STEP BEGINS AND
      *MARKS IT COMPLETE (RC UNDER 8) OR FAILED WHEN THE STEP
      *ENDS. AN ENTRY STILL STARTED NEXT MORNING IS A STEP THAT
      *ABENDED OR STOPPED ON AN ERROR BEFORE ITS NORMAL END.
      *ONE CONTROL ENTRY, BUSINESS DATE ZEROS AND STEP NAME
      *OPENDATE, HOLDS THE BUSINESS DATE THE HEAD OF THE CHAIN
      *LAST OPENED, SO STEPS RUNNING AFTER MIDNIGHT STILL WORK
      *FOR THE NIGHT THEY BELONG TO.
      *COBIDATE READS IT FOR OPERATOR INQUIRIES AND COBODATE
      *FOR THE MORNING STATUS REPORT.
      *****************************************************
       01 STP-RECORD.
          05 STP-KEY.
             10 STP-BUS-DATE         PIC 9(8).
             10 STP-STEP-NAME        PIC X(8).
          05 STP-DATA.
             10 STP-STATUS           PIC X(1).
                88 STP-STARTED          VALUE 'S'.
                88 STP-COMPLETE         VALUE 'C'.
                88 STP-FAILED           VALUE 'F'.
             10 STP-START-DATE       PIC 9(8).
             10 STP-START-TIME       PIC 9(8).
             10 STP-END-DATE         PIC 9(8).
             10 STP-END-TIME         PIC 9(8).
             10 STP-RETURN-CODE      PIC 9(3).
             10 STP-RUN-COUNT        PIC 9(3).
             10 STP-FORCED-SW        PIC X(1).
                88 STP-FORCED-RERUN     VALUE 'Y'.
          05 STP-OPEN-DATA REDEFINES STP-DATA.
             10 STP-OPEN-BUS-DATE    PIC 9(8).
             10 FILLER               PIC X(32).
