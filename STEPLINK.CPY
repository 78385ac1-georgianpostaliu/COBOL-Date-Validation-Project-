      *****************************************************
      *STEPLINK.CPY
      *SHARED LINKAGE RECORD FOR STEP-CONTROL CALLS INTO
      *COBDSTEP. EVERY PROGRAM IN THE NIGHTLY CHAIN CALLS IT
      *TWICE WITH ITS STEP NAME:
      *    B - BEGIN: RETURNS THE BUSINESS DATE AND 'YES', OR
      *        'NO ' WITH A REASON WHEN A PREDECESSOR HAS NOT
      *        COMPLETED FOR THAT DATE OR THE STEP ALREADY HAS
      *        AND NO RERUN WAS ASKED FOR ON RUNPARM. A REFUSED
      *        STEP MUST STOP WITHOUT TOUCHING ANY FILE.
      *        LS-STEP-RERUN-SW SAYS WHETHER THE STEP ALREADY HAS
      *        AN ENTRY FOR THE DATE: RESTARTED AFTER AN
      *        UNFINISHED RUN, OR RERUN AS ASKED ON RUNPARM
      *    E - END: RECORDS LS-STEP-RC AGAINST THE BUSINESS DATE
      *        RETURNED BY THE BEGIN CALL
      *****************************************************
       01 STEP-LINK-REC.
          05 LS-STEP-FUNCTION        PIC X(1).
             88 LS-STEP-BEGIN           VALUE 'B'.
             88 LS-STEP-END             VALUE 'E'.
          05 LS-STEP-NAME            PIC X(8).
          05 LS-STEP-RC              PIC 9(3).
          05 LS-STEP-BUS-DATE        PIC 9(8).
          05 LS-STEP-RESPONSE        PIC X(3).
             88 LS-STEP-GO              VALUE 'YES'.
             88 LS-STEP-REFUSED         VALUE 'NO '.
          05 LS-STEP-REASON          PIC X(40).
          05 LS-STEP-RERUN-SW        PIC X(1).
             88 LS-STEP-FIRST-RUN       VALUE 'N'.
             88 LS-STEP-RESTARTED       VALUE 'R'.
             88 LS-STEP-FORCED-RERUN    VALUE 'F'.
