      *ARCHIVE/PURGE. BOTH PROGRAMS COPY THIS RECORD SO THE
      *LAYOUT CANNOT DRIFT OUT OF STEP BETWEEN THE WRITER AND
      *THE READER.
      *EVERY VALIDATION RECORD CARRIES AN ASCENDING SEQUENCE
      *NUMBER AND A CHECK VALUE CHAINED FROM THE RECORD BEFORE
      *IT (COBDSEAL OVER THE PREVIOUS CHECK AND THIS RECORD WITH
      *AUD-CHECK AT ZEROS; THE FIRST RECORD CHAINS FROM ZEROS).
      *COBADATE HEADS THE LIVE LOG IT REWRITES WITH A CHAIN
      *CARRY RECORD HOLDING THE SEQUENCE NUMBER AND CHECK OF THE
      *LAST RECORD IT ARCHIVED; READERS THAT COUNT VALIDATIONS
      *SKIP IT. RECORDS WRITTEN BEFORE THE CHAIN EXISTED HAVE
      *SPACES FROM AUD-SEQ-NO ON. COBTDATE VERIFIES THE CHAIN.
      *MODIFICATION HISTORY
      *  - ADDED AUD-SEQ-NO, AUD-CHECK AND AUD-REC-TYPE; THE
      *    RECORD GREW FROM 43 TO 65 BYTES.
      *****************************************************
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP.
           05 AUD-RESPONSE              PIC X(3).
           05 FILLER                   PIC X(1).
           05 AUD-REASON                PIC X(15).
           05 FILLER                   PIC X(1).
           05 AUD-SEQ-NO                PIC 9(9).
           05 AUD-SEQ-NO-X REDEFINES AUD-SEQ-NO
                                        PIC X(9).
           05 FILLER                   PIC X(1).
           05 AUD-CHECK                 PIC 9(9).
           05 FILLER                   PIC X(1).
           05 AUD-REC-TYPE              PIC X(1).
              88 AUD-VALIDATION            VALUE 'V'.
              88 AUD-CHAIN-CARRY           VALUE 'K'.
              88 AUD-UNCHAINED             VALUE SPACE.
