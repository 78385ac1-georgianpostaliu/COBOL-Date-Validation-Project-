      ******************************************************
      *SERVICIU DE SIGILARE A INREGISTRARILOR DIN AUDITLOG
      *SPECIFICATII
      *APELAT PRIN RECORDUL DE LINKAGE DIN SEALLINK.CPY DE
      *COBTST01 LA SCRIEREA FIECAREI INREGISTRARI DE AUDIT SI DE
      *COBTDATE LA VERIFICAREA LANTULUI
      *VALOAREA DE CONTROL PORNESTE DE LA VALOAREA INREGISTRARII
      *PRECEDENTE (ZERO PENTRU PRIMA) SI ACUMULEAZA FIECARE OCTET
      *AL IMAGINII INREGISTRARII, PONDERAT CU POZITIA LUI:
      *    H = (H * 257 + OCTET + POZITIE) MODULO 999999937
      *ASTFEL ORICE OCTET SCHIMBAT, O INREGISTRARE STEARSA SAU
      *MUTATA STRICA TOATE VALORILE DE CONTROL DE DUPA EA
      *IMAGINEA SE DA CU AUD-CHECK PE ZERO
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. AUDITLOG COULD BE EDITED, HAVE
      *    RECORDS DELETED OR LOSE AN ARCHIVE GENERATION WITHOUT
      *    ANY TRACE; EVERY RECORD IS NOW CHAINED TO THE ONE
      *    BEFORE IT.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDSEAL.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SEAL-HASH                 PIC 9(9) VALUE ZEROS COMP.
       01 WS-SEAL-WORK                 PIC 9(18) VALUE ZEROS COMP.
       01 WS-SEAL-QUOT                 PIC 9(18) VALUE ZEROS COMP.
       01 WS-SEAL-MODULUS              PIC 9(9) VALUE 999999937 COMP.
       01 WS-SEAL-MULTIPLIER           PIC 9(3) VALUE 257 COMP.

       01 WS-BYTE-SUB                  PIC 9(3) VALUE ZEROS COMP.
       01 WS-RECORD-LENGTH             PIC 9(3) VALUE 65 COMP.

      *ONE BYTE OF THE IMAGE BEHIND A LOW-VALUE, READ AS A
      *HALFWORD TO GIVE ITS ORDINAL 0-255
       01 WS-BYTE-PAIR.
          05 WS-BYTE-HIGH              PIC X(1) VALUE LOW-VALUE.
          05 WS-BYTE-LOW               PIC X(1) VALUE LOW-VALUE.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                       PIC 9(4) COMP.

       LINKAGE SECTION.
       COPY SEALLINK.

       PROCEDURE DIVISION USING SEAL-LINK-REC.

       0000-MAINLINE.

           MOVE LS-SEAL-PREV-CHECK TO WS-SEAL-HASH.
           MOVE LOW-VALUE TO WS-BYTE-HIGH.
           MOVE 1 TO WS-BYTE-SUB.
           PERFORM 1000-SEAL-BYTE THRU 1000-EXIT
               UNTIL WS-BYTE-SUB GREATER THAN WS-RECORD-LENGTH.
           MOVE WS-SEAL-HASH TO LS-SEAL-CHECK.

           GOBACK.

      **************************************************************
      *SEAL-BYTE - FOLD ONE BYTE OF THE RECORD IMAGE AND ITS
      *POSITION INTO THE RUNNING CHECK VALUE
      **************************************************************

       1000-SEAL-BYTE.

           MOVE LS-SEAL-RECORD(WS-BYTE-SUB:1) TO WS-BYTE-LOW.
           COMPUTE WS-SEAL-WORK = WS-SEAL-HASH * WS-SEAL-MULTIPLIER
                                + WS-BYTE-VALUE + WS-BYTE-SUB.
           DIVIDE WS-SEAL-WORK BY WS-SEAL-MODULUS
               GIVING WS-SEAL-QUOT REMAINDER WS-SEAL-HASH.
           ADD 1 TO WS-BYTE-SUB.

       1000-EXIT.
           EXIT.
