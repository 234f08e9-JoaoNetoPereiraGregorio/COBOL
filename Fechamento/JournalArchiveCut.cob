002800*                       MOVIMENTO SAI DO JOURNAL VIVO. O EXTRATO
002900*                       DE MES FECHADO LE O JRNARCH (VER O MODO
003000*                       RETROATIVO DO CLIENTE-STATEMENT).
003000*    2026-10-15 OPR     REGISTRO DO JOURNAL PASSA A 231 POSICOES
003000*                       COM A CONTA DO SUB-RAZAO NO FINAL (JRN-
003000*                       CONTA, VER JRNREC.CPY).
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
006900*
007000 FD  ARCHIVE-FILE
007100     RECORDING MODE IS F.
007100 01  ARCHIVE-RECORD          PIC X(231).
007300*
007400 FD  JOURNAL-OUT-FILE
007500     RECORDING MODE IS F.
007500 01  JOURNAL-OUT-RECORD      PIC X(231).
007700*
007800 FD  CONTINUITY-FILE
007900     RECORDING MODE IS F.
