003700*                       ACESSO SO COM A FUNCAO "LGPDERA" NA
003800*                       MATRIZ (VIA SECURITY-CHECK) E CADA
003900*                       APAGAMENTO GERA EVENTO DE AUDITORIA.
003900*    2026-10-15 OPR     REGISTRO DO JOURNAL PASSA A 231 POSICOES
003900*                       COM A CONTA DO SUB-RAZAO NO FINAL (JRN-
003900*                       CONTA, VER JRNREC.CPY).
004000***************************************************************
004100*
004200 ENVIRONMENT DIVISION.
011200*
011300 FD  JOURNAL-OUT-FILE
011400     RECORDING MODE IS F.
011400 01  JOURNAL-OUT-RECORD      PIC X(231).
011600*
011700 FD  VAULT-IN-FILE
011800     RECORDING MODE IS F.
