001900*                       CLIENTE FICOU NEGATIVO PELA PRIMEIRA VEZ
002000*                       DENTRO DA FAIXA - HOJE ISSO ERA
002100*                       RECONSTRUIDO REPRISANDO O JOURNAL A MAO.
002100*    2026-10-15 OPR     LINHAS POR CONTA DO BALHIST (BH-CONTA
002100*                       PREENCHIDO) FICAM FORA DA EVOLUCAO, QUE
002100*                       CONTINUA SOBRE O SALDO CONSOLIDADO.
002200***************************************************************
002300*
002400 ENVIRONMENT DIVISION.
005900         SIGN IS LEADING SEPARATE.
006000     05  FILLER              PIC X(01).
006100     05  BH-MOEDA            PIC X(03).
006100     05  FILLER              PIC X(01).
006100*    LINHA DE CONTA DO SUB-RAZAO (VER SALDO-HIST-APPEND) - A
006100*    EVOLUCAO E DO CONSOLIDADO, LINHA COM CONTA E IGNORADA
006100     05  BH-CONTA            PIC X(02).
006100     05  FILLER              PIC X(11).
006300*
006400 FD  PRINT-FILE
006500     RECORDING MODE IS F.
020600***************************************************************
020700 2200-TRATAR-LINHA.
020800     ADD 1 TO WS-QTDE-LIDOS.
020800     IF BH-CONTA NOT = SPACES
020800         GO TO 2200-TRATAR-LINHA-LER
020800     END-IF.
020900     IF BH-DATA < WS-DATA-DE OR BH-DATA > WS-DATA-ATE
021000         GO TO 2200-TRATAR-LINHA-LER
021100     END-IF.
