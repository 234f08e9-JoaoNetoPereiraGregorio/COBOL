002400*                       RECONHECIDOS. MESMO CONTROLE SECPROF/
002500*                       PERMMAT DAS OUTRAS TELAS (FUNCAO "AACK"),
002600*                       COM EVENTO DE AUDITORIA NA FILA AUDQ.
002600*    2026-10-15 OPR     O RECONHECIMENTO PASSA A LEVAR TAMBEM A
002600*                       HORA (ACK-HORA-ACK, NO FIM DO REGISTRO),
002600*                       PARA O PLANTAO-PAGINAR MEDIR O TEMPO DE
002600*                       RESPOSTA DO PLANTONISTA.
002700***************************************************************
002800*
002900 ENVIRONMENT DIVISION.
009100     05  ACK-DATA-ACK        PIC 9(08).
009200     05  FILLER              PIC X(01) VALUE SPACE.
009300     05  ACK-NOTA            PIC X(40).
009300     05  FILLER              PIC X(01) VALUE SPACE.
009300     05  ACK-HORA-ACK        PIC 9(08).
009400*
009500***************************************************************
009600*    EVENTO DE AUDITORIA GRAVADO NA FILA TRANSIENT DATA AUDQ
027400     MOVE ALPROGI TO ACK-PROGRAMA.
027500     MOVE WS-OPERATOR-ID TO ACK-OPERADOR.
027600     MOVE RUN-DATA TO ACK-DATA-ACK.
027600     MOVE RUN-HORA TO ACK-HORA-ACK.
027700     MOVE NOTAI TO ACK-NOTA.
027800     EXEC CICS WRITEQ TD QUEUE('ACKQ')
027900         FROM(ACK-RECORD)
