001999*                       MESMO DATASET JRNFILE DO LOTE, PARA QUE O
001999*                       JOURNAL DO MESTRE FIQUE INTEIRO EM UM
001999*                       LUGAR SO.
001999*    2026-10-15 OPR     TRANSICAO PARA BLOQUEADO OU CANCELADO
001999*                       GRAVA O PEDIDO DE AVISO AO CLIENTE NA FILA
001999*                       TRANSIENT DATA NTFQ (EXTRAPARTITION SOBRE
001999*                       O DATASET NOTIFQ DO LOTE, VER
001999*                       COPYBOOKS/NTFREG.CPY), SEM ESPERAR
001999*                       RESPOSTA.
002000***************************************************************
002100*
002200 ENVIRONMENT DIVISION.
008499     05  PEND-MOTIVO         PIC X(04).
008499     05  FILLER              PIC X(01) VALUE SPACE.
008499     05  PEND-ORIGEM         PIC X(01).
008499*
008499*
008499***************************************************************
008499*    AVISO AO CLIENTE BLOQUEADO/CANCELADO - FILA TRANSIENT DATA
008499*    NTFQ (EXTRAPARTITION SOBRE O DATASET NOTIFQ DO LOTE, VER
008499*    COPYBOOKS/NTFREG.CPY)
008499***************************************************************
008499 COPY "NTFREG.cpy".
008499 77  WS-NTF-RESP             PIC S9(08) COMP VALUE ZERO.
008500*
008600 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
008700*
018040         ELSE
018041             PERFORM 2200-GRAVAR-JOURNAL-TD
018042                 THRU 2200-GRAVAR-JOURNAL-TD-EXIT
018042             PERFORM 2300-ENFILEIRAR-AVISO
018042                 THRU 2300-ENFILEIRAR-AVISO-EXIT
018100             EXEC CICS WRITEQ TD QUEUE('STHQ')
018150                 FROM(HISTORY-RECORD)
018160                 LENGTH(LENGTH OF HISTORY-RECORD)
018995     EXIT.
018800*
018900***************************************************************
018900*    2300-ENFILEIRAR-AVISO - CLIENTE QUE PASSOU A BLOQUEADO OU *
018900*    CANCELADO RECEBE AVISO: O PEDIDO VAI PARA A FILA NTFQ E O *
018900*    NOTIFICACAO-ENVIAR DO LOTE FAZ O RESTO. SEM TRATAR A      *
018900*    RESPOSTA - O AVISO NUNCA DESFAZ A TRANSICAO               *
018900***************************************************************
018900 2300-ENFILEIRAR-AVISO.
018900     IF NOT (CUST-BLOQUEADO OR CUST-CANCELADO)
018900         OR HIST-STATUS-ANTIGO = CUST-STATUS
018900         GO TO 2300-ENFILEIRAR-AVISO-EXIT
018900     END-IF.
018900     MOVE SPACES TO NTF-RECORD.
018900     MOVE RUN-DATA TO NTF-DATA.
018900     MOVE RUN-HORA TO NTF-HORA.
018900     MOVE CUST-ID TO NTF-CUST-ID.
018900     IF CUST-BLOQUEADO
018900         SET NTF-EVT-BLOQUEIO TO TRUE
018900     ELSE
018900         SET NTF-EVT-CANCELAMENTO TO TRUE
018900     END-IF.
018900     MOVE "STATONL " TO NTF-ORIGEM.
018900     MOVE ZERO TO NTF-VALOR.
018900     MOVE RUN-DATA TO NTF-DATA-REF.
018900     MOVE MOTIVOI TO NTF-REFERENCIA.
018900     EXEC CICS WRITEQ TD QUEUE('NTFQ')
018900         FROM(NTF-RECORD)
018900         LENGTH(LENGTH OF NTF-RECORD)
018900         RESP(WS-NTF-RESP)
018900     END-EXEC.
018900 2300-ENFILEIRAR-AVISO-EXIT.
018900     EXIT.
018900*
018900***************************************************************
019000*    3000-REENVIAR-TELA - MOSTRA O STATUS ATUAL E A MENSAGEM    *
019100*    DE RESULTADO DA TRANSICAO                                 *
019200***************************************************************
