002600*                       CLIENTE INEXISTENTE VAI PARA O REJFILE.
002700*                       RELATORIO DE APLICADAS/FALHAS/MANTIDAS NO
002800*                       FINAL.
002800*    2026-10-15 OPR     TRANSICAO APLICADA PARA BLOQUEADO OU
002800*                       CANCELADO DEIXA O PEDIDO DE AVISO AO
002800*                       CLIENTE NA FILA NOTIFQ (VER
002800*                       COPYBOOKS/NTFREG.CPY).
002800*    2026-10-15 OPR     AGENDAMENTO DO STATUS-REGRAS (ORIGEM "R")
002800*                       TRAZ O CODIGO DA REGRA NO FIM DO PENDTRAN;
002800*                       A TRANSICAO VAI AO STATHIST COM ORIGEM "R"
002800*                       E O CODIGO DA REGRA, E AO JOURNAL COM O
002800*                       OPERADOR "RGR-" + CODIGO, PARA DISTINGUIR
002800*                       A MUDANCA DO SISTEMA DA FEITA POR PESSOA.
002900***************************************************************
003000*
003100 ENVIRONMENT DIVISION.
005300     SELECT REJECT-FILE ASSIGN TO "REJFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REJECT-FILE-STATUS.
005500     SELECT NOTIF-FILE ASSIGN TO "NOTIFQ"
005500         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-NOTIF-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
006900     05  PEND-MOTIVO         PIC X(04).
007000     05  FILLER              PIC X(01).
007100     05  PEND-ORIGEM         PIC X(01).
007100     05  FILLER              PIC X(01).
007100*    CODIGO DA REGRA DO STATUS-REGRAS - CAMPO ACRESCENTADO NO FIM
007100*    DO REGISTRO (AGENDAMENTO DE PESSOA LE COMO BRANCO)
007100     05  PEND-REGRA          PIC X(04).
007200*
007300 FD  PENDING-OUT-FILE
007400     RECORDING MODE IS F.
007500 01  PENDING-OUT-RECORD      PIC X(33).
007600*
007700 FD  CUSTOMER-MASTER.
007800*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009100*    DO REGISTRO (LINHA ANTIGA LE COMO BRANCO); ALIMENTA O
009100*    DOSSIE LGPD E A ANALISE DE PERMANENCIA POR STATUS
009100     05  HIST-CUST-ID        PIC X(10).
009100     05  FILLER              PIC X(01).
009100*    CODIGO DA REGRA QUANDO A MUDANCA VEIO DO STATUS-REGRAS
009100*    (ORIGEM "R"); BRANCO NA MUDANCA FEITA POR PESSOA
009100     05  HIST-REGRA          PIC X(04).
009200*
009300 FD  JOURNAL-FILE
009400     RECORDING MODE IS F.
009800     RECORDING MODE IS F.
009900 COPY "REJREC.cpy".
010000*
010000 FD  NOTIF-FILE
010000     RECORDING MODE IS F.
010000*    PEDIDO DE NOTIFICACAO AO CLIENTE (VER COPYBOOKS/NTFREG.CPY)
010000 COPY "NTFREG.cpy".
010000*
010100 WORKING-STORAGE SECTION.
010200*
010300 77  WS-PEND-IN-FILE-STATUS  PIC X(02) VALUE ZEROS.
011200     88  JOURNAL-FILE-OK     VALUE "00".
011300 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
011400     88  REJECT-FILE-OK      VALUE "00".
011400 77  WS-NOTIF-FILE-STATUS    PIC X(02) VALUE ZEROS.
011400     88  NOTIF-FILE-OK       VALUE "00".
011500*
011600 77  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
011700     88  FIM-DOS-PENDENTES   VALUE "Y".
012000 77  WS-QTDE-APLICADOS       PIC 9(07) COMP VALUE ZERO.
012100 77  WS-QTDE-MANTIDOS        PIC 9(07) COMP VALUE ZERO.
012200 77  WS-QTDE-FALHAS          PIC 9(07) COMP VALUE ZERO.
012200 77  WS-QTDE-POR-REGRA       PIC 9(07) COMP VALUE ZERO.
012300 77  WS-IMAGEM-ANTES         PIC X(80) VALUE SPACES.
012400 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
012500 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
017700     OPEN EXTEND HISTORY-FILE.
017800     OPEN EXTEND JOURNAL-FILE.
017900     OPEN EXTEND REJECT-FILE.
017900     OPEN EXTEND NOTIF-FILE.
017900     IF NOT NOTIF-FILE-OK
017900         OPEN OUTPUT NOTIF-FILE
017900     END-IF.
018000     PERFORM 1100-LER-PENDENTE THRU 1100-LER-PENDENTE-EXIT.
018100 1000-INICIALIZAR-EXIT.
018200     EXIT.
025200     MOVE CUST-STATUS TO HIST-STATUS-NOVO.
025300     MOVE PEND-MOTIVO TO HIST-MOTIVO.
025400     MOVE "E" TO HIST-ORIGEM.
025400     MOVE PEND-ID TO HIST-CUST-ID.
025400     IF PEND-REGRA NOT = SPACES
025400         MOVE "R" TO HIST-ORIGEM
025400         MOVE PEND-REGRA TO HIST-REGRA
025400     END-IF.
025500     REWRITE CUSTOMER-MASTER-RECORD.
025600     IF NOT MASTER-OK
025700         MOVE "ERRO AO REGRAVAR O MESTRE" TO WS-MOTIVO-REJEITO
026000         GO TO 2100-APLICAR-TRANSICAO-EXIT
026100     END-IF.
026200     ADD 1 TO WS-QTDE-APLICADOS.
026200     IF PEND-REGRA NOT = SPACES
026200         ADD 1 TO WS-QTDE-POR-REGRA
026200     END-IF.
026300     IF HISTORY-FILE-OK
026400         WRITE HISTORY-RECORD
026500     END-IF.
026900         MOVE RUN-DATA TO JRN-DATA
027000         MOVE RUN-HORA TO JRN-HORA
027100         MOVE WS-OPERATOR-ID TO JRN-OPERADOR
027100         IF PEND-REGRA NOT = SPACES
027100             MOVE SPACES TO JRN-OPERADOR
027100             STRING "RGR-" PEND-REGRA
027100                 DELIMITED BY SIZE INTO JRN-OPERADOR
027100             END-STRING
027100         END-IF
027200         MOVE "R" TO JRN-TIPO
027300         MOVE CUST-ID TO JRN-CHAVE
027400         MOVE WS-IMAGEM-ANTES TO JRN-ANTES
027500         MOVE CUSTOMER-MASTER-RECORD TO JRN-DEPOIS
027600         WRITE JRN-RECORD
027700     END-IF.
027700*    BLOQUEIO E CANCELAMENTO SAO AVISADOS AO CLIENTE
027700     IF NOTIF-FILE-OK
027700         AND (CUST-BLOQUEADO OR CUST-CANCELADO)
027700         AND HIST-STATUS-ANTIGO NOT = CUST-STATUS
027700         MOVE SPACES TO NTF-RECORD
027700         MOVE RUN-DATA TO NTF-DATA
027700         MOVE RUN-HORA TO NTF-HORA
027700         MOVE CUST-ID TO NTF-CUST-ID
027700         IF CUST-BLOQUEADO
027700             SET NTF-EVT-BLOQUEIO TO TRUE
027700         ELSE
027700             SET NTF-EVT-CANCELAMENTO TO TRUE
027700         END-IF
027700         MOVE "STEFAPLY" TO NTF-ORIGEM
027700         MOVE ZERO TO NTF-VALOR
027700         MOVE RUN-DATA TO NTF-DATA-REF
027700         MOVE PEND-MOTIVO TO NTF-REFERENCIA
027700         WRITE NTF-RECORD
027700     END-IF.
027800     DISPLAY "TRANSICAO APLICADA - CLIENTE " PEND-ID
027900         " NOVO STATUS " PEND-STATUS-NOVO.
028000 2100-APLICAR-TRANSICAO-EXIT.
032200     IF REJECT-FILE-OK
032300         CLOSE REJECT-FILE
032400     END-IF.
032400     IF NOTIF-FILE-OK
032400         CLOSE NOTIF-FILE
032400     END-IF.
032500     DISPLAY "====== APLICADOR DE TRANSICOES AGENDADAS ======".
032600     DISPLAY "AGENDAMENTOS LIDOS .....: " WS-QTDE-LIDOS.
032700     DISPLAY "APLICADOS ..............: " WS-QTDE-APLICADOS.
032700     DISPLAY "  DOS QUAIS POR REGRA ..: " WS-QTDE-POR-REGRA.
032800     DISPLAY "MANTIDOS (NAO VENCIDOS) : " WS-QTDE-MANTIDOS.
032900     DISPLAY "FALHAS .................: " WS-QTDE-FALHAS.
033000 9000-FINALIZAR-EXIT.
