002300*                       PADRAO 10), UM EVENTO CRITICO E GRAVADO
002400*                       NO ALERTLOG VIA ALERT-WRITER PARA O
002500*                       CONSOLE DE OPERACOES.
002500*    2026-10-15 OPR     TITULOS POR BANCO COBRADOR: O BANCO
002500*                       ABRE A CHAVE DO TITREG, ENTAO A LEITURA
002500*                       JA VEM AGRUPADA - CADA LINHA DIZ O BANCO
002500*                       E, NA QUEBRA, SAI O SUBTOTAL DO BANCO
002500*                       (ABERTOS, VENCIDOS E VALOR, LIQUIDADOS)
002500*                       NO TITRECPT E NO CONSOLE.
002500*    2026-10-15 OPR     AVISO DE VENCIMENTO AO CLIENTE: TITULO
002500*                       ABERTO QUE VENCE DAQUI A EXATAMENTE
002500*                       TITAVISO DIAS UTEIS (PADRAO 3) DEIXA UM
002500*                       PEDIDO "VENC" NA FILA NOTIFQ (VER
002500*                       COPYBOOKS/NTFREG.CPY). SO RODA EM DIA
002500*                       UTIL, PARA O MESMO TITULO NAO SER AVISADO
002500*                       DE NOVO NO FIM DE SEMANA.
002500*    2026-10-15 OPR     DIAS UTEIS NA PRACA DO CLIENTE: PARA CADA
002500*                       TITULO ABERTO A AGENCIA DO CLIENTE, LIDA
002500*                       NO CUSTMAST, VAI AO CAL-BUSINESS-DAY (CAL-
002500*                       AGENCIA), E OS DIAS DESDE O ENVIO E ATE O
002500*                       VENCIMENTO DESCONTAM O FERIADO ESTADUAL OU
002500*                       MUNICIPAL DA PRACA. O TESTE DE DIA UTIL DA
002500*                       RODADA CONTINUA NACIONAL.
002600***************************************************************
002700*
002800 ENVIRONMENT DIVISION.
003800     SELECT PRINT-FILE ASSIGN TO "TITRECPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PRINT-FILE-STATUS.
004000     SELECT NOTIF-FILE ASSIGN TO "NOTIFQ"
004000         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NOTIF-FILE-STATUS.
004000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004000         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CUST-ID
004000         ALTERNATE RECORD KEY IS CUST-NOME
004000             WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004000         FILE STATUS IS WS-MASTER-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005100     RECORDING MODE IS F.
005200 01  PRINT-LINE              PIC X(132).
005300*
005300 FD  NOTIF-FILE
005300     RECORDING MODE IS F.
005300*    PEDIDO DE NOTIFICACAO AO CLIENTE (VER COPYBOOKS/NTFREG.CPY)
005300 COPY "NTFREG.cpy".
005300*
005300 FD  CUSTOMER-MASTER.
005300*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY) -
005300*    SO PARA A AGENCIA DO CLIENTE, QUE DA A PRACA DO CALENDARIO
005300 COPY "CUSTREC.cpy".
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
005700     88  TITULO-OK           VALUE "00".
005800 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
005900     88  PRINT-FILE-OK       VALUE "00".
005900 77  WS-NOTIF-FILE-STATUS    PIC X(02) VALUE ZEROS.
005900     88  NOTIF-FILE-OK       VALUE "00".
005900 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
005900     88  MASTER-OK           VALUE "00".
005900 77  WS-CUSTMAST-SW          PIC X(01) VALUE "N".
005900     88  CUSTMAST-DISPONIVEL VALUE "Y".
005900*
005900*    AVISO DE VENCIMENTO: O TITULO ABERTO QUE VENCE DAQUI A
005900*    EXATAMENTE TITAVISO DIAS UTEIS GERA UM PEDIDO - SO EM DIA
005900*    UTIL, PARA O MESMO TITULO NAO SER AVISADO DUAS VEZES
005900 77  WS-DIAS-AVISO           PIC 9(03) VALUE ZERO.
005900 77  WS-AVISO-SW             PIC X(01) VALUE "N".
005900     88  AVISO-ATIVO         VALUE "Y".
005900 77  WS-QTDE-AVISOS          PIC 9(07) COMP VALUE ZERO.
006000*
006100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
006200     88  FIM-DO-ARQUIVO      VALUE "Y".
007400 77  WS-QTDE-BAIXADOS        PIC 9(07) COMP VALUE ZERO.
007500 77  WS-QTDE-VENCIDOS        PIC 9(07) COMP VALUE ZERO.
007600 77  WS-VENCIDOS-DISP        PIC 9(05) VALUE ZEROS.
007600*
007600***************************************************************
007600*    SUBTOTAL POR BANCO COBRADOR - O TITREG E LIDO NA ORDEM DA
007600*    CHAVE, QUE COMECA PELO BANCO (VER COPYBOOKS/TITREG.CPY)
007600***************************************************************
007600 77  WS-BANCO-ATUAL          PIC 9(03) VALUE ZERO.
007600 77  WS-BCO-ABERTOS          PIC 9(05) VALUE ZEROS.
007600 77  WS-BCO-LIQUIDADOS       PIC 9(05) VALUE ZEROS.
007600 77  WS-BCO-VENCIDOS         PIC 9(05) VALUE ZEROS.
007600 77  WS-BCO-VALOR-VENCIDO    PIC 9(11)V99 VALUE ZERO.
007700*
007800***************************************************************
007900*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
012000     IF WS-LIMIAR-ALERTA = ZERO
012100         MOVE 10 TO WS-LIMIAR-ALERTA
012200     END-IF.
012200     ACCEPT WS-DIAS-AVISO FROM ENVIRONMENT "TITAVISO".
012200     IF WS-DIAS-AVISO = ZERO
012200         MOVE 3 TO WS-DIAS-AVISO
012200     END-IF.
012300     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
012400     PERFORM 2000-TRATAR-TITULO THRU 2000-TRATAR-TITULO-EXIT
012500         UNTIL FIM-DO-ARQUIVO.
014800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
014900     PERFORM 8000-GRAVAR-LINHAS-RPT
015000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
015000     SET CAL-ACAO-EH-UTIL TO TRUE.
015000     MOVE RUN-DATA TO CAL-DATA-1.
015000     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
015000     IF CAL-RC = ZERO AND CAL-EH-UTIL NOT = "N"
015000         OPEN EXTEND NOTIF-FILE
015000         IF NOT NOTIF-FILE-OK
015000             OPEN OUTPUT NOTIF-FILE
015000         END-IF
015000         IF NOTIF-FILE-OK
015000             MOVE "Y" TO WS-AVISO-SW
015000         ELSE
015000             DISPLAY "AVISO: NOTIFQ INDISPONIVEL (STATUS "
015000                 WS-NOTIF-FILE-STATUS
015000                 ") - SEM AVISO DE VENCIMENTO."
015000         END-IF
015000     END-IF.
015000*    DIAS UTEIS DO TITULO CONTAM NA PRACA DA AGENCIA DO CLIENTE;
015000*    SEM O MESTRE, SO O CALENDARIO NACIONAL
015000     OPEN INPUT CUSTOMER-MASTER.
015000     IF MASTER-OK
015000         MOVE "Y" TO WS-CUSTMAST-SW
015000     ELSE
015000         DISPLAY "AVISO: CUSTMAST INDISPONIVEL (STATUS "
015000             WS-MASTER-FILE-STATUS
015000             ") - DIAS UTEIS SO PELO CALENDARIO NACIONAL."
015000     END-IF.
015100     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
015200 1000-INICIALIZAR-EXIT.
015300     EXIT.
016900***************************************************************
017000 2000-TRATAR-TITULO.
017100     ADD 1 TO WS-QTDE-LIDOS.
017100     IF WS-QTDE-LIDOS > 1 AND TIT-BANCO NOT = WS-BANCO-ATUAL
017100         PERFORM 2500-QUEBRA-BANCO THRU 2500-QUEBRA-BANCO-EXIT
017100     END-IF.
017100     MOVE TIT-BANCO TO WS-BANCO-ATUAL.
017200     EVALUATE TRUE
017300         WHEN TIT-LIQUIDADO
017400             ADD 1 TO WS-QTDE-LIQUIDADOS
017400             ADD 1 TO WS-BCO-LIQUIDADOS
017500         WHEN TIT-BAIXADO
017600             ADD 1 TO WS-QTDE-BAIXADOS
017700         WHEN TIT-ABERTO
017800             ADD 1 TO WS-QTDE-ABERTOS
017800             ADD 1 TO WS-BCO-ABERTOS
017800             PERFORM 2050-AGENCIA-DO-CLIENTE
017800                 THRU 2050-AGENCIA-DO-CLIENTE-EXIT
017900             PERFORM 2100-AVALIAR-ABERTO
018000                 THRU 2100-AVALIAR-ABERTO-EXIT
018000             PERFORM 2200-AVISAR-VENCIMENTO
018000                 THRU 2200-AVISAR-VENCIMENTO-EXIT
018100         WHEN OTHER
018200             CONTINUE
018300     END-EVALUATE.
018400     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
018500 2000-TRATAR-TITULO-EXIT.
018504     EXIT.
018508*
018512***************************************************************
018516*    2050-AGENCIA-DO-CLIENTE - A AGENCIA DO MESTRE DA A PRACA   *
018520*    DO CALENDARIO; CLIENTE FORA DO MESTRE FICA NO NACIONAL     *
018524***************************************************************
018528 2050-AGENCIA-DO-CLIENTE.
018532     MOVE SPACES TO CAL-AGENCIA.
018536     IF NOT CUSTMAST-DISPONIVEL
018540         GO TO 2050-AGENCIA-DO-CLIENTE-EXIT
018544     END-IF.
018548     MOVE TIT-CUST-ID TO CUST-ID.
018552     READ CUSTOMER-MASTER
018556         INVALID KEY
018560             GO TO 2050-AGENCIA-DO-CLIENTE-EXIT
018564     END-READ.
018568     IF MASTER-OK
018572         MOVE CUST-AGENCIA TO CAL-AGENCIA
018576     END-IF.
018580 2050-AGENCIA-DO-CLIENTE-EXIT.
018600     EXIT.
018700*
018800***************************************************************
020100         GO TO 2100-AVALIAR-ABERTO-EXIT
020200     END-IF.
020300     ADD 1 TO WS-QTDE-VENCIDOS.
020300     ADD 1 TO WS-BCO-VENCIDOS.
020400     COMPUTE WS-VALOR-REAIS = TIT-VALOR-CENTAVOS / 100.
020400     ADD WS-VALOR-REAIS TO WS-BCO-VALOR-VENCIDO.
020500     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
020600     MOVE WS-DIAS-ABERTO TO WS-DIAS-EDITADO.
020700     MOVE SPACES TO RPT-LINHA-ENTRADA.
020700     STRING "BANCO " TIT-BANCO " REMSEQ " TIT-REMSEQ " "
020700         TIT-CUST-ID
020900         " R$ " WS-VALOR-EDITADO
021000         " ENVIADO " TIT-DATA-ENVIO
021100         " ABERTO HA " WS-DIAS-EDITADO " DIAS UTEIS"
021600     PERFORM 8000-GRAVAR-LINHAS-RPT
021700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
021800 2100-AVALIAR-ABERTO-EXIT.
021800     EXIT.
021800*
021800***************************************************************
021800*    2200-AVISAR-VENCIMENTO - TITULO ABERTO A TITAVISO DIAS    *
021800*    UTEIS DO VENCIMENTO: PEDIDO "VENC" NA FILA NOTIFQ         *
021800***************************************************************
021800 2200-AVISAR-VENCIMENTO.
021800     IF NOT AVISO-ATIVO
021800         OR TIT-DATA-VENC NOT NUMERIC
021800         OR TIT-DATA-VENC NOT > RUN-DATA
021800         GO TO 2200-AVISAR-VENCIMENTO-EXIT
021800     END-IF.
021800     SET CAL-ACAO-ENTRE TO TRUE.
021800     MOVE RUN-DATA TO CAL-DATA-1.
021800     MOVE TIT-DATA-VENC TO CAL-DATA-2.
021800     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
021800     IF CAL-RC NOT = ZERO OR CAL-DIAS-UTEIS NOT = WS-DIAS-AVISO
021800         GO TO 2200-AVISAR-VENCIMENTO-EXIT
021800     END-IF.
021800     MOVE SPACES TO NTF-RECORD.
021800     MOVE RUN-DATA TO NTF-DATA.
021800     MOVE RUN-HORA TO NTF-HORA.
021800     MOVE TIT-CUST-ID TO NTF-CUST-ID.
021800     SET NTF-EVT-VENCIMENTO TO TRUE.
021800     MOVE "TITRECON" TO NTF-ORIGEM.
021800     COMPUTE NTF-VALOR = TIT-VALOR-CENTAVOS / 100.
021800     MOVE TIT-DATA-VENC TO NTF-DATA-REF.
021800     STRING "NOSSO NUMERO " TIT-NOSSO-NUMERO
021800         DELIMITED BY SIZE INTO NTF-REFERENCIA
021800     END-STRING.
021800     WRITE NTF-RECORD.
021800     IF NOTIF-FILE-OK
021800         ADD 1 TO WS-QTDE-AVISOS
021800     END-IF.
021800 2200-AVISAR-VENCIMENTO-EXIT.
021900     EXIT.
022000*
022100***************************************************************
022100*    2500-QUEBRA-BANCO - LINHA DE SUBTOTAL DO BANCO QUE ACABOU  *
022100*    (ABERTOS, VENCIDOS E SEU VALOR, LIQUIDADOS)                *
022100***************************************************************
022100 2500-QUEBRA-BANCO.
022100     MOVE WS-BCO-VALOR-VENCIDO TO WS-VALOR-EDITADO.
022100     MOVE SPACES TO RPT-LINHA-ENTRADA.
022100     STRING "SUBTOTAL BANCO " WS-BANCO-ATUAL
022100         ": ABERTOS=" WS-BCO-ABERTOS
022100         " VENCIDOS=" WS-BCO-VENCIDOS
022100         " R$ " WS-VALOR-EDITADO
022100         " LIQUIDADOS=" WS-BCO-LIQUIDADOS
022100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
022100     END-STRING.
022100     SET RPT-ACAO-TOTAL TO TRUE.
022100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
022100     PERFORM 8000-GRAVAR-LINHAS-RPT
022100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
022100     DISPLAY "BANCO " WS-BANCO-ATUAL " ABERTOS " WS-BCO-ABERTOS
022100         " VENCIDOS " WS-BCO-VENCIDOS " LIQUIDADOS "
022100         WS-BCO-LIQUIDADOS.
022100     MOVE ZEROS TO WS-BCO-ABERTOS.
022100     MOVE ZEROS TO WS-BCO-LIQUIDADOS.
022100     MOVE ZEROS TO WS-BCO-VENCIDOS.
022100     MOVE ZERO TO WS-BCO-VALOR-VENCIDO.
022100 2500-QUEBRA-BANCO-EXIT.
022100     EXIT.
022100*
022100***************************************************************
022200*    9000-FINALIZAR                                            *
022300***************************************************************
022400 9000-FINALIZAR.
022400     IF WS-QTDE-LIDOS > ZERO
022400         PERFORM 2500-QUEBRA-BANCO THRU 2500-QUEBRA-BANCO-EXIT
022400     END-IF.
022500     IF PRINT-FILE-OK
022600         MOVE WS-QTDE-VENCIDOS TO WS-VENCIDOS-DISP
022700         MOVE SPACES TO RPT-LINHA-ENTRADA
023700     IF TITULO-OK OR WS-TITULO-FILE-STATUS = "10"
023800         CLOSE TITULO-FILE
023900     END-IF.
023900     IF AVISO-ATIVO
023900         CLOSE NOTIF-FILE
023900     END-IF.
023900     IF CUSTMAST-DISPONIVEL
023900         CLOSE CUSTOMER-MASTER
023900     END-IF.
024000     DISPLAY "====== CONCILIACAO DE TITULOS ======".
024100     DISPLAY "TITULOS LIDOS ......: " WS-QTDE-LIDOS.
024200     DISPLAY "ABERTOS ............: " WS-QTDE-ABERTOS.
024300     DISPLAY "LIQUIDADOS .........: " WS-QTDE-LIQUIDADOS.
024400     DISPLAY "BAIXADOS ...........: " WS-QTDE-BAIXADOS.
024500     DISPLAY "ABERTOS VENCIDOS ...: " WS-QTDE-VENCIDOS.
024500     DISPLAY "AVISOS DE VENCIMENTO: " WS-QTDE-AVISOS.
024600*    LIMIAR CRUZADO: O PLANTAO VE NO TOPO DO CONSOLE ANTES DE O
024700*    PARCEIRO LIGAR
024800     IF WS-QTDE-VENCIDOS >= WS-LIMIAR-ALERTA
