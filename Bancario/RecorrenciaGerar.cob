002700*                       CAMINHO NORMAL DE POSTAGEM - JOURNAL,
002800*                       TOTAIS DE CONTROLE E TRIAL BALANCE
002900*                       ENXERGAM A COBRANCA COMO QUALQUER OUTRA.
002900*    2026-10-15 OPR     LAYOUT DO RECORFILE PASSA AO COPYBOOK
002900*                       RECREG.CPY, COMPARTILHADO COM A TELA DE
002900*                       MANUTENCAO CREC (RECORRENCIA-ONLINE).
002900*                       INSTRUCAO SUSPENSA OU PENDENTE DE SEGUNDO
002900*                       OPERADOR (RCR-SITUACAO) NAO GERA COBRANCA
002900*                       E E CONTADA A PARTE; ALTERACAO DE VALOR
002900*                       PENDENTE NAO MUDA O VALOR COBRADO ATE SER
002900*                       APROVADA.
002900*    2026-10-15 OPR     VENCIMENTO NA PRACA DO CLIENTE: A AGENCIA
002900*                       DO CLIENTE, LIDA NO CUSTMAST, VAI AO CAL-
002900*                       BUSINESS-DAY (CAL-AGENCIA) E O ROLO PULA
002900*                       TAMBEM O FERIADO ESTADUAL OU MUNICIPAL DA
002900*                       PRACA. SEM O CUSTMAST, SO O CALENDARIO
002900*                       NACIONAL, COM AVISO.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
004100     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RLOG-FILE-STATUS.
004311     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004322         ORGANIZATION IS INDEXED
004333         ACCESS MODE IS RANDOM
004344         RECORD KEY IS CUST-ID
004355         ALTERNATE RECORD KEY IS CUST-NOME
004366             WITH DUPLICATES
004377         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004388         FILE STATUS IS WS-MASTER-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800 FD  RECUR-FILE
004900     RECORDING MODE IS F.
004900*    INSTRUCOES PERMANENTES (VER COPYBOOKS/RECREG.CPY)
004900 COPY "RECREG.cpy".
006800*
006900 FD  TRANS-OUT-FILE
007000     RECORDING MODE IS F.
008600     RECORDING MODE IS F.
008700 COPY "RUNLOG.cpy".
008800*
008816 FD  CUSTOMER-MASTER.
008832*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY) -
008848*    SO PARA A AGENCIA DO CLIENTE, QUE DA A PRACA DO CALENDARIO
008864 COPY "CUSTREC.cpy".
008880*
008900 WORKING-STORAGE SECTION.
009000*
009100 77  WS-RECUR-FILE-STATUS    PIC X(02) VALUE ZEROS.
009400     88  TRANS-FILE-OK       VALUE "00".
009500 77  WS-RLOG-FILE-STATUS     PIC X(02) VALUE ZEROS.
009600     88  RLOG-FILE-OK        VALUE "00".
009620 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
009640     88  MASTER-OK           VALUE "00".
009660 77  WS-CUSTMAST-SW          PIC X(01) VALUE "N".
009680     88  CUSTMAST-DISPONIVEL VALUE "Y".
009700*
009800 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009900     88  FIM-DO-ARQUIVO      VALUE "Y".
010300 77  WS-QTDE-FORA-VIGENCIA   PIC 9(07) COMP VALUE ZERO.
010400 77  WS-QTDE-INVALIDAS       PIC 9(07) COMP VALUE ZERO.
010500 77  WS-QTDE-NAO-DEVIDAS     PIC 9(07) COMP VALUE ZERO.
010500 77  WS-QTDE-SUSPENSAS       PIC 9(07) COMP VALUE ZERO.
010600 77  WS-HORA-FIM-RLOG        PIC 9(08) VALUE ZERO.
010700*
010800***************************************************************
019000         MOVE "Y" TO WS-EOF-SWITCH
019100         GO TO 1000-INICIALIZAR-EXIT
019200     END-IF.
019210*    SEM O MESTRE, O VENCIMENTO ROLA SO PELO CALENDARIO NACIONAL
019220     OPEN INPUT CUSTOMER-MASTER.
019230     IF MASTER-OK
019240         MOVE "Y" TO WS-CUSTMAST-SW
019250     ELSE
019260         DISPLAY "AVISO: CUSTMAST INDISPONIVEL (STATUS "
019270             WS-MASTER-FILE-STATUS
019280             ") - VENCIMENTO SO PELO CALENDARIO NACIONAL."
019290     END-IF.
019300     MOVE RUN-DATA TO WSH-DATA.
019400     MOVE WS-HEADER-SAIDA TO TRANS-OUT-RECORD.
019500     WRITE TRANS-OUT-RECORD.
021000*
021100***************************************************************
021200*    2000-TRATAR-INSTRUCAO - MONTA O VENCIMENTO DO MES          *
021300*    CORRENTE, ROLA PARA O PROXIMO DIA UTIL DA PRACA DO         *
021400*    CLIENTE E EMITE A TRANSACAO QUANDO O DIA ROLADO E HOJE     *
021500***************************************************************
021600 2000-TRATAR-INSTRUCAO.
021700     ADD 1 TO WS-QTDE-LIDAS.
022500         DISPLAY "INSTRUCAO INVALIDA IGNORADA: " RECUR-RECORD
022600         GO TO 2000-TRATAR-INSTRUCAO-LER
022700     END-IF.
022700*    SUSPENSA PELO OPERADOR OU INCLUIDA ACIMA DO APPRLIM E AINDA
022700*    SEM O SEGUNDO OPERADOR NAO GERA COBRANCA
022700     IF NOT RCR-ATIVA
022700         ADD 1 TO WS-QTDE-SUSPENSAS
022700         GO TO 2000-TRATAR-INSTRUCAO-LER
022700     END-IF.
022800     MOVE RUN-ANO TO WS-CAND-ANO.
022900     MOVE RUN-MES TO WS-CAND-MES.
023000     MOVE RCR-DIA-MES TO WS-CAND-DIA.
023700         ADD 1 TO WS-QTDE-FORA-VIGENCIA
023800         GO TO 2000-TRATAR-INSTRUCAO-LER
023900     END-IF.
023933     PERFORM 2050-AGENCIA-DO-CLIENTE
023966         THRU 2050-AGENCIA-DO-CLIENTE-EXIT.
024000     SET CAL-ACAO-PROXIMO TO TRUE.
024100     MOVE WS-DATA-CANDIDATA TO CAL-DATA-1.
024200     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
025600 2000-TRATAR-INSTRUCAO-LER.
025700     PERFORM 1100-LER-INSTRUCAO THRU 1100-LER-INSTRUCAO-EXIT.
025800 2000-TRATAR-INSTRUCAO-EXIT.
025804     EXIT.
025808*
025812***************************************************************
025816*    2050-AGENCIA-DO-CLIENTE - A AGENCIA DO MESTRE DA A PRACA   *
025820*    DO CALENDARIO; CLIENTE FORA DO MESTRE FICA NO NACIONAL     *
025824***************************************************************
025828 2050-AGENCIA-DO-CLIENTE.
025832     MOVE SPACES TO CAL-AGENCIA.
025836     IF NOT CUSTMAST-DISPONIVEL
025840         GO TO 2050-AGENCIA-DO-CLIENTE-EXIT
025844     END-IF.
025848     MOVE RCR-CUST-ID TO CUST-ID.
025852     READ CUSTOMER-MASTER
025856         INVALID KEY
025860             GO TO 2050-AGENCIA-DO-CLIENTE-EXIT
025864     END-READ.
025868     IF MASTER-OK
025872         MOVE CUST-AGENCIA TO CAL-AGENCIA
025876     END-IF.
025880 2050-AGENCIA-DO-CLIENTE-EXIT.
025900     EXIT.
026000*
026100***************************************************************
029200     IF RECUR-FILE-OK
029300         CLOSE RECUR-FILE
029400     END-IF.
029425     IF CUSTMAST-DISPONIVEL
029450         CLOSE CUSTOMER-MASTER
029475     END-IF.
029500     DISPLAY "====== GERADOR DE DEBITOS RECORRENTES ======".
029600     DISPLAY "INSTRUCOES LIDAS ...: " WS-QTDE-LIDAS.
029700     DISPLAY "TRANSACOES EMITIDAS : " WS-QTDE-EMITIDAS.
029800     DISPLAY "FORA DA VIGENCIA ...: " WS-QTDE-FORA-VIGENCIA.
029900     DISPLAY "NAO DEVIDAS HOJE ...: " WS-QTDE-NAO-DEVIDAS.
029900     DISPLAY "SUSPENSAS/PENDENTES : " WS-QTDE-SUSPENSAS.
030000     DISPLAY "INVALIDAS ..........: " WS-QTDE-INVALIDAS.
030100     PERFORM 9500-GRAVAR-RUNLOG THRU 9500-GRAVAR-RUNLOG-EXIT.
030200 9000-FINALIZAR-EXIT.
