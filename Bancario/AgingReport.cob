002800*                       UM CUST-ID POR LINHA) QUE O REMESSA-GERAR
002900*                       ACEITA NO LUGAR DO CORTE CHAPADO DO
003000*                       REMCTL (VER ARQUIVO REMSEL LA).
003010*    2026-10-15 OPR     CADA DEVEDOR CLASSIFICADO TAMBEM SAI NO
003020*                       DETALHE AGINGDET (VER AGINGDET.CPY) COM
003030*                       OS DIAS DE ATRASO E A DATA DA VIRADA, PARA
003040*                       A PROVISAO PDD POR CLASSE DE RISCO.
003050*    2026-10-15 OPR     DEVEDOR COM ACORDO DE PARCELAMENTO ATIVO
003060*                       (ARQUIVO ACORDO) FICA FORA DO AGING - E
003070*                       POR TABELA DA PDD E DA BAIXA A PREJUIZO -
003080*                       ENQUANTO O ACORDO ESTIVER EM DIA.
003084*    2026-10-15 OPR     DIAS DE ATRASO CONTADOS NO CALENDARIO DA
003088*                       PRACA DA AGENCIA DO CLIENTE (CAL-AGENCIA):
003092*                       FERIADO ESTADUAL OU MUNICIPAL DA PRACA NAO
003096*                       CONTA COMO DIA UTIL.
003096*    2026-10-15 OPR     CADA LINHA DOS ARQUIVOS DE SELECAO LEVA,
003096*                       DEPOIS DO CUST-ID, A FAIXA (030/060/090/
003096*                       120), QUE O REMESSA-GERAR GRAVA NO TITULO
003096*                       EMITIDO PARA O DESEMPENHO DA COBRANCA POR
003096*                       FAIXA.
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
005800     SELECT SEL120-FILE ASSIGN TO "AGSEL120"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SEL120-FILE-STATUS.
006010     SELECT DETAIL-FILE ASSIGN TO "AGINGDET"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS WS-DETAIL-FILE-STATUS.
006040     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
006050         ORGANIZATION IS INDEXED
006060         ACCESS MODE IS DYNAMIC
006070         RECORD KEY IS ACD-CUST-ID
006080         FILE STATUS IS WS-ACORDO-FILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
007600*
007700 FD  SEL030-FILE
007800     RECORDING MODE IS F.
007900 01  SEL030-RECORD.
007900     05  SEL030-CUST-ID      PIC X(10).
007900     05  SEL030-FAIXA        PIC X(03).
008000*
008100 FD  SEL060-FILE
008200     RECORDING MODE IS F.
008300 01  SEL060-RECORD.
008300     05  SEL060-CUST-ID      PIC X(10).
008300     05  SEL060-FAIXA        PIC X(03).
008400*
008500 FD  SEL090-FILE
008600     RECORDING MODE IS F.
008700 01  SEL090-RECORD.
008700     05  SEL090-CUST-ID      PIC X(10).
008700     05  SEL090-FAIXA        PIC X(03).
008800*
008900 FD  SEL120-FILE
009000     RECORDING MODE IS F.
009100 01  SEL120-RECORD.
009100     05  SEL120-CUST-ID      PIC X(10).
009100     05  SEL120-FAIXA        PIC X(03).
009110*
009120 FD  DETAIL-FILE
009130     RECORDING MODE IS F.
009140 COPY "AGINGDET.cpy".
009150*
009160 FD  ACORDO-FILE.
009170*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
009180 COPY "ACORDREG.cpy".
009200*
009300 WORKING-STORAGE SECTION.
009400*
010200 77  WS-SEL060-FILE-STATUS   PIC X(02) VALUE ZEROS.
010300 77  WS-SEL090-FILE-STATUS   PIC X(02) VALUE ZEROS.
010400 77  WS-SEL120-FILE-STATUS   PIC X(02) VALUE ZEROS.
010410 77  WS-DETAIL-FILE-STATUS   PIC X(02) VALUE ZEROS.
010420     88  DETAIL-FILE-OK      VALUE "00".
010430 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
010440     88  ACORDO-OK           VALUE "00".
010450 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
010460     88  ACORDOS-DISPONIVEIS VALUE "Y".
010470 77  WS-EM-ACORDO-SW         PIC X(01) VALUE "N".
010480     88  CLIENTE-EM-ACORDO   VALUE "Y".
010500*
010600 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
010700     88  FIM-DO-MESTRE       VALUE "Y".
013400 77  WS-QTDE-FAIXA-060       PIC 9(07) COMP VALUE ZERO.
013500 77  WS-QTDE-FAIXA-090       PIC 9(07) COMP VALUE ZERO.
013600 77  WS-QTDE-FAIXA-120       PIC 9(07) COMP VALUE ZERO.
013610 77  WS-QTDE-EM-ACORDO       PIC 9(07) COMP VALUE ZERO.
013710*    COPIAS DISPLAY DOS CONTADORES PARA A LINHA DE TOTAIS
013720 77  WS-DEV-DISP             PIC 9(07) VALUE ZEROS.
013730 77  WS-F030-DISP            PIC 9(07) VALUE ZEROS.
019900     OPEN OUTPUT SEL060-FILE.
020000     OPEN OUTPUT SEL090-FILE.
020100     OPEN OUTPUT SEL120-FILE.
020110     OPEN OUTPUT DETAIL-FILE.
020120     OPEN INPUT ACORDO-FILE.
020130     IF ACORDO-OK
020140         MOVE "Y" TO WS-ACORDO-ABERTO-SW
020150     ELSE
020160         DISPLAY "AVISO: ACORDO INDISPONIVEL (STATUS "
020170             WS-ACORDO-FILE-STATUS ") - AGING SEM EXCLUSAO DE "
020180             "ACORDOS."
020190     END-IF.
020200     MOVE "AGING DE INADIMPLENCIA POR DIAS UTEIS" TO RPT-TITULO.
020300     MOVE ZERO TO RPT-LINHAS-POR-PAG.
020400     SET RPT-ACAO-INICIAR TO TRUE.
024900         THRU 2400-CONSUMIR-JOURNAL-EXIT
025000         UNTIL FIM-DO-JOURNAL OR JRN-CHAVE NOT = CUST-ID.
025100     IF CUST-SALDO NUMERIC AND CUST-SALDO < ZERO
025110         PERFORM 2450-TESTAR-ACORDO
025120             THRU 2450-TESTAR-ACORDO-EXIT
025200         IF NOT CLIENTE-EM-ACORDO
025210             PERFORM 2500-CLASSIFICAR-DEVEDOR
025300                 THRU 2500-CLASSIFICAR-DEVEDOR-EXIT
025310         END-IF
025400     END-IF.
025500     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
025600 2000-PROCESSAR-CLIENTE-EXIT.
029100     PERFORM 1300-LER-JOURNAL THRU 1300-LER-JOURNAL-EXIT.
029200 2400-CONSUMIR-JOURNAL-EXIT.
029300     EXIT.
029310*
029320***************************************************************
029330*    2450-TESTAR-ACORDO - DEVEDOR COM ACORDO ATIVO NAO ENTRA NO *
029340*    AGING                                                      *
029350***************************************************************
029360 2450-TESTAR-ACORDO.
029370     MOVE "N" TO WS-EM-ACORDO-SW.
029380     IF NOT ACORDOS-DISPONIVEIS
029390         GO TO 2450-TESTAR-ACORDO-EXIT
029400     END-IF.
029410     MOVE CUST-ID TO ACD-CUST-ID.
029420     READ ACORDO-FILE
029430         INVALID KEY
029440             CONTINUE
029450     END-READ.
029460     IF ACORDO-OK AND ACD-ATIVO
029470         MOVE "Y" TO WS-EM-ACORDO-SW
029480         ADD 1 TO WS-QTDE-EM-ACORDO
029520     END-IF.
029530 2450-TESTAR-ACORDO-EXIT.
029540     EXIT.
029400*
029500***************************************************************
029600*    2500-CLASSIFICAR-DEVEDOR - DIAS UTEIS DESDE A VIRADA       *
029666*    (CAL-BUSINESS-DAY ACAO "E", NO CALENDARIO DA PRACA DA      *
029732*    AGENCIA DO CLIENTE) DEFINEM A FAIXA; SEM DATA DE           *
029800*    VIRADA NO JOURNAL, VALE A PRIMEIRA DATA VISTA (OU A FAIXA  *
029900*    30 QUANDO NAO HA JOURNAL NENHUM)                           *
030000***************************************************************
030600     MOVE ZERO TO WS-DIAS-ATRASO.
030700     IF WS-DATA-VIROU-NEG > ZERO
030800         SET CAL-ACAO-ENTRE TO TRUE
030850         MOVE CUST-AGENCIA TO CAL-AGENCIA
030900         MOVE WS-DATA-VIROU-NEG TO CAL-DATA-1
031000         MOVE RUN-DATA TO CAL-DATA-2
031100         CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS
031700         WHEN WS-DIAS-ATRASO <= 30
031800             MOVE 030 TO WS-FAIXA
031900             ADD 1 TO WS-QTDE-FAIXA-030
032000             MOVE CUST-ID TO SEL030-CUST-ID
032000             MOVE "030" TO SEL030-FAIXA
032100             WRITE SEL030-RECORD
032200         WHEN WS-DIAS-ATRASO <= 60
032300             MOVE 060 TO WS-FAIXA
032400             ADD 1 TO WS-QTDE-FAIXA-060
032500             MOVE CUST-ID TO SEL060-CUST-ID
032500             MOVE "060" TO SEL060-FAIXA
032600             WRITE SEL060-RECORD
032700         WHEN WS-DIAS-ATRASO <= 90
032800             MOVE 090 TO WS-FAIXA
032900             ADD 1 TO WS-QTDE-FAIXA-090
033000             MOVE CUST-ID TO SEL090-CUST-ID
033000             MOVE "090" TO SEL090-FAIXA
033100             WRITE SEL090-RECORD
033200         WHEN OTHER
033300             MOVE 120 TO WS-FAIXA
033400             ADD 1 TO WS-QTDE-FAIXA-120
033500             MOVE CUST-ID TO SEL120-CUST-ID
033500             MOVE "120" TO SEL120-FAIXA
033600             WRITE SEL120-RECORD
033700     END-EVALUATE.
033710     IF DETAIL-FILE-OK
033720         MOVE SPACES TO AGING-DET-RECORD
033730         MOVE CUST-ID TO AGD-CUST-ID
033740         MOVE WS-FAIXA TO AGD-FAIXA
033750         MOVE WS-DIAS-ATRASO TO AGD-DIAS-ATRASO
033760         MOVE WS-DATA-VIROU-NEG TO AGD-DATA-NEG
033770         MOVE CUST-SALDO TO AGD-SALDO
033780         MOVE CUST-AGENCIA TO AGD-AGENCIA
033790         WRITE AGING-DET-RECORD
033795     END-IF.
033800     MOVE CUST-SALDO TO WS-SALDO-EDITADO.
033900     MOVE WS-DIAS-ATRASO TO WS-DIAS-EDITADO.
034000     MOVE SPACES TO RPT-LINHA-ENTRADA.
037700         CLOSE JOURNAL-FILE
037800     END-IF.
037900     CLOSE SEL030-FILE SEL060-FILE SEL090-FILE SEL120-FILE.
037910     IF DETAIL-FILE-OK
037920         CLOSE DETAIL-FILE
037930     END-IF.
037940     IF ACORDOS-DISPONIVEIS
037950         CLOSE ACORDO-FILE
037960     END-IF.
038000     DISPLAY "====== AGING DE INADIMPLENCIA ======".
038100     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-CLIENTES.
038200     DISPLAY "DEVEDORES ..........: " WS-QTDE-DEVEDORES.
038500     DISPLAY "FAIXA 61-90 ........: " WS-QTDE-FAIXA-090.
038600     DISPLAY "FAIXA 120+ (91+) ...: " WS-QTDE-FAIXA-120.
038700     DISPLAY "JOURNAL SEM MESTRE .: " WS-QTDE-JRN-ORFAOS.
038710     DISPLAY "EM ACORDO (FORA) ...: " WS-QTDE-EM-ACORDO.
038800 9000-FINALIZAR-EXIT.
038900     EXIT.
039000*
