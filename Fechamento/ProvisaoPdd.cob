000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROVISAO-PDD.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)
001200*                       POR CLASSE DE RISCO. A PDD ERA CALCULADA
001300*                       EM PLANILHA NO FIM DO MES E DIGITADA NO
001400*                       RAZAO.
001500*                       ESTE PASSO LE O DETALHE AGINGDET DO AGING-
001600*                       REPORT (UM REGISTRO POR DEVEDOR, COM OS
001700*                       DIAS UTEIS DE ATRASO), ATRIBUI A CLASSE DE
001800*                       RISCO AA A H PELA TABELA PDDPARM (CLASSE,
001900*                       DIAS MAXIMOS, PERCENTUAL - A PRIMEIRA
002000*                       LINHA CUJO LIMITE COBRE O ATRASO VALE) E
002100*                       APLICA O PERCENTUAL AO SALDO DEVEDOR. O
002200*                       CADASTRO PDDREG GUARDA O VALOR JA
002300*                       CONTABILIZADO POR DEVEDOR; A DIFERENCA
002400*                       SAI NO MOVCTB COMO CONSTITUICAO ("D") OU
002500*                       REVERSAO ("C") DO PROGRAMA "PROVPDD " E O
002600*                       GL-EXTRACT A CONTABILIZA PELO GLMAP. QUEM
002700*                       DEIXOU DE SER DEVEDOR TEM A PROVISAO
002800*                       INTEIRA REVERTIDA. O RELATORIO PDDPRT
002900*                       TRAZ A VARIACAO CONTRA A PROVISAO DO MES
003000*                       ANTERIOR E OS TOTAIS POR CLASSE. PERIODO
003100*                       JA FECHADO NO PERCTL E RECUSADO (RC 16).
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-FILE ASSIGN TO "PDDPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-FILE-STATUS.
004000     SELECT AGING-DET-FILE ASSIGN TO "AGINGDET"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AGING-FILE-STATUS.
004300     SELECT PDD-FILE ASSIGN TO "PDDREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PDD-CUST-ID
004700         FILE STATUS IS WS-PDD-FILE-STATUS.
004800     SELECT MOVCTB-FILE ASSIGN TO "MOVCTB"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-MOVCTB-FILE-STATUS.
005100     SELECT PERIOD-CTL-FILE ASSIGN TO "PERCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PERIOD-FILE-STATUS.
005400     SELECT PRINT-FILE ASSIGN TO "PDDPRT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PRINT-FILE-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000*
006100 FD  PARM-FILE
006200     RECORDING MODE IS F.
006300*    UMA LINHA POR CLASSE, EM ORDEM CRESCENTE DE DIAS MAXIMOS
006400*    (EX.: "AA 00000 000.00" ... "H  99999 100.00")
006500 01  PARM-RECORD.
006600     05  PRM-CLASSE          PIC X(02).
006700     05  FILLER              PIC X(01).
006800     05  PRM-DIAS-MAX        PIC 9(05).
006900     05  FILLER              PIC X(01).
007000     05  PRM-PERCENTUAL      PIC 9(03)V99.
007100*
007200 FD  AGING-DET-FILE
007300     RECORDING MODE IS F.
007400 COPY "AGINGDET.cpy".
007500*
007600 FD  PDD-FILE.
007700 COPY "PDDREG.cpy".
007800*
007900 FD  MOVCTB-FILE
008000     RECORDING MODE IS F.
008100 COPY "MOVCTB.cpy".
008200*
008300 FD  PERIOD-CTL-FILE
008400     RECORDING MODE IS F.
008500 01  PERIOD-CTL-RECORD.
008600     05  PER-PERIODO         PIC 9(06).
008700     05  FILLER              PIC X(01).
008800     05  PER-SITUACAO        PIC X(01).
008900     05  FILLER              PIC X(01).
009000     05  PER-DATA            PIC 9(08).
009100     05  FILLER              PIC X(01).
009200     05  PER-HORA            PIC 9(08).
009300*
009400 FD  PRINT-FILE
009500     RECORDING MODE IS F.
009600 01  PRINT-LINE              PIC X(132).
009700*
009800 WORKING-STORAGE SECTION.
009900*
010000 77  WS-PARM-FILE-STATUS     PIC X(02) VALUE ZEROS.
010100     88  PARM-FILE-OK        VALUE "00".
010200 77  WS-AGING-FILE-STATUS    PIC X(02) VALUE ZEROS.
010300     88  AGING-FILE-OK       VALUE "00".
010400 77  WS-PDD-FILE-STATUS      PIC X(02) VALUE ZEROS.
010500     88  PDD-OK              VALUE "00".
010600     88  PDD-NAO-ACHADO      VALUE "23", "35".
010700 77  WS-MOVCTB-FILE-STATUS   PIC X(02) VALUE ZEROS.
010800     88  MOVCTB-FILE-OK      VALUE "00".
010900 77  WS-PERIOD-FILE-STATUS   PIC X(02) VALUE ZEROS.
011000     88  PERIOD-FILE-OK      VALUE "00".
011100 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
011200     88  PRINT-FILE-OK       VALUE "00".
011300*
011400 77  WS-PARM-EOF-SWITCH      PIC X(01) VALUE "N".
011500     88  FIM-DO-PARM         VALUE "Y".
011600 77  WS-AGING-EOF-SWITCH     PIC X(01) VALUE "N".
011700     88  FIM-DO-AGING        VALUE "Y".
011800 77  WS-PDD-EOF-SWITCH       PIC X(01) VALUE "N".
011900     88  FIM-DO-PDDREG       VALUE "Y".
012000 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
012100     88  FIM-DO-PERCTL       VALUE "Y".
012200 77  WS-FECHADO-SW           PIC X(01) VALUE "N".
012300     88  PERIODO-FECHADO     VALUE "Y".
012400 77  WS-PDD-ABERTO-SW        PIC X(01) VALUE "N".
012500     88  PDDREG-DISPONIVEL   VALUE "Y".
012600*
012700 77  WS-PERIODO              PIC 9(06) VALUE ZERO.
012800*
012900***************************************************************
013000*    TABELA DE CLASSES DE RISCO (ARQUIVO PDDPARM)
013100***************************************************************
013200 77  WS-QTDE-CLASSES         PIC 9(02) COMP VALUE ZERO.
013300 01  TABELA-CLASSES.
013400     05  CLASSE-ENTRY OCCURS 12 TIMES
013500         DEPENDING ON WS-QTDE-CLASSES.
013600         10  CLS-CLASSE      PIC X(02).
013700         10  CLS-DIAS-MAX    PIC 9(05).
013800         10  CLS-PERCENTUAL  PIC 9(03)V99.
013900         10  CLS-QTDE        PIC 9(07) COMP.
014000         10  CLS-SALDO       PIC 9(13)V99 COMP-3.
014100         10  CLS-PROVISAO    PIC 9(13)V99 COMP-3.
014200 77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
014300 77  WS-IDX-ACHADO           PIC 9(02) COMP VALUE ZERO.
014400*
014500***************************************************************
014600*    CALCULO DO DEVEDOR CORRENTE
014700***************************************************************
014800 77  WS-SALDO-BASE           PIC 9(09)V99 COMP-3 VALUE ZERO.
014900 77  WS-PROVISAO-NOVA        PIC 9(09)V99 COMP-3 VALUE ZERO.
015000 77  WS-PROVISAO-POSTADA     PIC 9(09)V99 COMP-3 VALUE ZERO.
015100 77  WS-DELTA                PIC S9(09)V99 COMP-3 VALUE ZERO.
015200 77  WS-VARIACAO-MES         PIC S9(09)V99 COMP-3 VALUE ZERO.
015300 77  WS-REGISTRO-NOVO-SW     PIC X(01) VALUE "N".
015400     88  REGISTRO-NOVO       VALUE "Y".
015500*
015600***************************************************************
015700*    TOTAIS DE CONTROLE
015800***************************************************************
015900 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
016000 77  WS-QTDE-DEVEDORES       PIC 9(07) COMP VALUE ZERO.
016100 77  WS-QTDE-REVERTIDOS      PIC 9(07) COMP VALUE ZERO.
016200 77  WS-QTDE-MOVIMENTOS      PIC 9(07) COMP VALUE ZERO.
016300 77  WS-TOTAL-PROVISAO       PIC 9(13)V99 COMP-3 VALUE ZERO.
016400 77  WS-TOTAL-CONSTITUIDO    PIC 9(13)V99 COMP-3 VALUE ZERO.
016500 77  WS-TOTAL-REVERTIDO      PIC 9(13)V99 COMP-3 VALUE ZERO.
016600*
016700***************************************************************
016800*    CAMPOS EDITADOS DO RELATORIO
016900***************************************************************
017000 77  WS-SALDO-EDITADO        PIC Z(8)9.99.
017100 77  WS-PROV-EDITADO         PIC Z(8)9.99.
017200 77  WS-VAR-EDITADO          PIC -(8)9.99.
017300 77  WS-PERC-EDITADO         PIC ZZ9.99.
017400 77  WS-DIAS-EDITADO         PIC ZZZZ9.
017500 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
017600 77  WS-TOTAL-EDITADO        PIC Z(12)9.99.
017700*
017800***************************************************************
017900*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
018000*    COPYBOOKS/RPTWRT.CPY)
018100***************************************************************
018200 COPY "RPTWRT.cpy".
018300 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
018400*
018500***************************************************************
018600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
018700***************************************************************
018800 COPY "RUNDATE.cpy".
018900*
019000***************************************************************
019100*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
019200***************************************************************
019300 COPY "ERRHDL.cpy".
019400*
019500 PROCEDURE DIVISION.
019600*
019700***************************************************************
019800*    0000-MAINLINE                                             *
019900***************************************************************
020000 0000-MAINLINE.
020100     MOVE ZERO TO RETURN-CODE.
020200     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
020300     ACCEPT RUN-HORA FROM TIME.
020400     ACCEPT WS-PERIODO FROM ENVIRONMENT "PDDPERIODO".
020500     IF WS-PERIODO = ZERO
020600         MOVE RUN-DATA(1:6) TO WS-PERIODO
020700     END-IF.
020800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
020900     IF RETURN-CODE NOT = ZERO
021000         GO TO 0000-MAINLINE-FIM
021100     END-IF.
021200     PERFORM 2000-PROCESSAR-DEVEDOR
021300         THRU 2000-PROCESSAR-DEVEDOR-EXIT
021400         UNTIL FIM-DO-AGING.
021500     PERFORM 3000-REVERTER-QUITADOS
021600         THRU 3000-REVERTER-QUITADOS-EXIT.
021700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
021800 0000-MAINLINE-FIM.
021900     STOP RUN.
022000*
022100***************************************************************
022200*    1000-INICIALIZAR - PERIODO ABERTO, TABELA DE CLASSES E     *
022300*    ABERTURA DOS ARQUIVOS                                      *
022400***************************************************************
022500 1000-INICIALIZAR.
022600     PERFORM 1050-TESTAR-PERIODO THRU 1050-TESTAR-PERIODO-EXIT.
022700     IF PERIODO-FECHADO
022800         DISPLAY "ABEND-PDD: PERIODO " WS-PERIODO
022900             " JA FECHADO NO PERCTL - PROVISAO NAO RECALCULADA."
023000         MOVE 16 TO RETURN-CODE
023100         GO TO 1000-INICIALIZAR-EXIT
023200     END-IF.
023300     PERFORM 1100-CARREGAR-CLASSES
023400         THRU 1100-CARREGAR-CLASSES-EXIT.
023500     IF WS-QTDE-CLASSES = ZERO
023600         DISPLAY "ABEND-PDD: PDDPARM VAZIO OU AUSENTE - SEM "
023700             "TABELA DE CLASSES NAO HA PROVISAO."
023800         MOVE 16 TO RETURN-CODE
023900         GO TO 1000-INICIALIZAR-EXIT
024000     END-IF.
024100     OPEN INPUT AGING-DET-FILE.
024200     IF NOT AGING-FILE-OK
024300         MOVE "PROVPDD " TO ERR-PROGRAMA
024400         SET ERR-TIPO-ARQUIVO TO TRUE
024500         MOVE "ABERTURA DO ARQUIVO AGINGDET" TO ERR-CONTEXTO
024600         MOVE WS-AGING-FILE-STATUS TO ERR-FILE-STATUS
024700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-INICIALIZAR-EXIT
025000     END-IF.
025100     OPEN I-O PDD-FILE.
025200     IF PDD-NAO-ACHADO
025300         OPEN OUTPUT PDD-FILE
025400         CLOSE PDD-FILE
025500         OPEN I-O PDD-FILE
025600     END-IF.
025700     IF NOT PDD-OK
025800         MOVE "PROVPDD " TO ERR-PROGRAMA
025900         SET ERR-TIPO-ARQUIVO TO TRUE
026000         MOVE "ABERTURA DO ARQUIVO PDDREG" TO ERR-CONTEXTO
026100         MOVE WS-PDD-FILE-STATUS TO ERR-FILE-STATUS
026200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
026300         CLOSE AGING-DET-FILE
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 1000-INICIALIZAR-EXIT
026600     END-IF.
026700     MOVE "Y" TO WS-PDD-ABERTO-SW.
026800     OPEN EXTEND MOVCTB-FILE.
026900     IF NOT MOVCTB-FILE-OK
027000         OPEN OUTPUT MOVCTB-FILE
027100     END-IF.
027200     OPEN OUTPUT PRINT-FILE.
027300     MOVE "PROVISAO PDD POR CLASSE DE RISCO" TO RPT-TITULO.
027400     MOVE ZERO TO RPT-LINHAS-POR-PAG.
027500     SET RPT-ACAO-INICIAR TO TRUE.
027600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
027700     PERFORM 8000-GRAVAR-LINHAS-RPT
027800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
027900     PERFORM 1300-LER-AGING THRU 1300-LER-AGING-EXIT.
028000 1000-INICIALIZAR-EXIT.
028100     EXIT.
028200*
028300***************************************************************
028400*    1050-TESTAR-PERIODO - A ULTIMA SITUACAO DO PERIODO NO      *
028500*    PERCTL VALE ("F" = FECHADO)                                *
028600***************************************************************
028700 1050-TESTAR-PERIODO.
028800     OPEN INPUT PERIOD-CTL-FILE.
028900     IF NOT PERIOD-FILE-OK
029000         GO TO 1050-TESTAR-PERIODO-EXIT
029100     END-IF.
029200     PERFORM 1060-LER-PERIODO THRU 1060-LER-PERIODO-EXIT.
029300     PERFORM 1070-AVALIAR-PERIODO THRU 1070-AVALIAR-PERIODO-EXIT
029400         UNTIL FIM-DO-PERCTL.
029500     CLOSE PERIOD-CTL-FILE.
029600 1050-TESTAR-PERIODO-EXIT.
029700     EXIT.
029800*
029900***************************************************************
030000*    1060-LER-PERIODO                                          *
030100***************************************************************
030200 1060-LER-PERIODO.
030300     READ PERIOD-CTL-FILE
030400         AT END
030500             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
030600     END-READ.
030700 1060-LER-PERIODO-EXIT.
030800     EXIT.
030900*
031000***************************************************************
031100*    1070-AVALIAR-PERIODO                                      *
031200***************************************************************
031300 1070-AVALIAR-PERIODO.
031400     IF PER-PERIODO = WS-PERIODO
031500         IF PER-SITUACAO = "F"
031600             MOVE "Y" TO WS-FECHADO-SW
031700         ELSE
031800             MOVE "N" TO WS-FECHADO-SW
031900         END-IF
032000     END-IF.
032100     PERFORM 1060-LER-PERIODO THRU 1060-LER-PERIODO-EXIT.
032200 1070-AVALIAR-PERIODO-EXIT.
032300     EXIT.
032400*
032500***************************************************************
032600*    1100-CARREGAR-CLASSES                                     *
032700***************************************************************
032800 1100-CARREGAR-CLASSES.
032900     OPEN INPUT PARM-FILE.
033000     IF NOT PARM-FILE-OK
033100         GO TO 1100-CARREGAR-CLASSES-EXIT
033200     END-IF.
033300     PERFORM 1150-LER-PARM THRU 1150-LER-PARM-EXIT.
033400     PERFORM UNTIL FIM-DO-PARM OR WS-QTDE-CLASSES >= 12
033500         IF PRM-CLASSE NOT = SPACES
033600             AND PRM-DIAS-MAX NUMERIC
033700             AND PRM-PERCENTUAL NUMERIC
033800             ADD 1 TO WS-QTDE-CLASSES
033900             MOVE PRM-CLASSE TO CLS-CLASSE(WS-QTDE-CLASSES)
034000             MOVE PRM-DIAS-MAX TO CLS-DIAS-MAX(WS-QTDE-CLASSES)
034100             MOVE PRM-PERCENTUAL TO
034200                 CLS-PERCENTUAL(WS-QTDE-CLASSES)
034300             MOVE ZERO TO CLS-QTDE(WS-QTDE-CLASSES)
034400             MOVE ZERO TO CLS-SALDO(WS-QTDE-CLASSES)
034500             MOVE ZERO TO CLS-PROVISAO(WS-QTDE-CLASSES)
034600         END-IF
034700         PERFORM 1150-LER-PARM THRU 1150-LER-PARM-EXIT
034800     END-PERFORM.
034900     CLOSE PARM-FILE.
035000 1100-CARREGAR-CLASSES-EXIT.
035100     EXIT.
035200*
035300***************************************************************
035400*    1150-LER-PARM                                             *
035500***************************************************************
035600 1150-LER-PARM.
035700     READ PARM-FILE
035800         AT END
035900             MOVE "Y" TO WS-PARM-EOF-SWITCH
036000     END-READ.
036100 1150-LER-PARM-EXIT.
036200     EXIT.
036300*
036400***************************************************************
036500*    1300-LER-AGING                                            *
036600***************************************************************
036700 1300-LER-AGING.
036800     READ AGING-DET-FILE
036900         AT END
037000             MOVE "Y" TO WS-AGING-EOF-SWITCH
037100     END-READ.
037200 1300-LER-AGING-EXIT.
037300     EXIT.
037400*
037500***************************************************************
037600*    2000-PROCESSAR-DEVEDOR - CLASSE PELO ATRASO, PROVISAO PELO *
037700*    PERCENTUAL E DELTA CONTRA O VALOR JA CONTABILIZADO         *
037800***************************************************************
037900 2000-PROCESSAR-DEVEDOR.
038000     ADD 1 TO WS-QTDE-LIDOS.
038100     IF AGD-SALDO NOT NUMERIC OR AGD-SALDO NOT < ZERO
038200         GO TO 2000-PROCESSAR-DEVEDOR-LER
038300     END-IF.
038400     ADD 1 TO WS-QTDE-DEVEDORES.
038500     COMPUTE WS-SALDO-BASE = ZERO - AGD-SALDO.
038600     MOVE ZERO TO WS-IDX-ACHADO.
038700     PERFORM 2100-PROCURAR-CLASSE THRU 2100-PROCURAR-CLASSE-EXIT
038800         VARYING WS-SUB FROM 1 BY 1
038900         UNTIL WS-SUB > WS-QTDE-CLASSES
039000         OR WS-IDX-ACHADO > ZERO.
039100     IF WS-IDX-ACHADO = ZERO
039200*        ATRASO ACIMA DA ULTIMA FAIXA: VALE A ULTIMA CLASSE
039300         MOVE WS-QTDE-CLASSES TO WS-IDX-ACHADO
039400     END-IF.
039500     COMPUTE WS-PROVISAO-NOVA ROUNDED = WS-SALDO-BASE
039600         * CLS-PERCENTUAL(WS-IDX-ACHADO) / 100.
039700     PERFORM 2200-LER-PROVISAO THRU 2200-LER-PROVISAO-EXIT.
039800     MOVE PDD-VALOR TO WS-PROVISAO-POSTADA.
039900     MOVE CLS-CLASSE(WS-IDX-ACHADO) TO PDD-CLASSE.
040000     MOVE AGD-DIAS-ATRASO TO PDD-DIAS-ATRASO.
040100     MOVE WS-SALDO-BASE TO PDD-SALDO-BASE.
040200     MOVE CLS-PERCENTUAL(WS-IDX-ACHADO) TO PDD-PERCENTUAL.
040300     MOVE WS-PROVISAO-NOVA TO PDD-VALOR.
040400     MOVE AGD-AGENCIA TO PDD-AGENCIA.
040500     PERFORM 2300-GRAVAR-PROVISAO THRU 2300-GRAVAR-PROVISAO-EXIT.
040600     COMPUTE WS-DELTA = WS-PROVISAO-NOVA - WS-PROVISAO-POSTADA.
040700     PERFORM 2500-GRAVAR-MOVIMENTO
040800         THRU 2500-GRAVAR-MOVIMENTO-EXIT.
040900     ADD 1 TO CLS-QTDE(WS-IDX-ACHADO).
041000     ADD WS-SALDO-BASE TO CLS-SALDO(WS-IDX-ACHADO).
041100     ADD WS-PROVISAO-NOVA TO CLS-PROVISAO(WS-IDX-ACHADO).
041200     ADD WS-PROVISAO-NOVA TO WS-TOTAL-PROVISAO.
041300     COMPUTE WS-VARIACAO-MES = WS-PROVISAO-NOVA - PDD-VALOR-ANT.
041400     MOVE WS-SALDO-BASE TO WS-SALDO-EDITADO.
041500     MOVE WS-PROVISAO-NOVA TO WS-PROV-EDITADO.
041600     MOVE WS-VARIACAO-MES TO WS-VAR-EDITADO.
041700     MOVE PDD-PERCENTUAL TO WS-PERC-EDITADO.
041800     MOVE AGD-DIAS-ATRASO TO WS-DIAS-EDITADO.
041900     MOVE SPACES TO RPT-LINHA-ENTRADA.
042000     STRING AGD-CUST-ID " CLASSE " PDD-CLASSE
042100         " DIAS " WS-DIAS-EDITADO
042200         " SALDO R$ " WS-SALDO-EDITADO
042300         " " WS-PERC-EDITADO "%"
042400         " PDD R$ " WS-PROV-EDITADO
042500         " VAR MES R$ " WS-VAR-EDITADO
042600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
042700     END-STRING.
042800     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
042900 2000-PROCESSAR-DEVEDOR-LER.
043000     PERFORM 1300-LER-AGING THRU 1300-LER-AGING-EXIT.
043100 2000-PROCESSAR-DEVEDOR-EXIT.
043200     EXIT.
043300*
043400***************************************************************
043500*    2100-PROCURAR-CLASSE - PRIMEIRA CLASSE CUJO LIMITE DE DIAS *
043600*    COBRE O ATRASO                                             *
043700***************************************************************
043800 2100-PROCURAR-CLASSE.
043900     IF AGD-DIAS-ATRASO NOT > CLS-DIAS-MAX(WS-SUB)
044000         MOVE WS-SUB TO WS-IDX-ACHADO
044100     END-IF.
044200 2100-PROCURAR-CLASSE-EXIT.
044300     EXIT.
044400*
044500***************************************************************
044600*    2200-LER-PROVISAO - REGISTRO DO DEVEDOR NO PDDREG; NA      *
044700*    VIRADA DO PERIODO O VALOR POSTADO VIRA O VALOR ANTERIOR    *
044800***************************************************************
044900 2200-LER-PROVISAO.
045000     MOVE "N" TO WS-REGISTRO-NOVO-SW.
045100     MOVE AGD-CUST-ID TO PDD-CUST-ID.
045200     READ PDD-FILE
045300         INVALID KEY
045400             MOVE "Y" TO WS-REGISTRO-NOVO-SW
045500     END-READ.
045600     IF REGISTRO-NOVO
045700         MOVE SPACES TO PDD-RECORD
045800         MOVE AGD-CUST-ID TO PDD-CUST-ID
045900         MOVE ZERO TO PDD-VALOR
046000         MOVE ZERO TO PDD-VALOR-ANT
046100         MOVE ZERO TO PDD-PERIODO
046200         GO TO 2200-LER-PROVISAO-EXIT
046300     END-IF.
046400     IF PDD-PERIODO < WS-PERIODO
046500         MOVE PDD-VALOR TO PDD-VALOR-ANT
046600     END-IF.
046700 2200-LER-PROVISAO-EXIT.
046800     EXIT.
046900*
047000***************************************************************
047100*    2300-GRAVAR-PROVISAO                                      *
047200***************************************************************
047300 2300-GRAVAR-PROVISAO.
047400     MOVE WS-PERIODO TO PDD-PERIODO.
047500     MOVE RUN-DATA TO PDD-DATA-CALCULO.
047600     MOVE RUN-HORA TO PDD-HORA-CALCULO.
047700     IF REGISTRO-NOVO
047800         WRITE PDD-RECORD
047900     ELSE
048000         REWRITE PDD-RECORD
048100     END-IF.
048200     IF NOT PDD-OK
048300         MOVE "PROVPDD " TO ERR-PROGRAMA
048400         SET ERR-TIPO-ARQUIVO TO TRUE
048500         MOVE "GRAVACAO NO ARQUIVO PDDREG" TO ERR-CONTEXTO
048600         MOVE WS-PDD-FILE-STATUS TO ERR-FILE-STATUS
048700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
048800     END-IF.
048900 2300-GRAVAR-PROVISAO-EXIT.
049000     EXIT.
049100*
049200***************************************************************
049300*    2500-GRAVAR-MOVIMENTO - DELTA POSITIVO CONSTITUI ("D"),    *
049400*    NEGATIVO REVERTE ("C"); O GL-EXTRACT MAPEIA PELO GLMAP     *
049500***************************************************************
049600 2500-GRAVAR-MOVIMENTO.
049700     IF WS-DELTA = ZERO
049800         GO TO 2500-GRAVAR-MOVIMENTO-EXIT
049900     END-IF.
050000     MOVE SPACES TO MOVCTB-RECORD.
050100     MOVE "PROVPDD " TO MVC-PROGRAMA.
050200     IF WS-DELTA > ZERO
050300         MOVE "D" TO MVC-SENTIDO
050400         MOVE WS-DELTA TO MVC-VALOR
050500         ADD WS-DELTA TO WS-TOTAL-CONSTITUIDO
050600     ELSE
050700         MOVE "C" TO MVC-SENTIDO
050800         COMPUTE MVC-VALOR = ZERO - WS-DELTA
050900         SUBTRACT WS-DELTA FROM WS-TOTAL-REVERTIDO
051000     END-IF.
051100     MOVE SPACE TO MVC-STATUS.
051200     MOVE RUN-DATA TO MVC-DATA.
051300     MOVE PDD-CUST-ID TO MVC-CUST-ID.
051400     IF MOVCTB-FILE-OK
051500         WRITE MOVCTB-RECORD
051600         ADD 1 TO WS-QTDE-MOVIMENTOS
051700     END-IF.
051800 2500-GRAVAR-MOVIMENTO-EXIT.
051900     EXIT.
052000*
052100***************************************************************
052200*    3000-REVERTER-QUITADOS - REGISTRO COM PROVISAO QUE NAO FOI *
052300*    TOCADO NESTA EXECUCAO E DE QUEM DEIXOU DE SER DEVEDOR: A   *
052400*    PROVISAO INTEIRA E REVERTIDA                               *
052500***************************************************************
052600 3000-REVERTER-QUITADOS.
052700     MOVE LOW-VALUES TO PDD-CUST-ID.
052800     START PDD-FILE KEY IS NOT LESS THAN PDD-CUST-ID
052900         INVALID KEY
053000             MOVE "Y" TO WS-PDD-EOF-SWITCH
053100     END-START.
053200     IF NOT FIM-DO-PDDREG
053300         PERFORM 3100-LER-PROXIMA THRU 3100-LER-PROXIMA-EXIT
053400     END-IF.
053500     PERFORM 3200-TESTAR-QUITADO THRU 3200-TESTAR-QUITADO-EXIT
053600         UNTIL FIM-DO-PDDREG.
053700 3000-REVERTER-QUITADOS-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    3100-LER-PROXIMA                                          *
054200***************************************************************
054300 3100-LER-PROXIMA.
054400     READ PDD-FILE NEXT RECORD
054500         AT END
054600             MOVE "Y" TO WS-PDD-EOF-SWITCH
054700     END-READ.
054800 3100-LER-PROXIMA-EXIT.
054900     EXIT.
055000*
055100***************************************************************
055200*    3200-TESTAR-QUITADO                                       *
055300***************************************************************
055400 3200-TESTAR-QUITADO.
055500     IF PDD-DATA-CALCULO = RUN-DATA
055600         AND PDD-HORA-CALCULO = RUN-HORA
055700         GO TO 3200-TESTAR-QUITADO-LER
055800     END-IF.
055900     IF PDD-PERIODO < WS-PERIODO
056000         MOVE PDD-VALOR TO PDD-VALOR-ANT
056100     END-IF.
056200     IF PDD-VALOR = ZERO
056300         IF PDD-PERIODO < WS-PERIODO
056400             MOVE WS-PERIODO TO PDD-PERIODO
056500             REWRITE PDD-RECORD
056600         END-IF
056700         GO TO 3200-TESTAR-QUITADO-LER
056800     END-IF.
056900     ADD 1 TO WS-QTDE-REVERTIDOS.
057000     COMPUTE WS-DELTA = ZERO - PDD-VALOR.
057100     PERFORM 2500-GRAVAR-MOVIMENTO
057200         THRU 2500-GRAVAR-MOVIMENTO-EXIT.
057300     MOVE PDD-VALOR TO WS-PROV-EDITADO.
057400     MOVE ZERO TO PDD-VALOR.
057500     MOVE ZERO TO PDD-SALDO-BASE.
057600     MOVE ZERO TO PDD-PERCENTUAL.
057700     MOVE ZERO TO PDD-DIAS-ATRASO.
057800     MOVE SPACES TO PDD-CLASSE.
057900     MOVE WS-PERIODO TO PDD-PERIODO.
058000     MOVE RUN-DATA TO PDD-DATA-CALCULO.
058100     MOVE RUN-HORA TO PDD-HORA-CALCULO.
058200     REWRITE PDD-RECORD.
058300     MOVE SPACES TO RPT-LINHA-ENTRADA.
058400     STRING PDD-CUST-ID " SEM SALDO DEVEDOR - PDD REVERTIDA R$ "
058500         WS-PROV-EDITADO
058600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
058700     END-STRING.
058800     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
058900 3200-TESTAR-QUITADO-LER.
059000     PERFORM 3100-LER-PROXIMA THRU 3100-LER-PROXIMA-EXIT.
059100 3200-TESTAR-QUITADO-EXIT.
059200     EXIT.
059300*
059400***************************************************************
059500*    9000-FINALIZAR - TOTAIS POR CLASSE E FECHAMENTO            *
059600***************************************************************
059700 9000-FINALIZAR.
059800     PERFORM 9100-LINHA-CLASSE THRU 9100-LINHA-CLASSE-EXIT
059900         VARYING WS-SUB FROM 1 BY 1
060000         UNTIL WS-SUB > WS-QTDE-CLASSES.
060100     MOVE WS-TOTAL-PROVISAO TO WS-TOTAL-EDITADO.
060200     MOVE SPACES TO RPT-LINHA-ENTRADA.
060300     STRING "PERIODO " WS-PERIODO
060400         " PROVISAO TOTAL R$ " WS-TOTAL-EDITADO
060500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
060600     END-STRING.
060700     SET RPT-ACAO-TOTAL TO TRUE.
060800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
060900     PERFORM 8000-GRAVAR-LINHAS-RPT
061000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
061100     IF PRINT-FILE-OK
061200         CLOSE PRINT-FILE
061300     END-IF.
061400     CLOSE AGING-DET-FILE.
061500     IF PDDREG-DISPONIVEL
061600         CLOSE PDD-FILE
061700     END-IF.
061800     IF MOVCTB-FILE-OK
061900         CLOSE MOVCTB-FILE
062000     END-IF.
062100     DISPLAY "====== PROVISAO PDD ======".
062200     DISPLAY "PERIODO ............: " WS-PERIODO.
062300     DISPLAY "REGISTROS DE AGING .: " WS-QTDE-LIDOS.
062400     DISPLAY "DEVEDORES PROVISION.: " WS-QTDE-DEVEDORES.
062500     DISPLAY "PROVISOES REVERTIDAS: " WS-QTDE-REVERTIDOS.
062600     DISPLAY "MOVIMENTOS MOVCTB ..: " WS-QTDE-MOVIMENTOS.
062700     DISPLAY "PROVISAO TOTAL .....: " WS-TOTAL-PROVISAO.
062800     DISPLAY "CONSTITUIDO ........: " WS-TOTAL-CONSTITUIDO.
062900     DISPLAY "REVERTIDO ..........: " WS-TOTAL-REVERTIDO.
063000 9000-FINALIZAR-EXIT.
063100     EXIT.
063200*
063300***************************************************************
063400*    9100-LINHA-CLASSE - UMA LINHA DE TOTAL POR CLASSE          *
063500***************************************************************
063600 9100-LINHA-CLASSE.
063700     MOVE CLS-QTDE(WS-SUB) TO WS-QTDE-DISP.
063800     MOVE CLS-PROVISAO(WS-SUB) TO WS-TOTAL-EDITADO.
063900     MOVE CLS-PERCENTUAL(WS-SUB) TO WS-PERC-EDITADO.
064000     MOVE SPACES TO RPT-LINHA-ENTRADA.
064100     STRING "CLASSE " CLS-CLASSE(WS-SUB)
064200         " " WS-PERC-EDITADO "%"
064300         " QTDE " WS-QTDE-DISP
064400         " PDD R$ " WS-TOTAL-EDITADO
064500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
064600     END-STRING.
064700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
064800 9100-LINHA-CLASSE-EXIT.
064900     EXIT.
065000*
065100***************************************************************
065200*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
065300***************************************************************
065400 8500-DETALHE.
065500     SET RPT-ACAO-DETALHE TO TRUE.
065600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
065700     PERFORM 8000-GRAVAR-LINHAS-RPT
065800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
065900 8500-DETALHE-EXIT.
066000     EXIT.
066100*
066200***************************************************************
066300*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
066400*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
066500***************************************************************
066600 8000-GRAVAR-LINHAS-RPT.
066700     IF NOT PRINT-FILE-OK
066800         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
066900     END-IF.
067000     PERFORM 8100-GRAVAR-UMA-LINHA
067100         THRU 8100-GRAVAR-UMA-LINHA-EXIT
067200         VARYING WS-RPT-SUB FROM 1 BY 1
067300         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
067400 8000-GRAVAR-LINHAS-RPT-EXIT.
067500     EXIT.
067600*
067700***************************************************************
067800*    8100-GRAVAR-UMA-LINHA                                     *
067900***************************************************************
068000 8100-GRAVAR-UMA-LINHA.
068100     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
068200     WRITE PRINT-LINE.
068300 8100-GRAVAR-UMA-LINHA-EXIT.
068400     EXIT.
