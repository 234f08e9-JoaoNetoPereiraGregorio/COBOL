000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    KPI-MENSAL.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PACOTE MENSAL DE INDICADORES POR AGENCIA.
001200*                       OS GERENTES RECEBIAM UMA DUZIA DE
001300*                       RELATORIOS SOLTOS (TRIAL BALANCE, AGING,
001400*                       DQ, CONCILIACAO DE TITULOS, DISTRIBUICAO
001500*                       DE STATUS) E MONTAVAM OS SLIDES DO MES A
001600*                       MAO. ESTE PASSO LE, PARA O PERIODO KPIPER
001700*                       (AAAAMM; NA FALTA, O MES ANTERIOR):
001800*                         - O SNAPSHOT PERSNAP: CLIENTES ATIVOS,
001900*                           SALDO TOTAL (BRL PELA TAXA DO FIM DO
002000*                           MES) E O SCORE DE QUALIDADE DE DADOS
002100*                           (REGRAS R1-R5 DO DQ-SCORECARD, QUE SO
002200*                           DEPENDEM DO REGISTRO); A AGENCIA DE
002300*                           CADA CLIENTE E A DO SNAPSHOT;
002400*                         - O BALHIST: SALDO MEDIO DIARIO;
002500*                         - O TITREG: INADIMPLENCIA NO FIM DO MES
002600*                           POR FAIXA DE DIAS UTEIS (30/60/90/
002700*                           ACIMA, COMO O AGING-REPORT) SOBRE A
002800*                           CARTEIRA ABERTA, E O VALOR VENCIDO NO
002900*                           MES;
003000*                         - O SETLREG: VALOR RECEBIDO NO MES (A
003100*                           TAXA DE COBRANCA E RECEBIDO SOBRE
003200*                           VENCIDO);
003300*                         - O JOURNAL DO PERIODO (JRNARCH):
003400*                           CLIENTES NOVOS E ENCERRADOS, RECEITA
003500*                           DE TARIFAS E DE JUROS/MULTA DE MORA.
003600*                       CADA INDICADOR SAI CONTRA O MES ANTERIOR
003700*                       E O MESMO MES DO ANO ANTERIOR, LIDOS DO
003800*                       HISTORICO KPIHIST, QUE RECEBE NO FIM AS
003900*                       LINHAS DO PERIODO (REPROCESSAR ACRESCENTA
004000*                       DE NOVO - VALE A ULTIMA LINHA DO PERIODO).
004100*                       O KPIPRT TEM UMA SECAO POR AGENCIA E A
004200*                       SECAO CONSOLIDADA "TT", CADA UMA PRECEDIDA
004300*                       DA LINHA "SECAO=XX" QUE O RELATORIO-BUNDLE
004400*                       USA PARA MANDAR A CADA GERENTE SO A SUA
004500*                       (VER JCL/KPIMES.JCL). SEM PERSNAP E RC 16;
004600*                       OUTRA FONTE AUSENTE DA AVISO E RC 4.
004700***************************************************************
004800*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PERSNAP-FILE ASSIGN TO "PERSNAP"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PERSNAP-FILE-STATUS.
005500     SELECT HISTORY-FILE ASSIGN TO "BALHIST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-HIST-FILE-STATUS.
005800     SELECT TITULO-FILE ASSIGN TO "TITREG"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS TIT-CHAVE
006200         ALTERNATE RECORD KEY IS TIT-CUST-ID
006300             WITH DUPLICATES
006400         FILE STATUS IS WS-TITULO-FILE-STATUS.
006500     SELECT SETTLE-FILE ASSIGN TO "SETLREG"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS STL-CHAVE
006900         FILE STATUS IS WS-SETTLE-FILE-STATUS.
007000     SELECT JOURNAL-FILE ASSIGN TO "JRNARCH"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-JRN-FILE-STATUS.
007300     SELECT KPI-HIST-FILE ASSIGN TO "KPIHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-KPIHIST-FILE-STATUS.
007600     SELECT PRINT-FILE ASSIGN TO "KPIPRT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PRINT-FILE-STATUS.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200*
008300 FD  PERSNAP-FILE
008400     RECORDING MODE IS F.
008500*    FOTO DO PERIODO NO LAYOUT DO MESTRE (VER CUSTREC.CPY)
008600 COPY "CUSTREC.cpy".
008700*
008800 FD  HISTORY-FILE
008900     RECORDING MODE IS F.
009000 01  HISTORY-RECORD.
009100     05  BH-DATA             PIC 9(08).
009200     05  FILLER              PIC X(01).
009300     05  BH-CUST-ID          PIC X(10).
009400     05  FILLER              PIC X(01).
009500     05  BH-STATUS           PIC X(01).
009600     05  FILLER              PIC X(01).
009700     05  BH-SALDO            PIC S9(7)V99
009800         SIGN IS LEADING SEPARATE.
009900     05  FILLER              PIC X(01).
010000     05  BH-MOEDA            PIC X(03).
010100     05  FILLER              PIC X(01).
010200*    LINHA DE CONTA DO SUB-RAZAO - O SALDO MEDIO E DO CONSOLIDADO
010300     05  BH-CONTA            PIC X(02).
010400     05  FILLER              PIC X(11).
010500*
010600 FD  TITULO-FILE.
010700*    CADASTRO DE TITULOS DE COBRANCA (VER COPYBOOKS/TITREG.CPY)
010800 COPY "TITREG.cpy".
010900*
011000 FD  SETTLE-FILE.
011100*    LIQUIDACOES DO RETORNO (VER COPYBOOKS/SETLREG.CPY)
011200 COPY "SETLREG.cpy".
011300*
011400 FD  JOURNAL-FILE
011500     RECORDING MODE IS F.
011600*    JOURNAL MENSAL DO PERIODO (VER COPYBOOKS/JRNREC.CPY)
011700 COPY "JRNREC.cpy".
011800*
011900 FD  KPI-HIST-FILE
012000     RECORDING MODE IS F.
012100*    UMA LINHA POR PERIODO + AGENCIA ("TT" = BANCO), COM OS
012200*    INDICADORES NA ORDEM DA TABELA-ROTULOS
012300 01  KPI-HIST-RECORD.
012400     05  KPH-PERIODO         PIC 9(06).
012500     05  FILLER              PIC X(01).
012600     05  KPH-AGENCIA         PIC X(02).
012700     05  FILLER              PIC X(01).
012800     05  KPH-DATA-GERACAO    PIC 9(08).
012900     05  KPH-VALOR           PIC S9(13)V99
013000         SIGN IS LEADING SEPARATE
013100         OCCURS 15 TIMES.
013200*
013300 FD  PRINT-FILE
013400     RECORDING MODE IS F.
013500 01  PRINT-LINE              PIC X(132).
013600*
013700 WORKING-STORAGE SECTION.
013800*
013900 77  WS-PERSNAP-FILE-STATUS  PIC X(02) VALUE ZEROS.
014000     88  PERSNAP-FILE-OK     VALUE "00".
014100 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE ZEROS.
014200     88  HIST-FILE-OK        VALUE "00".
014300 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
014400     88  TITULO-FILE-OK      VALUE "00".
014500 77  WS-SETTLE-FILE-STATUS   PIC X(02) VALUE ZEROS.
014600     88  SETTLE-FILE-OK      VALUE "00".
014700 77  WS-JRN-FILE-STATUS      PIC X(02) VALUE ZEROS.
014800     88  JRN-FILE-OK         VALUE "00".
014900 77  WS-KPIHIST-FILE-STATUS  PIC X(02) VALUE ZEROS.
015000     88  KPIHIST-OK          VALUE "00".
015100 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
015200     88  PRINT-FILE-OK       VALUE "00".
015300*
015400 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
015500     88  FIM-DO-ARQUIVO      VALUE "Y".
015600 77  WS-FATAL-SW             PIC X(01) VALUE "N".
015700     88  ERRO-FATAL          VALUE "Y".
015800 77  WS-RELATORIO-SW         PIC X(01) VALUE "N".
015900     88  RELATORIO-ABERTO    VALUE "Y".
016000 77  WS-KPIHIST-ABERTO-SW    PIC X(01) VALUE "N".
016100     88  KPIHIST-DISPONIVEL  VALUE "Y".
016200 77  WS-RC-FINAL             PIC 9(02) VALUE ZERO.
016300*
016400***************************************************************
016500*    PERIODO PEDIDO, MES ANTERIOR E MESMO MES DO ANO ANTERIOR
016600***************************************************************
016700 01  WS-PERIODO              PIC X(06) VALUE SPACES.
016800 01  WS-PERIODO-R REDEFINES WS-PERIODO.
016900     05  WS-PER-ANO          PIC 9(04).
017000     05  WS-PER-MES          PIC 9(02).
017100 01  WS-PERIODO-ANT          PIC 9(06) VALUE ZERO.
017200 01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
017300     05  WS-PA-ANO           PIC 9(04).
017400     05  WS-PA-MES           PIC 9(02).
017500 01  WS-PERIODO-ANO-ANT      PIC 9(06) VALUE ZERO.
017600 01  WS-PERIODO-ANO-ANT-R REDEFINES WS-PERIODO-ANO-ANT.
017700     05  WS-PY-ANO           PIC 9(04).
017800     05  WS-PY-MES           PIC 9(02).
017900 01  WS-DATA-FIM             PIC 9(08) VALUE ZERO.
018000 01  WS-DATA-FIM-R REDEFINES WS-DATA-FIM.
018100     05  WS-DF-ANO           PIC 9(04).
018200     05  WS-DF-MES           PIC 9(02).
018300     05  WS-DF-DIA           PIC 9(02).
018400 77  WS-QUOCIENTE            PIC 9(04) VALUE ZERO.
018500 77  WS-RESTO-4              PIC 9(03) VALUE ZERO.
018600 77  WS-RESTO-100            PIC 9(03) VALUE ZERO.
018700 77  WS-RESTO-400            PIC 9(03) VALUE ZERO.
018800*
018900***************************************************************
019000*    ACUMULADORES POR AGENCIA (BRANCO = MATRIZ 01). A POSICAO
019100*    51 GUARDA O CONSOLIDADO "TT", SOMADO NO FIM
019200***************************************************************
019300 77  WS-QTDE-AGENCIAS        PIC 9(02) COMP VALUE ZERO.
019400 77  WS-IDX-BANCO            PIC 9(02) COMP VALUE 51.
019500 01  TABELA-AGENCIAS.
019600     05  AGENCIA-ENTRY OCCURS 51 TIMES.
019700         10  AGT-AGENCIA     PIC X(02).
019800         10  AGT-CLIENTES    PIC 9(07) COMP.
019900         10  AGT-NOVOS       PIC 9(07) COMP.
020000         10  AGT-ENCERRADOS  PIC 9(07) COMP.
020100         10  AGT-DQ-LIDOS    PIC 9(07) COMP.
020200         10  AGT-DQ-OK       PIC 9(07) COMP.
020300         10  AGT-SALDO-TOTAL PIC S9(13)V99 COMP-3.
020400         10  AGT-SOMA-DIARIA PIC S9(15)V99 COMP-3.
020500         10  AGT-CARTEIRA    PIC 9(15) COMP-3.
020600         10  AGT-ATRASO      PIC 9(15) COMP-3
020700             OCCURS 4 TIMES.
020800         10  AGT-VENCIDO-MES PIC 9(15) COMP-3.
020900         10  AGT-COBRADO-MES PIC 9(15) COMP-3.
021000         10  AGT-TARIFAS     PIC S9(13)V99 COMP-3.
021100         10  AGT-JUROS       PIC S9(13)V99 COMP-3.
021200 01  WS-AGENCIA-TROCA        PIC X(111) VALUE SPACES.
021300 77  WS-AG-SUB               PIC 9(02) COMP VALUE ZERO.
021400 77  WS-AG-SUB2              PIC 9(02) COMP VALUE ZERO.
021500 77  WS-AG-ACHADO            PIC 9(02) COMP VALUE ZERO.
021600 77  WS-AG-SECAO             PIC 9(02) COMP VALUE ZERO.
021700 77  WS-AGENCIA-TRAB         PIC X(02) VALUE SPACES.
021800 77  WS-FX-SUB               PIC 9(01) COMP VALUE ZERO.
021900*
022000***************************************************************
022100*    CLIENTE X AGENCIA DO SNAPSHOT, EM ORDEM DE CUST-ID (O
022200*    FECHAMENTO-MENSAL GRAVA NA ORDEM DA CHAVE DO MESTRE) PARA
022300*    A BUSCA BINARIA DO BALHIST, DO TITREG E DO SETLREG
022400***************************************************************
022500 77  WS-QTDE-CLIENTES        PIC 9(05) COMP VALUE ZERO.
022600 01  TABELA-CLIENTES.
022700     05  CLI-ENTRY OCCURS 50000 TIMES.
022800         10  CLI-ID          PIC X(10).
022900         10  CLI-AGENCIA     PIC X(02).
023000 77  WS-CLI-BUSCA            PIC X(10) VALUE SPACES.
023100 77  WS-BB-INICIO            PIC 9(05) COMP VALUE ZERO.
023200 77  WS-BB-FIM               PIC 9(05) COMP VALUE ZERO.
023300 77  WS-BB-MEIO              PIC 9(05) COMP VALUE ZERO.
023400*
023500***************************************************************
023600*    INDICADORES: ROTULO IMPRESSO E TIPO DE EDICAO (Q =
023700*    QUANTIDADE, V = VALOR EM BRL, P = PERCENTUAL)
023800***************************************************************
023900 01  TABELA-ROTULOS-VALORES.
024000     05  FILLER              PIC X(33)
024100         VALUE "CLIENTES ATIVOS NO FIM DO MES   Q".
024200     05  FILLER              PIC X(33)
024300         VALUE "CLIENTES NOVOS NO MES           Q".
024400     05  FILLER              PIC X(33)
024500         VALUE "CLIENTES ENCERRADOS NO MES      Q".
024600     05  FILLER              PIC X(33)
024700         VALUE "CRESCIMENTO LIQUIDO             Q".
024800     05  FILLER              PIC X(33)
024900         VALUE "SALDO TOTAL NO FIM DO MES       V".
025000     05  FILLER              PIC X(33)
025100         VALUE "SALDO MEDIO DIARIO DO MES       V".
025200     05  FILLER              PIC X(33)
025300         VALUE "SALDO MEDIO POR CLIENTE         V".
025400     05  FILLER              PIC X(33)
025500         VALUE "INADIMPLENCIA ATE 30 DIAS (%)   P".
025600     05  FILLER              PIC X(33)
025700         VALUE "INADIMPLENCIA 31 A 60 DIAS (%)  P".
025800     05  FILLER              PIC X(33)
025900         VALUE "INADIMPLENCIA 61 A 90 DIAS (%)  P".
026000     05  FILLER              PIC X(33)
026100         VALUE "INADIMPLENCIA ACIMA 90 DIAS (%) P".
026200     05  FILLER              PIC X(33)
026300         VALUE "TAXA DE COBRANCA NO MES (%)     P".
026400     05  FILLER              PIC X(33)
026500         VALUE "RECEITA DE TARIFAS              V".
026600     05  FILLER              PIC X(33)
026700         VALUE "RECEITA DE JUROS/MULTA DE MORA  V".
026800     05  FILLER              PIC X(33)
026900         VALUE "SCORE DE QUALIDADE DE DADOS (%) P".
027000 01  TABELA-ROTULOS REDEFINES TABELA-ROTULOS-VALORES.
027100     05  ROTULO-ENTRY OCCURS 15 TIMES.
027200         10  ROT-TEXTO       PIC X(32).
027300         10  ROT-TIPO        PIC X(01).
027400 77  WS-QTDE-INDICADORES     PIC 9(02) COMP VALUE 15.
027500 77  WS-IND-SUB              PIC 9(02) COMP VALUE ZERO.
027600*
027700 01  WS-KPI-ATUAL.
027800     05  KPA-VALOR           PIC S9(13)V99 COMP-3
027900         OCCURS 15 TIMES.
028000 01  WS-KPI-ANTERIOR.
028100     05  KPM-VALOR           PIC S9(13)V99 COMP-3
028200         OCCURS 15 TIMES.
028300 01  WS-KPI-ANO-ANT.
028400     05  KPY-VALOR           PIC S9(13)V99 COMP-3
028500         OCCURS 15 TIMES.
028600 77  WS-ANTERIOR-SW          PIC X(01) VALUE "N".
028700     88  TEM-ANTERIOR        VALUE "Y".
028800 77  WS-ANO-ANT-SW           PIC X(01) VALUE "N".
028900     88  TEM-ANO-ANT         VALUE "Y".
029000*
029100***************************************************************
029200*    HISTORICO KPIHIST - SO OS DOIS PERIODOS DE COMPARACAO; A
029300*    ULTIMA LINHA DE CADA PERIODO + AGENCIA PREVALECE
029400***************************************************************
029500 77  WS-QTDE-HIST            PIC 9(03) COMP VALUE ZERO.
029600 01  TABELA-HIST.
029700     05  HIST-ENTRY OCCURS 110 TIMES.
029800         10  HST-PERIODO     PIC 9(06).
029900         10  HST-AGENCIA     PIC X(02).
030000         10  HST-VALOR       PIC S9(13)V99 COMP-3
030100             OCCURS 15 TIMES.
030200 77  WS-HST-SUB              PIC 9(03) COMP VALUE ZERO.
030300 77  WS-HST-ACHADO           PIC 9(03) COMP VALUE ZERO.
030400 77  WS-HST-PERIODO-BUSCA    PIC 9(06) VALUE ZERO.
030500*
030600***************************************************************
030700*    AREAS DE TRABALHO DA LEITURA DAS FONTES
030800***************************************************************
030900 01  WS-SALDO-IMAGEM-AREA.
031000     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
031100 77  WS-SALDO-ANTES          PIC S9(7)V99 COMP-3 VALUE ZERO.
031200 77  WS-SALDO-DEPOIS         PIC S9(7)V99 COMP-3 VALUE ZERO.
031300 77  WS-MOEDA-TRAB           PIC X(03) VALUE SPACES.
031400 77  WS-VALOR-BRL            PIC S9(11)V99 COMP-3 VALUE ZERO.
031500 77  WS-SALDO-ABS            PIC 9(09)V99 COMP-3 VALUE ZERO.
031600 77  WS-SALDO-MAXIMO         PIC 9(09)V99 VALUE ZERO.
031700 77  WS-QTDE-DIGITOS         PIC 9(02) COMP VALUE ZERO.
031800 77  WS-DQ-INFRACOES         PIC 9(01) COMP VALUE ZERO.
031900 77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZERO.
032000 77  WS-DATA-HIST-ANT        PIC 9(08) VALUE ZERO.
032100 77  WS-QTDE-DIAS-HIST       PIC 9(03) COMP VALUE ZERO.
032200*
032300***************************************************************
032400*    CONTADORES DA RODADA
032500***************************************************************
032600 77  WS-QTDE-SNAP            PIC 9(07) COMP VALUE ZERO.
032700 77  WS-QTDE-SNAP-FORA-ORDEM PIC 9(07) COMP VALUE ZERO.
032800 77  WS-QTDE-LINHAS-HIST     PIC 9(09) COMP VALUE ZERO.
032900 77  WS-QTDE-TITULOS         PIC 9(07) COMP VALUE ZERO.
033000 77  WS-QTDE-LIQUIDACOES     PIC 9(07) COMP VALUE ZERO.
033100 77  WS-QTDE-JOURNAL         PIC 9(07) COMP VALUE ZERO.
033200 77  WS-QTDE-FORA-SNAPSHOT   PIC 9(07) COMP VALUE ZERO.
033300 77  WS-QTDE-SEM-TAXA        PIC 9(07) COMP VALUE ZERO.
033400 77  WS-QTDE-SEM-CALENDARIO  PIC 9(07) COMP VALUE ZERO.
033500 77  WS-QTDE-SECOES          PIC 9(03) COMP VALUE ZERO.
033600 77  WS-QTDE-ED              PIC Z(06)9.
033700*
033800***************************************************************
033900*    LINHA DO INDICADOR NO KPIPRT
034000***************************************************************
034100 01  WS-LINHA-KPI.
034200     05  KPL-ROTULO          PIC X(32).
034300     05  FILLER              PIC X(02) VALUE SPACES.
034400     05  KPL-ATUAL           PIC X(15).
034500     05  FILLER              PIC X(02) VALUE SPACES.
034600     05  KPL-ANTERIOR        PIC X(15).
034700     05  FILLER              PIC X(02) VALUE SPACES.
034800     05  KPL-VAR-ANTERIOR    PIC X(15).
034900     05  FILLER              PIC X(02) VALUE SPACES.
035000     05  KPL-ANO-ANT         PIC X(15).
035100     05  FILLER              PIC X(02) VALUE SPACES.
035200     05  KPL-VAR-ANO-ANT     PIC X(15).
035300 77  WS-VALOR-EDITAR         PIC S9(13)V99 COMP-3 VALUE ZERO.
035400 77  WS-TIPO-EDITAR          PIC X(01) VALUE SPACE.
035500 77  WS-CAMPO-EDITADO        PIC X(15) VALUE SPACES.
035600 77  WS-ED-VALOR             PIC -(11)9.99.
035700 77  WS-ED-QTDE              PIC -(14)9.
035800 77  WS-NAO-DISPONIVEL       PIC X(15) VALUE "            N/D".
035900*
036000***************************************************************
036100*    PARAMETROS DA ROTINA COMPARTILHADA DE CONVERSAO DE MOEDA
036200*    (VER COPYBOOKS/CMBHDL.CPY)
036300***************************************************************
036400 COPY "CMBHDL.cpy".
036500*
036600***************************************************************
036700*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS (VER
036800*    COPYBOOKS/CALHDL.CPY)
036900***************************************************************
037000 COPY "CALHDL.cpy".
037100*
037200***************************************************************
037300*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
037400*    COPYBOOKS/RPTWRT.CPY)
037500***************************************************************
037600 COPY "RPTWRT.cpy".
037700 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
037800*
037900***************************************************************
038000*    DATA/HORA DE EXECUCAO COMPARTILHADA
038100***************************************************************
038200 COPY "RUNDATE.cpy".
038300*
038400***************************************************************
038500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
038600***************************************************************
038700 COPY "ERRHDL.cpy".
038800*
038900 PROCEDURE DIVISION.
039000*
039100***************************************************************
039200*    0000-MAINLINE                                             *
039300***************************************************************
039400 0000-MAINLINE.
039500     MOVE ZERO TO RETURN-CODE.
039600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
039700     ACCEPT RUN-HORA FROM TIME.
039800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
039900     IF NOT ERRO-FATAL
040000         PERFORM 2000-LER-SNAPSHOT THRU 2000-LER-SNAPSHOT-EXIT
040100     END-IF.
040200     IF NOT ERRO-FATAL
040300         PERFORM 3000-LER-SALDO-DIARIO
040400             THRU 3000-LER-SALDO-DIARIO-EXIT
040500         PERFORM 3500-LER-TITULOS THRU 3500-LER-TITULOS-EXIT
040600         PERFORM 4000-LER-LIQUIDACOES
040700             THRU 4000-LER-LIQUIDACOES-EXIT
040800         PERFORM 4500-LER-JOURNAL THRU 4500-LER-JOURNAL-EXIT
040900         PERFORM 5000-CARREGAR-HISTORICO
041000             THRU 5000-CARREGAR-HISTORICO-EXIT
041100         PERFORM 5500-ORDENAR-AGENCIAS
041200             THRU 5500-ORDENAR-AGENCIAS-EXIT
041300         PERFORM 5700-TOTALIZAR-BANCO
041400             THRU 5700-TOTALIZAR-BANCO-EXIT
041500         PERFORM 6000-EMITIR-PACOTE THRU 6000-EMITIR-PACOTE-EXIT
041600     END-IF.
041700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
041800     STOP RUN.
041900*
042000***************************************************************
042100*    1000-INICIALIZAR - PERIODO, DATA DE FIM DO MES, PERIODOS  *
042200*    DE COMPARACAO E O KPIPRT                                  *
042300***************************************************************
042400 1000-INICIALIZAR.
042500     ACCEPT WS-PERIODO FROM ENVIRONMENT "KPIPER".
042600     IF WS-PERIODO NOT NUMERIC
042700         OR WS-PER-MES < 1 OR WS-PER-MES > 12
042800         IF RUN-MES = 1
042900             COMPUTE WS-PER-ANO = RUN-ANO - 1
043000             MOVE 12 TO WS-PER-MES
043100         ELSE
043200             MOVE RUN-ANO TO WS-PER-ANO
043300             COMPUTE WS-PER-MES = RUN-MES - 1
043400         END-IF
043500     END-IF.
043600     IF WS-PER-MES = 1
043700         COMPUTE WS-PA-ANO = WS-PER-ANO - 1
043800         MOVE 12 TO WS-PA-MES
043900     ELSE
044000         MOVE WS-PER-ANO TO WS-PA-ANO
044100         COMPUTE WS-PA-MES = WS-PER-MES - 1
044200     END-IF.
044300     COMPUTE WS-PY-ANO = WS-PER-ANO - 1.
044400     MOVE WS-PER-MES TO WS-PY-MES.
044500     MOVE WS-PER-ANO TO WS-DF-ANO.
044600     MOVE WS-PER-MES TO WS-DF-MES.
044700     PERFORM 1100-ULTIMO-DIA THRU 1100-ULTIMO-DIA-EXIT.
044800     ACCEPT WS-SALDO-MAXIMO FROM ENVIRONMENT "DQSALDOMAX".
044900     IF WS-SALDO-MAXIMO = ZERO
045000         MOVE 1000000.00 TO WS-SALDO-MAXIMO
045100     END-IF.
045200     MOVE "TT" TO AGT-AGENCIA(WS-IDX-BANCO).
045300     OPEN OUTPUT PRINT-FILE.
045400     IF NOT PRINT-FILE-OK
045500         MOVE "ABERTURA DO ARQUIVO KPIPRT" TO ERR-CONTEXTO
045600         MOVE WS-PRINT-FILE-STATUS TO ERR-FILE-STATUS
045700         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
045800         GO TO 1000-INICIALIZAR-EXIT
045900     END-IF.
046000     MOVE "Y" TO WS-RELATORIO-SW.
046100 1000-INICIALIZAR-EXIT.
046200     EXIT.
046300*
046400***************************************************************
046500*    1100-ULTIMO-DIA - DIA FINAL DO MES DE WS-DATA-FIM          *
046600***************************************************************
046700 1100-ULTIMO-DIA.
046800     EVALUATE WS-DF-MES
046900         WHEN 4
047000         WHEN 6
047100         WHEN 9
047200         WHEN 11
047300             MOVE 30 TO WS-DF-DIA
047400         WHEN 2
047500             DIVIDE WS-DF-ANO BY 4 GIVING WS-QUOCIENTE
047600                 REMAINDER WS-RESTO-4
047700             DIVIDE WS-DF-ANO BY 100 GIVING WS-QUOCIENTE
047800                 REMAINDER WS-RESTO-100
047900             DIVIDE WS-DF-ANO BY 400 GIVING WS-QUOCIENTE
048000                 REMAINDER WS-RESTO-400
048100             IF WS-RESTO-4 = ZERO
048200                 AND (WS-RESTO-100 NOT = ZERO
048300                 OR WS-RESTO-400 = ZERO)
048400                 MOVE 29 TO WS-DF-DIA
048500             ELSE
048600                 MOVE 28 TO WS-DF-DIA
048700             END-IF
048800         WHEN OTHER
048900             MOVE 31 TO WS-DF-DIA
049000     END-EVALUATE.
049100 1100-ULTIMO-DIA-EXIT.
049200     EXIT.
049300*
049400***************************************************************
049500*    1900-ERRO-ABERTURA - O CHAMADOR DEIXA CONTEXTO E STATUS   *
049600***************************************************************
049700 1900-ERRO-ABERTURA.
049800     MOVE "KPIMES  " TO ERR-PROGRAMA.
049900     SET ERR-TIPO-ARQUIVO TO TRUE.
050000     CALL "ERROR-HANDLER" USING ERR-PARAMETROS.
050100     MOVE "Y" TO WS-FATAL-SW.
050200     MOVE 16 TO WS-RC-FINAL.
050300 1900-ERRO-ABERTURA-EXIT.
050400     EXIT.
050500*
050600***************************************************************
050700*    1950-FONTE-AUSENTE - O CHAMADOR JA MOSTROU O AVISO; OS    *
050800*    INDICADORES DA FONTE SAEM ZERADOS                         *
050900***************************************************************
051000 1950-FONTE-AUSENTE.
051100     IF WS-RC-FINAL < 4
051200         MOVE 4 TO WS-RC-FINAL
051300     END-IF.
051400 1950-FONTE-AUSENTE-EXIT.
051500     EXIT.
051600*
051700***************************************************************
051800*    2000-LER-SNAPSHOT - CLIENTES, SALDO, SCORE DE QUALIDADE E *
051900*    A TABELA CLIENTE X AGENCIA                                *
052000***************************************************************
052100 2000-LER-SNAPSHOT.
052200     OPEN INPUT PERSNAP-FILE.
052300     IF NOT PERSNAP-FILE-OK
052400         MOVE "ABERTURA DO ARQUIVO PERSNAP" TO ERR-CONTEXTO
052500         MOVE WS-PERSNAP-FILE-STATUS TO ERR-FILE-STATUS
052600         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
052700         GO TO 2000-LER-SNAPSHOT-EXIT
052800     END-IF.
052900     MOVE "N" TO WS-EOF-SWITCH.
053000     PERFORM 2100-TRATAR-CLIENTE THRU 2100-TRATAR-CLIENTE-EXIT
053100         UNTIL FIM-DO-ARQUIVO.
053200     CLOSE PERSNAP-FILE.
053300 2000-LER-SNAPSHOT-EXIT.
053400     EXIT.
053500*
053600***************************************************************
053700*    2100-TRATAR-CLIENTE - ATIVO E QUEM NAO ESTA CANCELADO; O  *
053800*    SALDO VAI A BRL PELA TAXA DO FIM DO MES                   *
053900***************************************************************
054000 2100-TRATAR-CLIENTE.
054100     READ PERSNAP-FILE
054200         AT END
054300             MOVE "Y" TO WS-EOF-SWITCH
054400             GO TO 2100-TRATAR-CLIENTE-EXIT
054500     END-READ.
054600     ADD 1 TO WS-QTDE-SNAP.
054700     IF CUST-AGENCIA = SPACES
054800         MOVE "01" TO WS-AGENCIA-TRAB
054900     ELSE
055000         MOVE CUST-AGENCIA TO WS-AGENCIA-TRAB
055100     END-IF.
055200     PERFORM 2600-LOCALIZAR-AGENCIA
055300         THRU 2600-LOCALIZAR-AGENCIA-EXIT.
055400     IF WS-AG-ACHADO = ZERO
055500         GO TO 2100-TRATAR-CLIENTE-EXIT
055600     END-IF.
055700     PERFORM 2200-ANOTAR-CLIENTE THRU 2200-ANOTAR-CLIENTE-EXIT.
055800     PERFORM 2300-PONTUAR-QUALIDADE
055900         THRU 2300-PONTUAR-QUALIDADE-EXIT.
056000     IF NOT CUST-CANCELADO
056100         ADD 1 TO AGT-CLIENTES(WS-AG-ACHADO)
056200     END-IF.
056300     IF CUST-SALDO NOT NUMERIC
056400         GO TO 2100-TRATAR-CLIENTE-EXIT
056500     END-IF.
056600     MOVE CUST-MOEDA TO CMB-MOEDA.
056700     MOVE WS-DATA-FIM TO CMB-DATA-REF.
056800     MOVE CUST-SALDO TO CMB-VALOR.
056900     CALL "CAMBIO-CONVERTER" USING CMB-PARAMETROS.
057000     IF CMB-RETORNO > 04
057100         ADD 1 TO WS-QTDE-SEM-TAXA
057200         GO TO 2100-TRATAR-CLIENTE-EXIT
057300     END-IF.
057400     ADD CMB-VALOR-BRL TO AGT-SALDO-TOTAL(WS-AG-ACHADO).
057500 2100-TRATAR-CLIENTE-EXIT.
057600     EXIT.
057700*
057800***************************************************************
057900*    2200-ANOTAR-CLIENTE - A BUSCA BINARIA EXIGE CUST-ID        *
058000*    CRESCENTE; FORA DE ORDEM FICA FORA DA TABELA               *
058100***************************************************************
058200 2200-ANOTAR-CLIENTE.
058300     IF WS-QTDE-CLIENTES > ZERO
058400         AND CUST-ID NOT > CLI-ID(WS-QTDE-CLIENTES)
058500         ADD 1 TO WS-QTDE-SNAP-FORA-ORDEM
058600         GO TO 2200-ANOTAR-CLIENTE-EXIT
058700     END-IF.
058800     IF WS-QTDE-CLIENTES >= 50000
058900         IF WS-QTDE-CLIENTES = 50000
059000             DISPLAY "AVISO: MAIS DE 50000 CLIENTES NO "
059100                 "SNAPSHOT - EXCEDENTE FORA DAS FONTES "
059200                 "POR CLIENTE."
059300             ADD 1 TO WS-QTDE-CLIENTES
059400         END-IF
059500         GO TO 2200-ANOTAR-CLIENTE-EXIT
059600     END-IF.
059700     ADD 1 TO WS-QTDE-CLIENTES.
059800     MOVE CUST-ID TO CLI-ID(WS-QTDE-CLIENTES).
059900     MOVE WS-AGENCIA-TRAB TO CLI-AGENCIA(WS-QTDE-CLIENTES).
060000 2200-ANOTAR-CLIENTE-EXIT.
060100     EXIT.
060200*
060300***************************************************************
060400*    2300-PONTUAR-QUALIDADE - REGRAS R1-R5 DO DQ-SCORECARD      *
060500*    (R6/R7 DEPENDEM DO CADASTRO DE ENDERECOS DO DIA E FICAM    *
060600*    SO NO SCORECARD DIARIO); O SCORE E O PERCENTUAL DE         *
060700*    REGISTROS SEM NENHUMA INFRACAO                             *
060800***************************************************************
060900 2300-PONTUAR-QUALIDADE.
061000     ADD 1 TO AGT-DQ-LIDOS(WS-AG-ACHADO).
061100     MOVE ZERO TO WS-DQ-INFRACOES.
061200*    R1 - NOME EM BRANCO; R2 - NOME COM DIGITOS
061300     IF CUST-NOME = SPACES
061400         ADD 1 TO WS-DQ-INFRACOES
061500     ELSE
061600         MOVE ZERO TO WS-QTDE-DIGITOS
061700         INSPECT CUST-NOME TALLYING WS-QTDE-DIGITOS
061800             FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
061900             ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
062000         IF WS-QTDE-DIGITOS > ZERO
062100             ADD 1 TO WS-DQ-INFRACOES
062200         END-IF
062300     END-IF.
062400*    R3 - STATUS FORA DO CONJUNTO DE STATVAR.CPY
062500     IF NOT (CUST-STATUS = "S" OR "N" OR "P" OR "B" OR "C")
062600         ADD 1 TO WS-DQ-INFRACOES
062700     END-IF.
062800*    R4 - SALDO NAO-NUMERICO OU FORA DA FAIXA PLAUSIVEL
062900     IF CUST-SALDO NOT NUMERIC
063000         ADD 1 TO WS-DQ-INFRACOES
063100     ELSE
063200         IF CUST-SALDO < ZERO
063300             COMPUTE WS-SALDO-ABS = ZERO - CUST-SALDO
063400         ELSE
063500             MOVE CUST-SALDO TO WS-SALDO-ABS
063600         END-IF
063700         IF WS-SALDO-ABS > WS-SALDO-MAXIMO
063800             ADD 1 TO WS-DQ-INFRACOES
063900         END-IF
064000     END-IF.
064100*    R5 - AREA DE FILLER COM SUJEIRA (COLUNA 80)
064200     IF CUSTOMER-MASTER-RECORD(80:1) NOT = SPACES
064300         ADD 1 TO WS-DQ-INFRACOES
064400     END-IF.
064500     IF WS-DQ-INFRACOES = ZERO
064600         ADD 1 TO AGT-DQ-OK(WS-AG-ACHADO)
064700     END-IF.
064800 2300-PONTUAR-QUALIDADE-EXIT.
064900     EXIT.
065000*
065100***************************************************************
065200*    2600-LOCALIZAR-AGENCIA - WS-AGENCIA-TRAB NA TABELA,        *
065300*    INCLUINDO SE FOR NOVA (ATE 50); WS-AG-ACHADO ZERO = TABELA *
065400*    CHEIA                                                      *
065500***************************************************************
065600 2600-LOCALIZAR-AGENCIA.
065700     MOVE ZERO TO WS-AG-ACHADO.
065800     PERFORM 2650-TESTAR-AGENCIA THRU 2650-TESTAR-AGENCIA-EXIT
065900         VARYING WS-AG-SUB FROM 1 BY 1
066000         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS
066100         OR WS-AG-ACHADO > ZERO.
066200     IF WS-AG-ACHADO = ZERO
066300         IF WS-QTDE-AGENCIAS < 50
066400             ADD 1 TO WS-QTDE-AGENCIAS
066500             MOVE WS-QTDE-AGENCIAS TO WS-AG-ACHADO
066600             INITIALIZE AGENCIA-ENTRY(WS-AG-ACHADO)
066700             MOVE WS-AGENCIA-TRAB TO AGT-AGENCIA(WS-AG-ACHADO)
066800         ELSE
066900             DISPLAY "AVISO: MAIS DE 50 AGENCIAS - AGENCIA "
067000                 WS-AGENCIA-TRAB " FORA DO PACOTE."
067100         END-IF
067200     END-IF.
067300 2600-LOCALIZAR-AGENCIA-EXIT.
067400     EXIT.
067500*
067600***************************************************************
067700*    2650-TESTAR-AGENCIA                                       *
067800***************************************************************
067900 2650-TESTAR-AGENCIA.
068000     IF AGT-AGENCIA(WS-AG-SUB) = WS-AGENCIA-TRAB
068100         MOVE WS-AG-SUB TO WS-AG-ACHADO
068200     END-IF.
068300 2650-TESTAR-AGENCIA-EXIT.
068400     EXIT.
068500*
068600***************************************************************
068700*    3000-LER-SALDO-DIARIO - SOMA DOS SALDOS CONSOLIDADOS DE    *
068800*    CADA DIA DO MES NO BALHIST; O SALDO MEDIO DIARIO E ESSA    *
068900*    SOMA SOBRE OS DIAS DO MES PRESENTES NO ARQUIVO             *
069000***************************************************************
069100 3000-LER-SALDO-DIARIO.
069200     OPEN INPUT HISTORY-FILE.
069300     IF NOT HIST-FILE-OK
069400         DISPLAY "AVISO: BALHIST AUSENTE (STATUS "
069500             WS-HIST-FILE-STATUS ") - SALDO MEDIO ZERADO."
069600         PERFORM 1950-FONTE-AUSENTE THRU 1950-FONTE-AUSENTE-EXIT
069700         GO TO 3000-LER-SALDO-DIARIO-EXIT
069800     END-IF.
069900     MOVE "N" TO WS-EOF-SWITCH.
070000     PERFORM 3100-TRATAR-SALDO-DIA THRU 3100-TRATAR-SALDO-DIA-EXIT
070100         UNTIL FIM-DO-ARQUIVO.
070200     CLOSE HISTORY-FILE.
070300 3000-LER-SALDO-DIARIO-EXIT.
070400     EXIT.
070500*
070600***************************************************************
070700*    3100-TRATAR-SALDO-DIA                                     *
070800***************************************************************
070900 3100-TRATAR-SALDO-DIA.
071000     READ HISTORY-FILE
071100         AT END
071200             MOVE "Y" TO WS-EOF-SWITCH
071300             GO TO 3100-TRATAR-SALDO-DIA-EXIT
071400     END-READ.
071500     IF BH-CONTA NOT = SPACES
071600         OR BH-DATA NOT NUMERIC
071700         OR BH-DATA(1:6) NOT = WS-PERIODO
071800         GO TO 3100-TRATAR-SALDO-DIA-EXIT
071900     END-IF.
072000     ADD 1 TO WS-QTDE-LINHAS-HIST.
072100     IF BH-DATA NOT = WS-DATA-HIST-ANT
072200         ADD 1 TO WS-QTDE-DIAS-HIST
072300         MOVE BH-DATA TO WS-DATA-HIST-ANT
072400     END-IF.
072500     IF BH-SALDO NOT NUMERIC
072600         GO TO 3100-TRATAR-SALDO-DIA-EXIT
072700     END-IF.
072800     MOVE BH-CUST-ID TO WS-CLI-BUSCA.
072900     PERFORM 8500-LOCALIZAR-CLIENTE
073000         THRU 8500-LOCALIZAR-CLIENTE-EXIT.
073100     IF WS-AG-ACHADO = ZERO
073200         GO TO 3100-TRATAR-SALDO-DIA-EXIT
073300     END-IF.
073400     MOVE BH-MOEDA TO CMB-MOEDA.
073500     MOVE WS-DATA-FIM TO CMB-DATA-REF.
073600     MOVE BH-SALDO TO CMB-VALOR.
073700     CALL "CAMBIO-CONVERTER" USING CMB-PARAMETROS.
073800     IF CMB-RETORNO > 04
073900         ADD 1 TO WS-QTDE-SEM-TAXA
074000         GO TO 3100-TRATAR-SALDO-DIA-EXIT
074100     END-IF.
074200     ADD CMB-VALOR-BRL TO AGT-SOMA-DIARIA(WS-AG-ACHADO).
074300 3100-TRATAR-SALDO-DIA-EXIT.
074400     EXIT.
074500*
074600***************************************************************
074700*    3500-LER-TITULOS - CARTEIRA ABERTA NO FIM DO MES POR FAIXA *
074800*    DE ATRASO E VALOR QUE VENCEU DENTRO DO MES                 *
074900***************************************************************
075000 3500-LER-TITULOS.
075100     OPEN INPUT TITULO-FILE.
075200     IF NOT TITULO-FILE-OK
075300         DISPLAY "AVISO: TITREG AUSENTE (STATUS "
075400             WS-TITULO-FILE-STATUS ") - INADIMPLENCIA E COBRANCA "
075500             "ZERADAS."
075600         PERFORM 1950-FONTE-AUSENTE THRU 1950-FONTE-AUSENTE-EXIT
075700         GO TO 3500-LER-TITULOS-EXIT
075800     END-IF.
075900     MOVE "N" TO WS-EOF-SWITCH.
076000     PERFORM 3600-TRATAR-TITULO THRU 3600-TRATAR-TITULO-EXIT
076100         UNTIL FIM-DO-ARQUIVO.
076200     CLOSE TITULO-FILE.
076300 3500-LER-TITULOS-EXIT.
076400     EXIT.
076500*
076600***************************************************************
076700*    3600-TRATAR-TITULO - ABERTO NO FIM DO MES: ENVIADO ATE A   *
076800*    DATA E AINDA ABERTO, OU BAIXADO/LIQUIDADO DEPOIS DELA. O   *
076900*    ATRASO E CONTADO EM DIAS UTEIS NA PRACA DA AGENCIA         *
077000***************************************************************
077100 3600-TRATAR-TITULO.
077200     READ TITULO-FILE NEXT RECORD
077300         AT END
077400             MOVE "Y" TO WS-EOF-SWITCH
077500             GO TO 3600-TRATAR-TITULO-EXIT
077600     END-READ.
077700     ADD 1 TO WS-QTDE-TITULOS.
077800     MOVE TIT-CUST-ID TO WS-CLI-BUSCA.
077900     PERFORM 8500-LOCALIZAR-CLIENTE
078000         THRU 8500-LOCALIZAR-CLIENTE-EXIT.
078100     IF WS-AG-ACHADO = ZERO
078200         GO TO 3600-TRATAR-TITULO-EXIT
078300     END-IF.
078400     IF TIT-DATA-VENC(1:6) = WS-PERIODO
078500         ADD TIT-VALOR-CENTAVOS TO AGT-VENCIDO-MES(WS-AG-ACHADO)
078600     END-IF.
078700     IF TIT-DATA-ENVIO > WS-DATA-FIM
078800         GO TO 3600-TRATAR-TITULO-EXIT
078900     END-IF.
079000     IF NOT TIT-ABERTO
079100         AND TIT-DATA-BAIXA NOT > WS-DATA-FIM
079200         GO TO 3600-TRATAR-TITULO-EXIT
079300     END-IF.
079400     ADD TIT-VALOR-CENTAVOS TO AGT-CARTEIRA(WS-AG-ACHADO).
079500     IF TIT-DATA-VENC NOT < WS-DATA-FIM
079600         GO TO 3600-TRATAR-TITULO-EXIT
079700     END-IF.
079800     MOVE ZERO TO WS-DIAS-ATRASO.
079900     SET CAL-ACAO-ENTRE TO TRUE.
080000     MOVE AGT-AGENCIA(WS-AG-ACHADO) TO CAL-AGENCIA.
080100     MOVE TIT-DATA-VENC TO CAL-DATA-1.
080200     MOVE WS-DATA-FIM TO CAL-DATA-2.
080300     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
080400     IF CAL-RC = ZERO
080500         MOVE CAL-DIAS-UTEIS TO WS-DIAS-ATRASO
080600     ELSE
080700         ADD 1 TO WS-QTDE-SEM-CALENDARIO
080800     END-IF.
080900     EVALUATE TRUE
081000         WHEN WS-DIAS-ATRASO <= 30
081100             MOVE 1 TO WS-FX-SUB
081200         WHEN WS-DIAS-ATRASO <= 60
081300             MOVE 2 TO WS-FX-SUB
081400         WHEN WS-DIAS-ATRASO <= 90
081500             MOVE 3 TO WS-FX-SUB
081600         WHEN OTHER
081700             MOVE 4 TO WS-FX-SUB
081800     END-EVALUATE.
081900     ADD TIT-VALOR-CENTAVOS TO AGT-ATRASO(WS-AG-ACHADO WS-FX-SUB).
082000 3600-TRATAR-TITULO-EXIT.
082100     EXIT.
082200*
082300***************************************************************
082400*    4000-LER-LIQUIDACOES - VALOR RECEBIDO COM PAGAMENTO NO MES *
082500***************************************************************
082600 4000-LER-LIQUIDACOES.
082700     OPEN INPUT SETTLE-FILE.
082800     IF NOT SETTLE-FILE-OK
082900         DISPLAY "AVISO: SETLREG AUSENTE (STATUS "
083000             WS-SETTLE-FILE-STATUS ") - TAXA DE COBRANCA ZERADA."
083100         PERFORM 1950-FONTE-AUSENTE THRU 1950-FONTE-AUSENTE-EXIT
083200         GO TO 4000-LER-LIQUIDACOES-EXIT
083300     END-IF.
083400     MOVE "N" TO WS-EOF-SWITCH.
083500     PERFORM 4100-TRATAR-LIQUIDACAO
083600         THRU 4100-TRATAR-LIQUIDACAO-EXIT
083700         UNTIL FIM-DO-ARQUIVO.
083800     CLOSE SETTLE-FILE.
083900 4000-LER-LIQUIDACOES-EXIT.
084000     EXIT.
084100*
084200***************************************************************
084300*    4100-TRATAR-LIQUIDACAO                                    *
084400***************************************************************
084500 4100-TRATAR-LIQUIDACAO.
084600     READ SETTLE-FILE NEXT RECORD
084700         AT END
084800             MOVE "Y" TO WS-EOF-SWITCH
084900             GO TO 4100-TRATAR-LIQUIDACAO-EXIT
085000     END-READ.
085100     IF STL-DATA-PAGTO(1:6) NOT = WS-PERIODO
085200         GO TO 4100-TRATAR-LIQUIDACAO-EXIT
085300     END-IF.
085400     ADD 1 TO WS-QTDE-LIQUIDACOES.
085500     MOVE STL-CUST-ID TO WS-CLI-BUSCA.
085600     PERFORM 8500-LOCALIZAR-CLIENTE
085700         THRU 8500-LOCALIZAR-CLIENTE-EXIT.
085800     IF WS-AG-ACHADO = ZERO
085900         GO TO 4100-TRATAR-LIQUIDACAO-EXIT
086000     END-IF.
086100     ADD STL-VALOR-CTVS TO AGT-COBRADO-MES(WS-AG-ACHADO).
086200 4100-TRATAR-LIQUIDACAO-EXIT.
086300     EXIT.
086400*
086500***************************************************************
086600*    4500-LER-JOURNAL - CLIENTES NOVOS E ENCERRADOS E RECEITA   *
086700*    DO MES. A AGENCIA E A DA IMAGEM DEPOIS (BRANCO = 01)       *
086800***************************************************************
086900 4500-LER-JOURNAL.
087000     OPEN INPUT JOURNAL-FILE.
087100     IF NOT JRN-FILE-OK
087200         DISPLAY "AVISO: JRNARCH AUSENTE (STATUS "
087300             WS-JRN-FILE-STATUS ") - MOVIMENTO DE CLIENTES E "
087400             "RECEITAS ZERADOS."
087500         PERFORM 1950-FONTE-AUSENTE THRU 1950-FONTE-AUSENTE-EXIT
087600         GO TO 4500-LER-JOURNAL-EXIT
087700     END-IF.
087800     MOVE "N" TO WS-EOF-SWITCH.
087900     PERFORM 4600-TRATAR-LANCAMENTO
088000         THRU 4600-TRATAR-LANCAMENTO-EXIT
088100         UNTIL FIM-DO-ARQUIVO.
088200     CLOSE JOURNAL-FILE.
088300 4500-LER-JOURNAL-EXIT.
088400     EXIT.
088500*
088600***************************************************************
088700*    4600-TRATAR-LANCAMENTO - INCLUSAO E CLIENTE NOVO; STATUS   *
088800*    QUE PASSA A "C" E ENCERRAMENTO; TARIFA E JUROS/MULTA DE    *
088900*    MORA SAO RECEITA PELA DIFERENCA ANTES - DEPOIS (O ESTORNO  *
089000*    VOLTA COM O SINAL TROCADO)                                 *
089100***************************************************************
089200 4600-TRATAR-LANCAMENTO.
089300     READ JOURNAL-FILE
089400         AT END
089500             MOVE "Y" TO WS-EOF-SWITCH
089600             GO TO 4600-TRATAR-LANCAMENTO-EXIT
089700     END-READ.
089800     IF JRN-DATA NOT NUMERIC
089900         OR JRN-DATA(1:6) NOT = WS-PERIODO
090000         GO TO 4600-TRATAR-LANCAMENTO-EXIT
090100     END-IF.
090200     IF NOT JRN-INCLUSAO
090300         AND JRN-PROGRAMA NOT = "TARIFA  "
090400         AND JRN-PROGRAMA NOT = "JUROSMOR"
090500         AND JRN-PROGRAMA NOT = "MULTAMOR"
090600         AND (JRN-DEPOIS(41:1) NOT = "C"
090700         OR JRN-ANTES(41:1) = "C")
090800         GO TO 4600-TRATAR-LANCAMENTO-EXIT
090900     END-IF.
091000     ADD 1 TO WS-QTDE-JOURNAL.
091100     IF JRN-DEPOIS(64:2) = SPACES
091200         MOVE "01" TO WS-AGENCIA-TRAB
091300     ELSE
091400         MOVE JRN-DEPOIS(64:2) TO WS-AGENCIA-TRAB
091500     END-IF.
091600     PERFORM 2600-LOCALIZAR-AGENCIA
091700         THRU 2600-LOCALIZAR-AGENCIA-EXIT.
091800     IF WS-AG-ACHADO = ZERO
091900         GO TO 4600-TRATAR-LANCAMENTO-EXIT
092000     END-IF.
092100     IF JRN-INCLUSAO
092200         ADD 1 TO AGT-NOVOS(WS-AG-ACHADO)
092300         GO TO 4600-TRATAR-LANCAMENTO-EXIT
092400     END-IF.
092500     IF JRN-DEPOIS(41:1) = "C" AND JRN-ANTES(41:1) NOT = "C"
092600         ADD 1 TO AGT-ENCERRADOS(WS-AG-ACHADO)
092700     END-IF.
092800     IF JRN-PROGRAMA NOT = "TARIFA  "
092900         AND JRN-PROGRAMA NOT = "JUROSMOR"
093000         AND JRN-PROGRAMA NOT = "MULTAMOR"
093100         GO TO 4600-TRATAR-LANCAMENTO-EXIT
093200     END-IF.
093300     PERFORM 4700-CALCULAR-RECEITA
093400         THRU 4700-CALCULAR-RECEITA-EXIT.
093500     IF JRN-PROGRAMA = "TARIFA  "
093600         ADD WS-VALOR-BRL TO AGT-TARIFAS(WS-AG-ACHADO)
093700     ELSE
093800         ADD WS-VALOR-BRL TO AGT-JUROS(WS-AG-ACHADO)
093900     END-IF.
094000 4600-TRATAR-LANCAMENTO-EXIT.
094100     EXIT.
094200*
094300***************************************************************
094400*    4700-CALCULAR-RECEITA - ANTES - DEPOIS EM BRL, NA MOEDA DA *
094500*    IMAGEM DEPOIS; IMAGEM SEM SALDO NUMERICO NAO CONTA         *
094600***************************************************************
094700 4700-CALCULAR-RECEITA.
094800     MOVE ZERO TO WS-VALOR-BRL.
094900     MOVE JRN-ANTES(42:9) TO WS-SALDO-IMAGEM-AREA.
095000     IF WS-SALDO-IMAGEM NOT NUMERIC
095100         GO TO 4700-CALCULAR-RECEITA-EXIT
095200     END-IF.
095300     MOVE WS-SALDO-IMAGEM TO WS-SALDO-ANTES.
095400     MOVE JRN-DEPOIS(42:9) TO WS-SALDO-IMAGEM-AREA.
095500     IF WS-SALDO-IMAGEM NOT NUMERIC
095600         GO TO 4700-CALCULAR-RECEITA-EXIT
095700     END-IF.
095800     MOVE WS-SALDO-IMAGEM TO WS-SALDO-DEPOIS.
095900     MOVE JRN-DEPOIS(61:3) TO CMB-MOEDA.
096000     MOVE WS-DATA-FIM TO CMB-DATA-REF.
096100     COMPUTE CMB-VALOR = WS-SALDO-ANTES - WS-SALDO-DEPOIS.
096200     CALL "CAMBIO-CONVERTER" USING CMB-PARAMETROS.
096300     IF CMB-RETORNO > 04
096400         ADD 1 TO WS-QTDE-SEM-TAXA
096500         GO TO 4700-CALCULAR-RECEITA-EXIT
096600     END-IF.
096700     MOVE CMB-VALOR-BRL TO WS-VALOR-BRL.
096800 4700-CALCULAR-RECEITA-EXIT.
096900     EXIT.
097000*
097100***************************************************************
097200*    5000-CARREGAR-HISTORICO - LINHAS DO KPIHIST DO MES         *
097300*    ANTERIOR E DO MESMO MES DO ANO ANTERIOR. SEM KPIHIST (A    *
097400*    PRIMEIRA RODADA) AS COMPARACOES SAEM "N/D"                 *
097500***************************************************************
097600 5000-CARREGAR-HISTORICO.
097700     OPEN INPUT KPI-HIST-FILE.
097800     IF NOT KPIHIST-OK
097900         DISPLAY "KPIHIST AUSENTE (STATUS " WS-KPIHIST-FILE-STATUS
098000             ") - SEM COMPARACAO COM PERIODOS ANTERIORES."
098100         GO TO 5000-CARREGAR-HISTORICO-EXIT
098200     END-IF.
098300     MOVE "N" TO WS-EOF-SWITCH.
098400     PERFORM 5100-LER-HISTORICO THRU 5100-LER-HISTORICO-EXIT
098500         UNTIL FIM-DO-ARQUIVO.
098600     CLOSE KPI-HIST-FILE.
098700 5000-CARREGAR-HISTORICO-EXIT.
098800     EXIT.
098900*
099000***************************************************************
099100*    5100-LER-HISTORICO - LINHA REPETIDA DO MESMO PERIODO +     *
099200*    AGENCIA (REPROCESSAMENTO) SOBREPOE A ANTERIOR              *
099300***************************************************************
099400 5100-LER-HISTORICO.
099500     READ KPI-HIST-FILE
099600         AT END
099700             MOVE "Y" TO WS-EOF-SWITCH
099800             GO TO 5100-LER-HISTORICO-EXIT
099900     END-READ.
100000     IF KPH-PERIODO NOT NUMERIC
100100         GO TO 5100-LER-HISTORICO-EXIT
100200     END-IF.
100300     IF KPH-PERIODO NOT = WS-PERIODO-ANT
100400         AND KPH-PERIODO NOT = WS-PERIODO-ANO-ANT
100500         GO TO 5100-LER-HISTORICO-EXIT
100600     END-IF.
100700     MOVE KPH-PERIODO TO WS-HST-PERIODO-BUSCA.
100800     MOVE KPH-AGENCIA TO WS-AGENCIA-TRAB.
100900     PERFORM 8600-LOCALIZAR-HISTORICO
101000         THRU 8600-LOCALIZAR-HISTORICO-EXIT.
101100     IF WS-HST-ACHADO = ZERO
101200         IF WS-QTDE-HIST >= 110
101300             GO TO 5100-LER-HISTORICO-EXIT
101400         END-IF
101500         ADD 1 TO WS-QTDE-HIST
101600         MOVE WS-QTDE-HIST TO WS-HST-ACHADO
101700         MOVE KPH-PERIODO TO HST-PERIODO(WS-HST-ACHADO)
101800         MOVE KPH-AGENCIA TO HST-AGENCIA(WS-HST-ACHADO)
101900     END-IF.
102000     PERFORM 5150-COPIAR-VALOR THRU 5150-COPIAR-VALOR-EXIT
102100         VARYING WS-IND-SUB FROM 1 BY 1
102200         UNTIL WS-IND-SUB > WS-QTDE-INDICADORES.
102300 5100-LER-HISTORICO-EXIT.
102400     EXIT.
102500*
102600***************************************************************
102700*    5150-COPIAR-VALOR                                         *
102800***************************************************************
102900 5150-COPIAR-VALOR.
103000     IF KPH-VALOR(WS-IND-SUB) NUMERIC
103100         MOVE KPH-VALOR(WS-IND-SUB)
103200             TO HST-VALOR(WS-HST-ACHADO WS-IND-SUB)
103300     ELSE
103400         MOVE ZERO TO HST-VALOR(WS-HST-ACHADO WS-IND-SUB)
103500     END-IF.
103600 5150-COPIAR-VALOR-EXIT.
103700     EXIT.
103800*
103900***************************************************************
104000*    5500-ORDENAR-AGENCIAS - AS SECOES SAEM EM ORDEM DE         *
104100*    AGENCIA (TROCA SIMPLES, NO MAXIMO 50 ENTRADAS)             *
104200***************************************************************
104300 5500-ORDENAR-AGENCIAS.
104400     PERFORM 5550-PASSADA-ORDENACAO
104500         THRU 5550-PASSADA-ORDENACAO-EXIT
104600         VARYING WS-AG-SUB FROM 1 BY 1
104700         UNTIL WS-AG-SUB >= WS-QTDE-AGENCIAS.
104800 5500-ORDENAR-AGENCIAS-EXIT.
104900     EXIT.
105000*
105100***************************************************************
105200*    5550-PASSADA-ORDENACAO                                    *
105300***************************************************************
105400 5550-PASSADA-ORDENACAO.
105500     PERFORM 5560-TROCAR-AGENCIA THRU 5560-TROCAR-AGENCIA-EXIT
105600         VARYING WS-AG-SUB2 FROM WS-AG-SUB BY 1
105700         UNTIL WS-AG-SUB2 > WS-QTDE-AGENCIAS.
105800 5550-PASSADA-ORDENACAO-EXIT.
105900     EXIT.
106000*
106100***************************************************************
106200*    5560-TROCAR-AGENCIA                                       *
106300***************************************************************
106400 5560-TROCAR-AGENCIA.
106500     IF AGT-AGENCIA(WS-AG-SUB2) < AGT-AGENCIA(WS-AG-SUB)
106600         MOVE AGENCIA-ENTRY(WS-AG-SUB) TO WS-AGENCIA-TROCA
106700         MOVE AGENCIA-ENTRY(WS-AG-SUB2)
106800             TO AGENCIA-ENTRY(WS-AG-SUB)
106900         MOVE WS-AGENCIA-TROCA TO AGENCIA-ENTRY(WS-AG-SUB2)
107000     END-IF.
107100 5560-TROCAR-AGENCIA-EXIT.
107200     EXIT.
107300*
107400***************************************************************
107500*    5700-TOTALIZAR-BANCO - CONSOLIDADO "TT" NA POSICAO 51      *
107600***************************************************************
107700 5700-TOTALIZAR-BANCO.
107800     PERFORM 5750-SOMAR-AGENCIA THRU 5750-SOMAR-AGENCIA-EXIT
107900         VARYING WS-AG-SUB FROM 1 BY 1
108000         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS.
108100 5700-TOTALIZAR-BANCO-EXIT.
108200     EXIT.
108300*
108400***************************************************************
108500*    5750-SOMAR-AGENCIA                                        *
108600***************************************************************
108700 5750-SOMAR-AGENCIA.
108800     ADD AGT-CLIENTES(WS-AG-SUB) TO AGT-CLIENTES(WS-IDX-BANCO).
108900     ADD AGT-NOVOS(WS-AG-SUB) TO AGT-NOVOS(WS-IDX-BANCO).
109000     ADD AGT-ENCERRADOS(WS-AG-SUB)
109100         TO AGT-ENCERRADOS(WS-IDX-BANCO).
109200     ADD AGT-DQ-LIDOS(WS-AG-SUB) TO AGT-DQ-LIDOS(WS-IDX-BANCO).
109300     ADD AGT-DQ-OK(WS-AG-SUB) TO AGT-DQ-OK(WS-IDX-BANCO).
109400     ADD AGT-SALDO-TOTAL(WS-AG-SUB)
109500         TO AGT-SALDO-TOTAL(WS-IDX-BANCO).
109600     ADD AGT-SOMA-DIARIA(WS-AG-SUB)
109700         TO AGT-SOMA-DIARIA(WS-IDX-BANCO).
109800     ADD AGT-CARTEIRA(WS-AG-SUB) TO AGT-CARTEIRA(WS-IDX-BANCO).
109900     ADD AGT-ATRASO(WS-AG-SUB 1) TO AGT-ATRASO(WS-IDX-BANCO 1).
110000     ADD AGT-ATRASO(WS-AG-SUB 2) TO AGT-ATRASO(WS-IDX-BANCO 2).
110100     ADD AGT-ATRASO(WS-AG-SUB 3) TO AGT-ATRASO(WS-IDX-BANCO 3).
110200     ADD AGT-ATRASO(WS-AG-SUB 4) TO AGT-ATRASO(WS-IDX-BANCO 4).
110300     ADD AGT-VENCIDO-MES(WS-AG-SUB)
110400         TO AGT-VENCIDO-MES(WS-IDX-BANCO).
110500     ADD AGT-COBRADO-MES(WS-AG-SUB)
110600         TO AGT-COBRADO-MES(WS-IDX-BANCO).
110700     ADD AGT-TARIFAS(WS-AG-SUB) TO AGT-TARIFAS(WS-IDX-BANCO).
110800     ADD AGT-JUROS(WS-AG-SUB) TO AGT-JUROS(WS-IDX-BANCO).
110900 5750-SOMAR-AGENCIA-EXIT.
111000     EXIT.
111100*
111200***************************************************************
111300*    6000-EMITIR-PACOTE - UMA SECAO POR AGENCIA E O CONSOLIDADO;*
111400*    CADA SECAO VAI TAMBEM PARA O KPIHIST                       *
111500***************************************************************
111600 6000-EMITIR-PACOTE.
111700     OPEN EXTEND KPI-HIST-FILE.
111800     IF NOT KPIHIST-OK
111900         OPEN OUTPUT KPI-HIST-FILE
112000     END-IF.
112100     IF KPIHIST-OK
112200         MOVE "Y" TO WS-KPIHIST-ABERTO-SW
112300     ELSE
112400         DISPLAY "AVISO: KPIHIST INDISPONIVEL (STATUS "
112500             WS-KPIHIST-FILE-STATUS ") - PERIODO NAO REGISTRADO "
112600             "NO HISTORICO."
112700         PERFORM 1950-FONTE-AUSENTE THRU 1950-FONTE-AUSENTE-EXIT
112800     END-IF.
112900     PERFORM 6100-EMITIR-SECAO THRU 6100-EMITIR-SECAO-EXIT
113000         VARYING WS-AG-SECAO FROM 1 BY 1
113100         UNTIL WS-AG-SECAO > WS-QTDE-AGENCIAS.
113200     MOVE WS-IDX-BANCO TO WS-AG-SECAO.
113300     PERFORM 6100-EMITIR-SECAO THRU 6100-EMITIR-SECAO-EXIT.
113400     IF KPIHIST-DISPONIVEL
113500         CLOSE KPI-HIST-FILE
113600     END-IF.
113700 6000-EMITIR-PACOTE-EXIT.
113800     EXIT.
113900*
114000***************************************************************
114100*    6100-EMITIR-SECAO - LINHA "SECAO=XX" PARA O RELATORIO-     *
114200*    BUNDLE, CABECALHO PROPRIO (PAGINA 1) E OS INDICADORES DA   *
114300*    AGENCIA WS-AG-SECAO CONTRA OS DOIS PERIODOS DE COMPARACAO  *
114400***************************************************************
114500 6100-EMITIR-SECAO.
114600     ADD 1 TO WS-QTDE-SECOES.
114700     PERFORM 6200-CALCULAR-INDICADORES
114800         THRU 6200-CALCULAR-INDICADORES-EXIT.
114900     MOVE AGT-AGENCIA(WS-AG-SECAO) TO WS-AGENCIA-TRAB.
115000     MOVE WS-PERIODO-ANT TO WS-HST-PERIODO-BUSCA.
115100     PERFORM 8600-LOCALIZAR-HISTORICO
115200         THRU 8600-LOCALIZAR-HISTORICO-EXIT.
115300     MOVE "N" TO WS-ANTERIOR-SW.
115400     IF WS-HST-ACHADO > ZERO
115500         MOVE "Y" TO WS-ANTERIOR-SW
115600         PERFORM 6300-COPIAR-ANTERIOR
115700             THRU 6300-COPIAR-ANTERIOR-EXIT
115800             VARYING WS-IND-SUB FROM 1 BY 1
115900             UNTIL WS-IND-SUB > WS-QTDE-INDICADORES
116000     END-IF.
116100     MOVE WS-PERIODO-ANO-ANT TO WS-HST-PERIODO-BUSCA.
116200     PERFORM 8600-LOCALIZAR-HISTORICO
116300         THRU 8600-LOCALIZAR-HISTORICO-EXIT.
116400     MOVE "N" TO WS-ANO-ANT-SW.
116500     IF WS-HST-ACHADO > ZERO
116600         MOVE "Y" TO WS-ANO-ANT-SW
116700         PERFORM 6350-COPIAR-ANO-ANT THRU 6350-COPIAR-ANO-ANT-EXIT
116800             VARYING WS-IND-SUB FROM 1 BY 1
116900             UNTIL WS-IND-SUB > WS-QTDE-INDICADORES
117000     END-IF.
117100     IF RELATORIO-ABERTO
117200         MOVE SPACES TO PRINT-LINE
117300         STRING "SECAO=" AGT-AGENCIA(WS-AG-SECAO)
117400             DELIMITED BY SIZE INTO PRINT-LINE
117500         END-STRING
117600         WRITE PRINT-LINE
117700     END-IF.
117800     MOVE SPACES TO RPT-TITULO.
117900     IF WS-AG-SECAO = WS-IDX-BANCO
118000         MOVE "INDICADORES DO MES - CONSOLIDADO BANCO"
118100             TO RPT-TITULO
118200     ELSE
118300         STRING "INDICADORES DO MES - AGENCIA "
118400             AGT-AGENCIA(WS-AG-SECAO)
118500             DELIMITED BY SIZE INTO RPT-TITULO
118600         END-STRING
118700     END-IF.
118800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
118900     MOVE ZERO TO RPT-PAGINA-ATUAL.
119000     MOVE ZERO TO RPT-LINHA-ATUAL.
119100     SET RPT-ACAO-INICIAR TO TRUE.
119200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
119300     PERFORM 8000-GRAVAR-LINHAS-RPT
119400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
119500     MOVE SPACES TO RPT-LINHA-ENTRADA.
119600     STRING "PERIODO " WS-PERIODO "  COMPARADO COM "
119700         WS-PERIODO-ANT " (MES ANTERIOR) E " WS-PERIODO-ANO-ANT
119800         " (MESMO MES DO ANO ANTERIOR)"
119900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
120000     END-STRING.
120100     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
120200     MOVE SPACES TO RPT-LINHA-ENTRADA.
120300     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
120400     MOVE SPACES TO WS-LINHA-KPI.
120500     MOVE "INDICADOR" TO KPL-ROTULO.
120600     MOVE "      MES ATUAL" TO KPL-ATUAL.
120700     MOVE "   MES ANTERIOR" TO KPL-ANTERIOR.
120800     MOVE "       VARIACAO" TO KPL-VAR-ANTERIOR.
120900     MOVE " MES ANO ANTER." TO KPL-ANO-ANT.
121000     MOVE "       VARIACAO" TO KPL-VAR-ANO-ANT.
121100     MOVE WS-LINHA-KPI TO RPT-LINHA-ENTRADA.
121200     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
121300     PERFORM 6400-LINHA-INDICADOR THRU 6400-LINHA-INDICADOR-EXIT
121400         VARYING WS-IND-SUB FROM 1 BY 1
121500         UNTIL WS-IND-SUB > WS-QTDE-INDICADORES.
121600     PERFORM 6500-NOTAS-SECAO THRU 6500-NOTAS-SECAO-EXIT.
121700     PERFORM 6600-GRAVAR-HISTORICO
121800         THRU 6600-GRAVAR-HISTORICO-EXIT.
121900 6100-EMITIR-SECAO-EXIT.
122000     EXIT.
122100*
122200***************************************************************
122300*    6200-CALCULAR-INDICADORES - OS 15 INDICADORES DA AGENCIA   *
122400*    WS-AG-SECAO NA ORDEM DA TABELA-ROTULOS                     *
122500***************************************************************
122600 6200-CALCULAR-INDICADORES.
122700     INITIALIZE WS-KPI-ATUAL.
122800     MOVE AGT-CLIENTES(WS-AG-SECAO) TO KPA-VALOR(1).
122900     MOVE AGT-NOVOS(WS-AG-SECAO) TO KPA-VALOR(2).
123000     MOVE AGT-ENCERRADOS(WS-AG-SECAO) TO KPA-VALOR(3).
123100     COMPUTE KPA-VALOR(4) = AGT-NOVOS(WS-AG-SECAO)
123200         - AGT-ENCERRADOS(WS-AG-SECAO).
123300     MOVE AGT-SALDO-TOTAL(WS-AG-SECAO) TO KPA-VALOR(5).
123400     IF WS-QTDE-DIAS-HIST > ZERO
123500         COMPUTE KPA-VALOR(6) ROUNDED =
123600             AGT-SOMA-DIARIA(WS-AG-SECAO) / WS-QTDE-DIAS-HIST
123700     END-IF.
123800     IF AGT-CLIENTES(WS-AG-SECAO) > ZERO
123900         COMPUTE KPA-VALOR(7) ROUNDED =
124000             KPA-VALOR(6) / AGT-CLIENTES(WS-AG-SECAO)
124100     END-IF.
124200     IF AGT-CARTEIRA(WS-AG-SECAO) > ZERO
124300         COMPUTE KPA-VALOR(8) ROUNDED =
124400             AGT-ATRASO(WS-AG-SECAO 1) * 100
124500             / AGT-CARTEIRA(WS-AG-SECAO)
124600         COMPUTE KPA-VALOR(9) ROUNDED =
124700             AGT-ATRASO(WS-AG-SECAO 2) * 100
124800             / AGT-CARTEIRA(WS-AG-SECAO)
124900         COMPUTE KPA-VALOR(10) ROUNDED =
125000             AGT-ATRASO(WS-AG-SECAO 3) * 100
125100             / AGT-CARTEIRA(WS-AG-SECAO)
125200         COMPUTE KPA-VALOR(11) ROUNDED =
125300             AGT-ATRASO(WS-AG-SECAO 4) * 100
125400             / AGT-CARTEIRA(WS-AG-SECAO)
125500     END-IF.
125600     IF AGT-VENCIDO-MES(WS-AG-SECAO) > ZERO
125700         COMPUTE KPA-VALOR(12) ROUNDED =
125800             AGT-COBRADO-MES(WS-AG-SECAO) * 100
125900             / AGT-VENCIDO-MES(WS-AG-SECAO)
126000     END-IF.
126100     MOVE AGT-TARIFAS(WS-AG-SECAO) TO KPA-VALOR(13).
126200     MOVE AGT-JUROS(WS-AG-SECAO) TO KPA-VALOR(14).
126300     IF AGT-DQ-LIDOS(WS-AG-SECAO) > ZERO
126400         COMPUTE KPA-VALOR(15) ROUNDED =
126500             AGT-DQ-OK(WS-AG-SECAO) * 100
126600             / AGT-DQ-LIDOS(WS-AG-SECAO)
126700     END-IF.
126800 6200-CALCULAR-INDICADORES-EXIT.
126900     EXIT.
127000*
127100***************************************************************
127200*    6300-COPIAR-ANTERIOR                                      *
127300***************************************************************
127400 6300-COPIAR-ANTERIOR.
127500     MOVE HST-VALOR(WS-HST-ACHADO WS-IND-SUB)
127600         TO KPM-VALOR(WS-IND-SUB).
127700 6300-COPIAR-ANTERIOR-EXIT.
127800     EXIT.
127900*
128000***************************************************************
128100*    6350-COPIAR-ANO-ANT                                       *
128200***************************************************************
128300 6350-COPIAR-ANO-ANT.
128400     MOVE HST-VALOR(WS-HST-ACHADO WS-IND-SUB)
128500         TO KPY-VALOR(WS-IND-SUB).
128600 6350-COPIAR-ANO-ANT-EXIT.
128700     EXIT.
128800*
128900***************************************************************
129000*    6400-LINHA-INDICADOR - VALOR ATUAL, VALOR DE COMPARACAO E  *
129100*    VARIACAO (ATUAL MENOS COMPARACAO, NA MESMA UNIDADE - EM    *
129200*    PONTOS PERCENTUAIS NOS INDICADORES EM %)                   *
129300***************************************************************
129400 6400-LINHA-INDICADOR.
129500     MOVE SPACES TO WS-LINHA-KPI.
129600     MOVE ROT-TEXTO(WS-IND-SUB) TO KPL-ROTULO.
129700     MOVE ROT-TIPO(WS-IND-SUB) TO WS-TIPO-EDITAR.
129800     MOVE KPA-VALOR(WS-IND-SUB) TO WS-VALOR-EDITAR.
129900     PERFORM 8800-EDITAR-VALOR THRU 8800-EDITAR-VALOR-EXIT.
130000     MOVE WS-CAMPO-EDITADO TO KPL-ATUAL.
130100     IF TEM-ANTERIOR
130200         MOVE KPM-VALOR(WS-IND-SUB) TO WS-VALOR-EDITAR
130300         PERFORM 8800-EDITAR-VALOR THRU 8800-EDITAR-VALOR-EXIT
130400         MOVE WS-CAMPO-EDITADO TO KPL-ANTERIOR
130500         COMPUTE WS-VALOR-EDITAR =
130600             KPA-VALOR(WS-IND-SUB) - KPM-VALOR(WS-IND-SUB)
130700         PERFORM 8800-EDITAR-VALOR THRU 8800-EDITAR-VALOR-EXIT
130800         MOVE WS-CAMPO-EDITADO TO KPL-VAR-ANTERIOR
130900     ELSE
131000         MOVE WS-NAO-DISPONIVEL TO KPL-ANTERIOR
131100         MOVE WS-NAO-DISPONIVEL TO KPL-VAR-ANTERIOR
131200     END-IF.
131300     IF TEM-ANO-ANT
131400         MOVE KPY-VALOR(WS-IND-SUB) TO WS-VALOR-EDITAR
131500         PERFORM 8800-EDITAR-VALOR THRU 8800-EDITAR-VALOR-EXIT
131600         MOVE WS-CAMPO-EDITADO TO KPL-ANO-ANT
131700         COMPUTE WS-VALOR-EDITAR =
131800             KPA-VALOR(WS-IND-SUB) - KPY-VALOR(WS-IND-SUB)
131900         PERFORM 8800-EDITAR-VALOR THRU 8800-EDITAR-VALOR-EXIT
132000         MOVE WS-CAMPO-EDITADO TO KPL-VAR-ANO-ANT
132100     ELSE
132200         MOVE WS-NAO-DISPONIVEL TO KPL-ANO-ANT
132300         MOVE WS-NAO-DISPONIVEL TO KPL-VAR-ANO-ANT
132400     END-IF.
132500     MOVE WS-LINHA-KPI TO RPT-LINHA-ENTRADA.
132600     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
132700 6400-LINHA-INDICADOR-EXIT.
132800     EXIT.
132900*
133000***************************************************************
133100*    6500-NOTAS-SECAO - BASES DOS INDICADORES; NO CONSOLIDADO,  *
133200*    TAMBEM O QUE FICOU FORA DE TODAS AS AGENCIAS               *
133300***************************************************************
133400 6500-NOTAS-SECAO.
133500     MOVE SPACES TO RPT-LINHA-ENTRADA.
133600     STRING "INADIMPLENCIA: VALOR EM ATRASO POR DIAS UTEIS SOBRE "
133700         "A CARTEIRA ABERTA EM " WS-DATA-FIM "."
133800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
133900     END-STRING.
134000     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
134100     MOVE "COBRANCA: RECEBIDO NO MES SOBRE VENCIDO NO MES."
134200         TO RPT-LINHA-ENTRADA.
134300     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
134400     MOVE SPACES TO RPT-LINHA-ENTRADA.
134500     STRING "VALORES EM BRL PELA TAXA DO FIM DO MES. N/D = "
134600         "PERIODO SEM LINHA NO HISTORICO DE INDICADORES."
134700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
134800     END-STRING.
134900     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
135000     IF WS-AG-SECAO NOT = WS-IDX-BANCO
135100         GO TO 6500-NOTAS-SECAO-EXIT
135200     END-IF.
135300     MOVE WS-QTDE-FORA-SNAPSHOT TO WS-QTDE-ED.
135400     MOVE SPACES TO RPT-LINHA-ENTRADA.
135500     STRING "REGISTROS DE CLIENTE FORA DO SNAPSHOT (NAO "
135600         "ATRIBUIDOS) ..: " WS-QTDE-ED
135700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
135800     END-STRING.
135900     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
136000     MOVE WS-QTDE-SEM-TAXA TO WS-QTDE-ED.
136100     MOVE SPACES TO RPT-LINHA-ENTRADA.
136200     STRING "VALORES SEM TAXA DE CAMBIO (FORA DOS TOTAIS) "
136300         ".......: " WS-QTDE-ED
136400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
136500     END-STRING.
136600     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
136700 6500-NOTAS-SECAO-EXIT.
136800     EXIT.
136900*
137000***************************************************************
137100*    6600-GRAVAR-HISTORICO - LINHA DO PERIODO + AGENCIA NO      *
137200*    KPIHIST                                                    *
137300***************************************************************
137400 6600-GRAVAR-HISTORICO.
137500     IF NOT KPIHIST-DISPONIVEL
137600         GO TO 6600-GRAVAR-HISTORICO-EXIT
137700     END-IF.
137800     MOVE SPACES TO KPI-HIST-RECORD.
137900     MOVE WS-PERIODO TO KPH-PERIODO.
138000     MOVE AGT-AGENCIA(WS-AG-SECAO) TO KPH-AGENCIA.
138100     MOVE RUN-DATA TO KPH-DATA-GERACAO.
138200     PERFORM 6650-MOVER-VALOR THRU 6650-MOVER-VALOR-EXIT
138300         VARYING WS-IND-SUB FROM 1 BY 1
138400         UNTIL WS-IND-SUB > WS-QTDE-INDICADORES.
138500     WRITE KPI-HIST-RECORD.
138600 6600-GRAVAR-HISTORICO-EXIT.
138700     EXIT.
138800*
138900***************************************************************
139000*    6650-MOVER-VALOR                                          *
139100***************************************************************
139200 6650-MOVER-VALOR.
139300     MOVE KPA-VALOR(WS-IND-SUB) TO KPH-VALOR(WS-IND-SUB).
139400 6650-MOVER-VALOR-EXIT.
139500     EXIT.
139600*
139700***************************************************************
139800*    9000-FINALIZAR                                            *
139900***************************************************************
140000 9000-FINALIZAR.
140100     IF RELATORIO-ABERTO
140200         CLOSE PRINT-FILE
140300     END-IF.
140400     DISPLAY "====== PACOTE MENSAL DE INDICADORES ======".
140500     DISPLAY "PERIODO ................: " WS-PERIODO.
140600     DISPLAY "CLIENTES NO SNAPSHOT ...: " WS-QTDE-SNAP.
140700     DISPLAY "  FORA DE ORDEM ........: " WS-QTDE-SNAP-FORA-ORDEM.
140800     DISPLAY "AGENCIAS ...............: " WS-QTDE-AGENCIAS.
140900     DISPLAY "DIAS NO BALHIST ........: " WS-QTDE-DIAS-HIST.
141000     DISPLAY "LINHAS DO BALHIST ......: " WS-QTDE-LINHAS-HIST.
141100     DISPLAY "TITULOS LIDOS ..........: " WS-QTDE-TITULOS.
141200     DISPLAY "LIQUIDACOES DO MES .....: " WS-QTDE-LIQUIDACOES.
141300     DISPLAY "LANCAMENTOS DO JOURNAL .: " WS-QTDE-JOURNAL.
141400     DISPLAY "FORA DO SNAPSHOT .......: " WS-QTDE-FORA-SNAPSHOT.
141500     DISPLAY "SEM TAXA DE CAMBIO .....: " WS-QTDE-SEM-TAXA.
141600     DISPLAY "SEM CALENDARIO .........: " WS-QTDE-SEM-CALENDARIO.
141700     DISPLAY "SECOES EMITIDAS ........: " WS-QTDE-SECOES.
141800     MOVE WS-RC-FINAL TO RETURN-CODE.
141900 9000-FINALIZAR-EXIT.
142000     EXIT.
142100*
142200***************************************************************
142300*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS *
142400*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                      *
142500***************************************************************
142600 8000-GRAVAR-LINHAS-RPT.
142700     IF NOT RELATORIO-ABERTO
142800         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
142900     END-IF.
143000     PERFORM 8100-GRAVAR-UMA-LINHA
143100         THRU 8100-GRAVAR-UMA-LINHA-EXIT
143200         VARYING WS-RPT-SUB FROM 1 BY 1
143300         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
143400 8000-GRAVAR-LINHAS-RPT-EXIT.
143500     EXIT.
143600*
143700***************************************************************
143800*    8100-GRAVAR-UMA-LINHA                                     *
143900***************************************************************
144000 8100-GRAVAR-UMA-LINHA.
144100     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
144200     WRITE PRINT-LINE.
144300 8100-GRAVAR-UMA-LINHA-EXIT.
144400     EXIT.
144500*
144600***************************************************************
144700*    8200-LINHA-DETALHE - RPT-LINHA-ENTRADA JA MONTADA         *
144800***************************************************************
144900 8200-LINHA-DETALHE.
145000     SET RPT-ACAO-DETALHE TO TRUE.
145100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
145200     PERFORM 8000-GRAVAR-LINHAS-RPT
145300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
145400 8200-LINHA-DETALHE-EXIT.
145500     EXIT.
145600*
145700***************************************************************
145800*    8300-LINHA-TOTAL - RPT-LINHA-ENTRADA JA MONTADA           *
145900***************************************************************
146000 8300-LINHA-TOTAL.
146100     SET RPT-ACAO-TOTAL TO TRUE.
146200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
146300     PERFORM 8000-GRAVAR-LINHAS-RPT
146400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
146500 8300-LINHA-TOTAL-EXIT.
146600     EXIT.
146700*
146800***************************************************************
146900*    8500-LOCALIZAR-CLIENTE - BUSCA BINARIA DE WS-CLI-BUSCA NA  *
147000*    TABELA-CLIENTES; ACHADO, POSICIONA WS-AG-ACHADO NA AGENCIA *
147100*    DO CLIENTE. CLIENTE FORA DO SNAPSHOT (ENCERRADO E EXPURGADO*
147200*    OU ABERTO DEPOIS DO FECHAMENTO) FICA DE FORA               *
147300***************************************************************
147400 8500-LOCALIZAR-CLIENTE.
147500     MOVE ZERO TO WS-AG-ACHADO.
147600     MOVE SPACES TO WS-AGENCIA-TRAB.
147700     MOVE 1 TO WS-BB-INICIO.
147800     MOVE WS-QTDE-CLIENTES TO WS-BB-FIM.
147900     IF WS-BB-FIM > 50000
148000         MOVE 50000 TO WS-BB-FIM
148100     END-IF.
148200     PERFORM 8550-DIVIDIR-FAIXA THRU 8550-DIVIDIR-FAIXA-EXIT
148300         UNTIL WS-BB-INICIO > WS-BB-FIM
148400         OR WS-AGENCIA-TRAB NOT = SPACES.
148500     IF WS-AGENCIA-TRAB = SPACES
148600         ADD 1 TO WS-QTDE-FORA-SNAPSHOT
148700         GO TO 8500-LOCALIZAR-CLIENTE-EXIT
148800     END-IF.
148900     PERFORM 2600-LOCALIZAR-AGENCIA
149000         THRU 2600-LOCALIZAR-AGENCIA-EXIT.
149100 8500-LOCALIZAR-CLIENTE-EXIT.
149200     EXIT.
149300*
149400***************************************************************
149500*    8550-DIVIDIR-FAIXA                                        *
149600***************************************************************
149700 8550-DIVIDIR-FAIXA.
149800     COMPUTE WS-BB-MEIO = (WS-BB-INICIO + WS-BB-FIM) / 2.
149900     EVALUATE TRUE
150000         WHEN CLI-ID(WS-BB-MEIO) = WS-CLI-BUSCA
150100             MOVE CLI-AGENCIA(WS-BB-MEIO) TO WS-AGENCIA-TRAB
150200         WHEN CLI-ID(WS-BB-MEIO) < WS-CLI-BUSCA
150300             COMPUTE WS-BB-INICIO = WS-BB-MEIO + 1
150400         WHEN OTHER
150500             COMPUTE WS-BB-FIM = WS-BB-MEIO - 1
150600     END-EVALUATE.
150700 8550-DIVIDIR-FAIXA-EXIT.
150800     EXIT.
150900*
151000***************************************************************
151100*    8600-LOCALIZAR-HISTORICO - WS-HST-PERIODO-BUSCA +          *
151200*    WS-AGENCIA-TRAB NA TABELA-HIST (ZERO = NAO HA)             *
151300***************************************************************
151400 8600-LOCALIZAR-HISTORICO.
151500     MOVE ZERO TO WS-HST-ACHADO.
151600     PERFORM 8650-TESTAR-HISTORICO THRU 8650-TESTAR-HISTORICO-EXIT
151700         VARYING WS-HST-SUB FROM 1 BY 1
151800         UNTIL WS-HST-SUB > WS-QTDE-HIST
151900         OR WS-HST-ACHADO > ZERO.
152000 8600-LOCALIZAR-HISTORICO-EXIT.
152100     EXIT.
152200*
152300***************************************************************
152400*    8650-TESTAR-HISTORICO                                     *
152500***************************************************************
152600 8650-TESTAR-HISTORICO.
152700     IF HST-PERIODO(WS-HST-SUB) = WS-HST-PERIODO-BUSCA
152800         AND HST-AGENCIA(WS-HST-SUB) = WS-AGENCIA-TRAB
152900         MOVE WS-HST-SUB TO WS-HST-ACHADO
153000     END-IF.
153100 8650-TESTAR-HISTORICO-EXIT.
153200     EXIT.
153300*
153400***************************************************************
153500*    8800-EDITAR-VALOR - WS-VALOR-EDITAR NO FORMATO DO TIPO     *
153600*    WS-TIPO-EDITAR (Q SEM DECIMAIS; V E P COM DUAS CASAS)      *
153700***************************************************************
153800 8800-EDITAR-VALOR.
153900     IF WS-TIPO-EDITAR = "Q"
154000         MOVE WS-VALOR-EDITAR TO WS-ED-QTDE
154100         MOVE WS-ED-QTDE TO WS-CAMPO-EDITADO
154200     ELSE
154300         MOVE WS-VALOR-EDITAR TO WS-ED-VALOR
154400         MOVE WS-ED-VALOR TO WS-CAMPO-EDITADO
154500     END-IF.
154600 8800-EDITAR-VALOR-EXIT.
154700     EXIT.
