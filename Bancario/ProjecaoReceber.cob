000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROJECAO-RECEBER.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PROJECAO SEMANAL DE RECEBIMENTOS PARA A
001200*                       TESOURARIA, QUE ATE AQUI ERA ESTIMADA A
001300*                       OLHO SOBRE AS LISTAGENS DO TITULO-RECON.
001400*                       ENTRAM OS TITULOS ABERTOS DO TITREG, PELO
001500*                       VENCIMENTO, E AS OCORRENCIAS FUTURAS DAS
001600*                       INSTRUCOES PERMANENTES DE DEBITO DO
001700*                       RECORFILE, ROLADAS PELO CAL-BUSINESS-DAY
001800*                       COMO NO RECORRENCIA-GERAR. CADA VALOR E
001900*                       PONDERADO PELA TAXA DE PAGAMENTO E PELO
002000*                       ATRASO MEDIO (DIAS UTEIS) DA AGENCIA NA
002100*                       FAIXA DE ATRASO DO TITULO (A VENCER, 1-30,
002200*                       31-60, 61-90, 91+ - AS FAIXAS DO AGING-
002300*                       REPORT), APURADOS NOS TITULOS VENCIDOS NOS
002400*                       ULTIMOS PFCMESES MESES (PADRAO 12): PAGO E
002500*                       O LIQUIDADO, NA DATA DE PAGAMENTO DA
002600*                       LIQUIDACAO NO SETLREG; NAO PAGO E O
002700*                       BAIXADO POR INSTRUCAO OU O AINDA ABERTO
002800*                       COM MAIS DE 90 DIAS UTEIS. AGENCIA COM
002900*                       MENOS DE PFCMINOBS TITULOS OBSERVADOS NA
003000*                       FAIXA (PADRAO 20) USA A TAXA DO BANCO.
003100*                       COLUNAS: ESPERADO = TAXA, NO VENCIMENTO
003200*                       MAIS O ATRASO MEDIO; MELHOR = TAXA MAIS
003300*                       PFCMARGEM PONTOS (PADRAO 10), SEM ATRASO;
003400*                       PIOR = TAXA MENOS A MARGEM, COM O DOBRO DO
003500*                       ATRASO MEDIO. O PFCPRT LISTA AS TAXAS, O
003600*                       PREVISTO POR DIA UTIL E POR SEMANA DO
003700*                       HORIZONTE (PFCDIAS DIAS CORRIDOS, PADRAO
003800*                       90) E OS TOTAIS DE 30/60/90 DIAS. CADA
003900*                       RODADA FICA NO PFCHIST (VER COPYBOOKS/
004000*                       PFCREG.CPY), E AS RODADAS ANTERIORES SAO
004100*                       COMPARADAS COM O QUE ENTROU DE FATO NO
004200*                       SETLREG NOS DIAS JA PASSADOS.
004300***************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TITULO-FILE ASSIGN TO "TITREG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS TIT-CHAVE
005200         ALTERNATE RECORD KEY IS TIT-CUST-ID
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-TITULO-FILE-STATUS.
005500     SELECT SETTLE-FILE ASSIGN TO "SETLREG"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS STL-CHAVE
005900         FILE STATUS IS WS-SETTLE-FILE-STATUS.
006000     SELECT RECUR-FILE ASSIGN TO "RECORFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RECUR-FILE-STATUS.
006300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CUST-ID
006700         ALTERNATE RECORD KEY IS CUST-NOME
006800             WITH DUPLICATES
006900         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
007000         FILE STATUS IS WS-MASTER-FILE-STATUS.
007100     SELECT PROJECAO-FILE ASSIGN TO "PFCHIST"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PROJECAO-FILE-STATUS.
007400     SELECT PRINT-FILE ASSIGN TO "PFCPRT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PRINT-FILE-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  TITULO-FILE.
008200*    CADASTRO DE TITULOS DE COBRANCA (VER COPYBOOKS/TITREG.CPY)
008300 COPY "TITREG.cpy".
008400*
008500 FD  SETTLE-FILE.
008600*    LIQUIDACOES DO RETORNO (VER COPYBOOKS/SETLREG.CPY)
008700 COPY "SETLREG.cpy".
008800*
008900 FD  RECUR-FILE
009000     RECORDING MODE IS F.
009100*    INSTRUCOES PERMANENTES (VER COPYBOOKS/RECREG.CPY)
009200 COPY "RECREG.cpy".
009300*
009400 FD  CUSTOMER-MASTER.
009500*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY) -
009600*    SO PARA A AGENCIA DO CLIENTE
009700 COPY "CUSTREC.cpy".
009800*
009900 FD  PROJECAO-FILE
010000     RECORDING MODE IS F.
010100*    HISTORICO DAS PROJECOES (VER COPYBOOKS/PFCREG.CPY)
010200 COPY "PFCREG.cpy".
010300*
010400 FD  PRINT-FILE
010500     RECORDING MODE IS F.
010600 01  PRINT-LINE              PIC X(132).
010700*
010800 WORKING-STORAGE SECTION.
010900*
011000 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
011100     88  TITULO-OK           VALUE "00".
011200 77  WS-SETTLE-FILE-STATUS   PIC X(02) VALUE ZEROS.
011300     88  SETTLE-OK           VALUE "00".
011400 77  WS-RECUR-FILE-STATUS    PIC X(02) VALUE ZEROS.
011500     88  RECUR-FILE-OK       VALUE "00".
011600 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
011700     88  MASTER-OK           VALUE "00".
011800 77  WS-PROJECAO-FILE-STATUS PIC X(02) VALUE ZEROS.
011900     88  PROJECAO-FILE-OK    VALUE "00".
012000 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
012100     88  PRINT-FILE-OK       VALUE "00".
012200*
012300 77  WS-CUSTMAST-SW          PIC X(01) VALUE "N".
012400     88  CUSTMAST-DISPONIVEL VALUE "Y".
012500 77  WS-SETTLE-SW            PIC X(01) VALUE "N".
012600     88  SETLREG-DISPONIVEL  VALUE "Y".
012700 77  WS-TIT-EOF-SWITCH       PIC X(01) VALUE "N".
012800     88  FIM-DOS-TITULOS     VALUE "Y".
012900 77  WS-STL-EOF-SWITCH       PIC X(01) VALUE "N".
013000     88  FIM-DAS-LIQUIDACOES VALUE "Y".
013100 77  WS-RCR-EOF-SWITCH       PIC X(01) VALUE "N".
013200     88  FIM-DAS-INSTRUCOES  VALUE "Y".
013300 77  WS-PFC-EOF-SWITCH       PIC X(01) VALUE "N".
013400     88  FIM-DO-HISTORICO    VALUE "Y".
013500 77  WS-RODADA-HOJE-SW       PIC X(01) VALUE "N".
013600     88  RODADA-HOJE-GRAVADA VALUE "Y".
013700 77  WS-PAGO-SW              PIC X(01) VALUE "N".
013800     88  TITULO-PAGO         VALUE "Y".
013900 77  WS-ACHOU-SW             PIC X(01) VALUE "N".
014000     88  LIQUIDACAO-ACHADA   VALUE "Y".
014100*
014200***************************************************************
014300*    PARAMETROS DE AMBIENTE: PFCDIAS = HORIZONTE EM DIAS
014400*    CORRIDOS (PADRAO 90, ATE 180); PFCMESES = MESES DE
014500*    HISTORICO (PADRAO 12); PFCMARGEM = PONTOS PERCENTUAIS DA
014600*    FAIXA MELHOR/PIOR (PADRAO 10); PFCMINOBS = MINIMO DE
014700*    TITULOS OBSERVADOS PARA A TAXA DA AGENCIA (PADRAO 20)
014800***************************************************************
014900 77  WS-HORIZONTE            PIC 9(03) VALUE ZERO.
015000 77  WS-MESES-HIST           PIC 9(02) VALUE ZERO.
015100 77  WS-MARGEM-PONTOS        PIC 9(02) VALUE ZERO.
015200 77  WS-MIN-OBS              PIC 9(03) VALUE ZERO.
015300 77  WS-MARGEM               PIC 9V9(04) VALUE ZERO.
015400*
015500 01  WS-HIST-INICIO          PIC 9(08) VALUE ZERO.
015600 01  WS-HIST-INICIO-R REDEFINES WS-HIST-INICIO.
015700     05  WS-HI-ANO           PIC 9(04).
015800     05  WS-HI-MES           PIC 9(02).
015900     05  WS-HI-DIA           PIC 9(02).
016000 77  WS-TOTAL-MESES          PIC 9(06) COMP VALUE ZERO.
016100 77  WS-RESTO                PIC 9(04) COMP VALUE ZERO.
016200 77  WS-QUOCIENTE            PIC 9(06) COMP VALUE ZERO.
016300*
016400***************************************************************
016500*    GRADE DE DIAS UTEIS DO HORIZONTE (CALENDARIO NACIONAL), COM
016600*    O PREVISTO DE CADA DIA
016700***************************************************************
016800 01  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
016900 01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
017000     05  WS-DT-ANO           PIC 9(04).
017100     05  WS-DT-MES           PIC 9(02).
017200     05  WS-DT-DIA           PIC 9(02).
017300 77  WS-ULT-DIA-MES          PIC 9(02) VALUE ZERO.
017400 77  WS-CORRIDOS             PIC 9(03) VALUE ZERO.
017500 77  WS-QTDE-DIAS            PIC 9(03) COMP VALUE ZERO.
017600 01  TABELA-DIAS.
017700     05  DIA-ITEM OCCURS 1 TO 200 TIMES
017800         DEPENDING ON WS-QTDE-DIAS
017900         INDEXED BY DIA-IDX.
018000         10  DIA-DATA        PIC 9(08).
018100         10  DIA-CORRIDOS    PIC 9(03).
018200         10  DIA-TIT-MELHOR  PIC 9(11)V99.
018300         10  DIA-TIT-ESPERADO PIC 9(11)V99.
018400         10  DIA-TIT-PIOR    PIC 9(11)V99.
018500         10  DIA-REC-MELHOR  PIC 9(11)V99.
018600         10  DIA-REC-ESPERADO PIC 9(11)V99.
018700         10  DIA-REC-PIOR    PIC 9(11)V99.
018800 77  WS-DIA-SUB              PIC 9(03) COMP VALUE ZERO.
018900 77  WS-DATA-BUSCA           PIC 9(08) VALUE ZERO.
019000 77  WS-POSICAO              PIC S9(05) COMP VALUE ZERO.
019100 77  WS-ULTIMA-DATA          PIC 9(08) VALUE ZERO.
019200*
019300***************************************************************
019400*    FAIXAS DE ATRASO EM DIAS UTEIS (AS DO AGING-REPORT): O
019500*    TITULO "ALCANCA" A FAIXA QUANDO AINDA ESTA SEM PAGAMENTO NO
019600*    LIMITE INFERIOR DELA
019700***************************************************************
019800 01  TABELA-LIMITES-FAIXA.
019900     05  FILLER              PIC 9(03) VALUE 000.
020000     05  FILLER              PIC 9(03) VALUE 001.
020100     05  FILLER              PIC 9(03) VALUE 031.
020200     05  FILLER              PIC 9(03) VALUE 061.
020300     05  FILLER              PIC 9(03) VALUE 091.
020400 01  TABELA-LIMITES-R REDEFINES TABELA-LIMITES-FAIXA.
020500     05  LIM-FAIXA           PIC 9(03) OCCURS 5 TIMES.
020600 77  WS-FX                   PIC 9(01) VALUE ZERO.
020700 77  WS-FX-TITULO            PIC 9(01) VALUE ZERO.
020800*
020900***************************************************************
021000*    HISTORICO DE PAGAMENTO POR AGENCIA E FAIXA, E DO BANCO
021100***************************************************************
021200 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
021300 01  TABELA-HISTORICO.
021400     05  HST-ITEM OCCURS 1 TO 100 TIMES
021500         DEPENDING ON WS-QTDE-AGENCIAS
021600         INDEXED BY HST-IDX.
021700         10  HST-AGENCIA     PIC X(02).
021800         10  HST-FAIXA OCCURS 5 TIMES.
021900             15  HST-OBSERVADOS  PIC 9(07).
022000             15  HST-PAGOS       PIC 9(07).
022100             15  HST-SOMA-ATRASO PIC 9(09).
022200 01  TOTAL-BANCO.
022300     05  BCO-FAIXA OCCURS 5 TIMES.
022400         10  BCO-OBSERVADOS  PIC 9(07) VALUE ZERO.
022500         10  BCO-PAGOS       PIC 9(07) VALUE ZERO.
022600         10  BCO-SOMA-ATRASO PIC 9(09) VALUE ZERO.
022700 77  WS-AGE-SUB              PIC 9(03) COMP VALUE ZERO.
022800 77  WS-AGENCIA              PIC X(02) VALUE SPACES.
022900*
023000***************************************************************
023100*    TITULO E INSTRUCAO EM TRATAMENTO
023200***************************************************************
023300 77  WS-DATA-PAGTO           PIC 9(08) VALUE ZERO.
023400 77  WS-ATRASO               PIC S9(05) VALUE ZERO.
023500 77  WS-IDADE                PIC S9(05) VALUE ZERO.
023600 77  WS-RESTANTE             PIC S9(05) VALUE ZERO.
023700 77  WS-OBSERVADOS           PIC 9(07) VALUE ZERO.
023800 77  WS-PAGOS                PIC 9(07) VALUE ZERO.
023900 77  WS-SOMA-ATRASO          PIC 9(09) VALUE ZERO.
024000 77  WS-TAXA                 PIC 9V9(04) VALUE ZERO.
024100 77  WS-TAXA-MELHOR          PIC 9V9(04) VALUE ZERO.
024200 77  WS-TAXA-PIOR            PIC S9V9(04) VALUE ZERO.
024300 77  WS-ATRASO-MEDIO         PIC 9(05) VALUE ZERO.
024400 77  WS-VALOR                PIC 9(11)V99 VALUE ZERO.
024500 77  WS-VAL-MELHOR           PIC 9(11)V99 VALUE ZERO.
024600 77  WS-VAL-ESPERADO         PIC 9(11)V99 VALUE ZERO.
024700 77  WS-VAL-PIOR             PIC 9(11)V99 VALUE ZERO.
024800 77  WS-POS-MELHOR           PIC S9(05) COMP VALUE ZERO.
024900 77  WS-POS-ESPERADO         PIC S9(05) COMP VALUE ZERO.
025000 77  WS-POS-PIOR             PIC S9(05) COMP VALUE ZERO.
025100 77  WS-TIPO-ITEM            PIC X(01) VALUE SPACE.
025200     88  ITEM-TITULO         VALUE "T".
025300     88  ITEM-RECORRENTE     VALUE "R".
025400 77  WS-MES-SUB              PIC 9(02) COMP VALUE ZERO.
025500 77  WS-QTDE-MESES-HOR       PIC 9(02) COMP VALUE ZERO.
025600 01  WS-DATA-CANDIDATA       PIC 9(08) VALUE ZERO.
025700 01  WS-DATA-CANDIDATA-R REDEFINES WS-DATA-CANDIDATA.
025800     05  WS-CAND-ANO         PIC 9(04).
025900     05  WS-CAND-MES         PIC 9(02).
026000     05  WS-CAND-DIA         PIC 9(02).
026100*
026200***************************************************************
026300*    PREVISTO DEPOIS DO HORIZONTE E TOTAIS DO RELATORIO
026400***************************************************************
026500 77  WS-ALEM-MELHOR          PIC 9(11)V99 VALUE ZERO.
026600 77  WS-ALEM-ESPERADO        PIC 9(11)V99 VALUE ZERO.
026700 77  WS-ALEM-PIOR            PIC 9(11)V99 VALUE ZERO.
026800 77  WS-SEMANA               PIC 9(02) VALUE ZERO.
026900 77  WS-SEMANA-ANT           PIC 9(02) VALUE ZERO.
027000 01  WS-SOMA-SEMANA.
027100     05  SEM-MELHOR          PIC 9(11)V99 VALUE ZERO.
027200     05  SEM-ESPERADO        PIC 9(11)V99 VALUE ZERO.
027300     05  SEM-PIOR            PIC 9(11)V99 VALUE ZERO.
027400     05  SEM-RECORRENTE      PIC 9(11)V99 VALUE ZERO.
027500 01  TABELA-PRAZOS.
027600     05  PRZ-ITEM OCCURS 4 TIMES.
027700         10  PRZ-DIAS        PIC 9(03).
027800         10  PRZ-MELHOR      PIC 9(11)V99.
027900         10  PRZ-ESPERADO    PIC 9(11)V99.
028000         10  PRZ-PIOR        PIC 9(11)V99.
028100         10  PRZ-RECORRENTE  PIC 9(11)V99.
028200 77  WS-PRZ-SUB              PIC 9(01) VALUE ZERO.
028300*
028400***************************************************************
028500*    RODADAS ANTERIORES (PFCHIST) E O REALIZADO NO SETLREG
028600***************************************************************
028700 77  WS-QTDE-RODADAS         PIC 9(03) COMP VALUE ZERO.
028800 01  TABELA-RODADAS.
028900     05  ROD-ITEM OCCURS 1 TO 120 TIMES
029000         DEPENDING ON WS-QTDE-RODADAS
029100         INDEXED BY ROD-IDX.
029200         10  ROD-DATA        PIC 9(08).
029300         10  ROD-DIAS        PIC 9(03).
029400         10  ROD-MELHOR      PIC 9(11)V99.
029500         10  ROD-ESPERADO    PIC 9(11)V99.
029600         10  ROD-PIOR        PIC 9(11)V99.
029700         10  ROD-REALIZADO   PIC 9(11)V99.
029800 77  WS-QTDE-DATAS-REAL      PIC 9(04) COMP VALUE ZERO.
029900 01  TABELA-REALIZADO.
030000     05  REA-ITEM OCCURS 1 TO 800 TIMES
030100         DEPENDING ON WS-QTDE-DATAS-REAL
030200         INDEXED BY REA-IDX.
030300         10  REA-DATA        PIC 9(08).
030400         10  REA-VALOR       PIC 9(11)V99.
030500 77  WS-ROD-SUB              PIC 9(03) COMP VALUE ZERO.
030600 77  WS-DESVIO               PIC S9(11)V99 VALUE ZERO.
030700 77  WS-PERCENTUAL           PIC 9(04)V9 VALUE ZERO.
030800*
030900***************************************************************
031000*    CONTADORES DE CONTROLE
031100***************************************************************
031200 77  WS-QTDE-TIT-LIDOS       PIC 9(07) COMP VALUE ZERO.
031300 77  WS-QTDE-HISTORICO       PIC 9(07) COMP VALUE ZERO.
031400 77  WS-QTDE-SEM-LIQUIDACAO  PIC 9(07) COMP VALUE ZERO.
031500 77  WS-QTDE-PROJETADOS      PIC 9(07) COMP VALUE ZERO.
031600 77  WS-QTDE-VENCIDOS        PIC 9(07) COMP VALUE ZERO.
031700 77  WS-QTDE-SEM-HISTORICO   PIC 9(07) COMP VALUE ZERO.
031800 77  WS-QTDE-ALEM            PIC 9(07) COMP VALUE ZERO.
031900 77  WS-QTDE-INSTRUCOES      PIC 9(07) COMP VALUE ZERO.
032000 77  WS-QTDE-OCORRENCIAS     PIC 9(07) COMP VALUE ZERO.
032100 77  WS-QTDE-DISP            PIC ZZZZZZ9.
032200*
032300***************************************************************
032400*    LINHAS DO RELATORIO
032500***************************************************************
032600 01  WS-LINHA-PARAMETROS.
032700     05  FILLER              PIC X(10) VALUE "HORIZONTE ".
032800     05  LPAR-HORIZONTE      PIC ZZ9.
032900     05  FILLER              PIC X(27)
033000                             VALUE " DIAS CORRIDOS  HISTORICO ".
033100     05  LPAR-MESES          PIC Z9.
033200     05  FILLER              PIC X(13) VALUE " MESES DESDE ".
033300     05  LPAR-INICIO         PIC 9(08).
033400     05  FILLER              PIC X(10) VALUE "  MARGEM ".
033500     05  LPAR-MARGEM         PIC Z9.
033600     05  FILLER              PIC X(18) VALUE " PONTOS  MINIMO DE".
033700     05  LPAR-MIN-OBS        PIC ZZ9.
033800     05  FILLER              PIC X(24)
033900                             VALUE " OBSERVADOS POR AGENCIA".
034000 01  WS-CABEC-TAXAS.
034100     05  FILLER              PIC X(06) VALUE "AGENC.".
034200     05  FILLER              PIC X(20) VALUE "  A VENCER".
034300     05  FILLER              PIC X(20) VALUE "  1 A 30 DU".
034400     05  FILLER              PIC X(20) VALUE "  31 A 60 DU".
034500     05  FILLER              PIC X(20) VALUE "  61 A 90 DU".
034600     05  FILLER              PIC X(20) VALUE "  MAIS DE 90 DU".
034700 01  WS-LINHA-TAXA.
034800     05  LTX-AGENCIA         PIC X(06).
034900     05  LTX-FAIXA OCCURS 5 TIMES.
035000         10  FILLER          PIC X(02).
035100         10  LTX-TAXA        PIC ZZ9.9.
035200         10  LTX-PCT         PIC X(01).
035300         10  FILLER          PIC X(01).
035400         10  LTX-ATRASO      PIC ZZ9.
035500         10  FILLER          PIC X(01).
035600         10  LTX-OBS         PIC ZZZZZZ9.
035700 01  WS-CABEC-DIA.
035800     05  FILLER              PIC X(18) VALUE "DATA / PERIODO".
035900     05  FILLER              PIC X(16) VALUE "          MELHOR".
036000     05  FILLER              PIC X(16) VALUE "        ESPERADO".
036100     05  FILLER              PIC X(16) VALUE "            PIOR".
036200     05  FILLER              PIC X(16) VALUE "  DEB.RECORRENTE".
036300 01  WS-LINHA-DIA.
036400     05  LDIA-ROTULO         PIC X(16).
036500     05  FILLER              PIC X(04).
036600     05  LDIA-MELHOR         PIC Z(10)9.99.
036700     05  FILLER              PIC X(02).
036800     05  LDIA-ESPERADO       PIC Z(10)9.99.
036900     05  FILLER              PIC X(02).
037000     05  LDIA-PIOR           PIC Z(10)9.99.
037100     05  FILLER              PIC X(02).
037200     05  LDIA-RECORRENTE     PIC Z(10)9.99.
037300 01  WS-ROTULO-DIA.
037400     05  LROT-DATA           PIC 9(08).
037500     05  FILLER              PIC X(05) VALUE " SEM ".
037600     05  LROT-SEMANA         PIC 99.
037700 01  WS-CABEC-RODADA.
037800     05  FILLER              PIC X(10) VALUE "RODADA".
037900     05  FILLER              PIC X(05) VALUE "DIAS".
038000     05  FILLER              PIC X(16) VALUE "          MELHOR".
038100     05  FILLER              PIC X(16) VALUE "        ESPERADO".
038200     05  FILLER              PIC X(16) VALUE "            PIOR".
038300     05  FILLER              PIC X(16) VALUE "       REALIZADO".
038400     05  FILLER              PIC X(16) VALUE "   REAL-ESPERADO".
038500     05  FILLER              PIC X(08) VALUE "  REAL %".
038600 01  WS-LINHA-RODADA.
038700     05  LROD-DATA           PIC 9(08).
038800     05  FILLER              PIC X(02).
038900     05  LROD-DIAS           PIC ZZ9.
039000     05  FILLER              PIC X(04).
039100     05  LROD-MELHOR         PIC Z(10)9.99.
039200     05  FILLER              PIC X(02).
039300     05  LROD-ESPERADO       PIC Z(10)9.99.
039400     05  FILLER              PIC X(02).
039500     05  LROD-PIOR           PIC Z(10)9.99.
039600     05  FILLER              PIC X(02).
039700     05  LROD-REALIZADO      PIC Z(10)9.99.
039800     05  FILLER              PIC X(01).
039900     05  LROD-DESVIO         PIC -(11)9.99.
040000     05  FILLER              PIC X(02).
040100     05  LROD-PERCENTUAL     PIC ZZZ9.9.
040200*
040300***************************************************************
040400*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
040500*    COPYBOOKS/CALHDL.CPY)
040600***************************************************************
040700 COPY "CALHDL.cpy".
040800*
040900***************************************************************
041000*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
041100*    COPYBOOKS/RPTWRT.CPY)
041200***************************************************************
041300 COPY "RPTWRT.cpy".
041400 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
041500*
041600***************************************************************
041700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
041800*    RUNDATE.CPY)
041900***************************************************************
042000 COPY "RUNDATE.cpy".
042100*
042200***************************************************************
042300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
042400***************************************************************
042500 COPY "ERRHDL.cpy".
042600*
042700 PROCEDURE DIVISION.
042800*
042900***************************************************************
043000*    0000-MAINLINE                                              *
043100***************************************************************
043200 0000-MAINLINE.
043300     MOVE ZERO TO RETURN-CODE.
043400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
043500     ACCEPT RUN-HORA FROM TIME.
043600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
043700     IF RETURN-CODE NOT = ZERO
043800         GO TO 0000-MAINLINE-FIM
043900     END-IF.
044000     PERFORM 2000-MONTAR-GRADE THRU 2000-MONTAR-GRADE-EXIT.
044100     PERFORM 3000-APURAR-HISTORICO
044200         THRU 3000-APURAR-HISTORICO-EXIT.
044300     PERFORM 4000-PROJETAR-TITULOS
044400         THRU 4000-PROJETAR-TITULOS-EXIT.
044500     PERFORM 4600-PROJETAR-RECORRENCIAS
044600         THRU 4600-PROJETAR-RECORRENCIAS-EXIT.
044700     PERFORM 5000-IMPRIMIR-PROJECAO
044800         THRU 5000-IMPRIMIR-PROJECAO-EXIT.
044900     PERFORM 6000-COMPARAR-RODADAS
045000         THRU 6000-COMPARAR-RODADAS-EXIT.
045100     PERFORM 7000-GRAVAR-RODADA THRU 7000-GRAVAR-RODADA-EXIT.
045200 0000-MAINLINE-FIM.
045300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
045400     STOP RUN.
045500*
045600***************************************************************
045700*    1000-INICIALIZAR - PARAMETROS, INICIO DO HISTORICO E       *
045800*    ARQUIVOS; SO O TITREG E OBRIGATORIO                        *
045900***************************************************************
046000 1000-INICIALIZAR.
046100     ACCEPT WS-HORIZONTE FROM ENVIRONMENT "PFCDIAS".
046200     IF WS-HORIZONTE = ZERO
046300         MOVE 90 TO WS-HORIZONTE
046400     END-IF.
046500     IF WS-HORIZONTE > 180
046600         MOVE 180 TO WS-HORIZONTE
046700     END-IF.
046800     ACCEPT WS-MESES-HIST FROM ENVIRONMENT "PFCMESES".
046900     IF WS-MESES-HIST = ZERO
047000         MOVE 12 TO WS-MESES-HIST
047100     END-IF.
047200     ACCEPT WS-MARGEM-PONTOS FROM ENVIRONMENT "PFCMARGEM".
047300     IF WS-MARGEM-PONTOS = ZERO
047400         MOVE 10 TO WS-MARGEM-PONTOS
047500     END-IF.
047600     COMPUTE WS-MARGEM = WS-MARGEM-PONTOS / 100.
047700     ACCEPT WS-MIN-OBS FROM ENVIRONMENT "PFCMINOBS".
047800     IF WS-MIN-OBS = ZERO
047900         MOVE 20 TO WS-MIN-OBS
048000     END-IF.
048100*    INICIO DO HISTORICO: PFCMESES MESES ANTES DE HOJE
048200     COMPUTE WS-TOTAL-MESES =
048300         (RUN-ANO * 12) + RUN-MES - 1 - WS-MESES-HIST.
048400     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-QUOCIENTE
048500         REMAINDER WS-RESTO.
048600     MOVE WS-QUOCIENTE TO WS-HI-ANO.
048700     COMPUTE WS-HI-MES = WS-RESTO + 1.
048800     MOVE RUN-DIA TO WS-HI-DIA.
048900     IF WS-HI-DIA > 28
049000         MOVE 28 TO WS-HI-DIA
049100     END-IF.
049200     DIVIDE WS-HORIZONTE BY 28 GIVING WS-QTDE-MESES-HOR.
049300     ADD 1 TO WS-QTDE-MESES-HOR.
049400     MOVE 30 TO PRZ-DIAS(1).
049500     MOVE 60 TO PRZ-DIAS(2).
049600     MOVE 90 TO PRZ-DIAS(3).
049700     MOVE WS-HORIZONTE TO PRZ-DIAS(4).
049800     PERFORM 1050-ZERAR-PRAZO THRU 1050-ZERAR-PRAZO-EXIT
049900         VARYING WS-PRZ-SUB FROM 1 BY 1 UNTIL WS-PRZ-SUB > 4.
050000     OPEN INPUT TITULO-FILE.
050100     IF NOT TITULO-OK
050200         MOVE "PROJRECB" TO ERR-PROGRAMA
050300         SET ERR-TIPO-ARQUIVO TO TRUE
050400         MOVE "ABERTURA DO ARQUIVO TITREG" TO ERR-CONTEXTO
050500         MOVE WS-TITULO-FILE-STATUS TO ERR-FILE-STATUS
050600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
050700         MOVE 16 TO RETURN-CODE
050800         GO TO 1000-INICIALIZAR-EXIT
050900     END-IF.
051000     CLOSE TITULO-FILE.
051100*    SEM O MESTRE, TUDO VAI PELA TAXA DO BANCO
051200     OPEN INPUT CUSTOMER-MASTER.
051300     IF MASTER-OK
051400         MOVE "Y" TO WS-CUSTMAST-SW
051500     ELSE
051600         DISPLAY "AVISO: CUSTMAST INDISPONIVEL (STATUS "
051700             WS-MASTER-FILE-STATUS
051800             ") - TAXAS SO DO BANCO, SEM AGENCIA."
051900     END-IF.
052000*    SEM O SETLREG, O PAGAMENTO VALE NA DATA DA BAIXA DO TITULO
052100*    E NAO HA COMPARACAO COM O REALIZADO
052200     OPEN INPUT SETTLE-FILE.
052300     IF SETTLE-OK
052400         MOVE "Y" TO WS-SETTLE-SW
052500     ELSE
052600         DISPLAY "AVISO: SETLREG INDISPONIVEL (STATUS "
052700             WS-SETTLE-FILE-STATUS
052800             ") - PAGAMENTO PELA DATA DA BAIXA, SEM REALIZADO."
052900     END-IF.
053000     OPEN OUTPUT PRINT-FILE.
053100     MOVE "PROJECAO DE RECEBIMENTOS" TO RPT-TITULO.
053200     MOVE ZERO TO RPT-LINHAS-POR-PAG.
053300     SET RPT-ACAO-INICIAR TO TRUE.
053400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
053500     PERFORM 8000-GRAVAR-LINHAS-RPT
053600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
053700 1000-INICIALIZAR-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    1050-ZERAR-PRAZO                                           *
054200***************************************************************
054300 1050-ZERAR-PRAZO.
054400     MOVE ZERO TO PRZ-MELHOR(WS-PRZ-SUB) PRZ-ESPERADO(WS-PRZ-SUB)
054500         PRZ-PIOR(WS-PRZ-SUB) PRZ-RECORRENTE(WS-PRZ-SUB).
054600 1050-ZERAR-PRAZO-EXIT.
054700     EXIT.
054800*
054900***************************************************************
055000*    1100-LER-TITULO                                            *
055100***************************************************************
055200 1100-LER-TITULO.
055300     READ TITULO-FILE NEXT RECORD
055400         AT END
055500             MOVE "Y" TO WS-TIT-EOF-SWITCH
055600     END-READ.
055700 1100-LER-TITULO-EXIT.
055800     EXIT.
055900*
056000***************************************************************
056100*    2000-MONTAR-GRADE - DIAS UTEIS DE HOJE (INCLUSIVE) ATE O   *
056200*    FIM DO HORIZONTE, NO CALENDARIO NACIONAL                   *
056300***************************************************************
056400 2000-MONTAR-GRADE.
056500     MOVE RUN-DATA TO WS-DATA-TRAB.
056600     MOVE ZERO TO WS-CORRIDOS.
056700     PERFORM 2100-TESTAR-DIA THRU 2100-TESTAR-DIA-EXIT
056800         UNTIL WS-CORRIDOS > WS-HORIZONTE
056900         OR WS-QTDE-DIAS = 200.
057000     IF WS-QTDE-DIAS > ZERO
057100         MOVE DIA-DATA(WS-QTDE-DIAS) TO WS-ULTIMA-DATA
057200     END-IF.
057300 2000-MONTAR-GRADE-EXIT.
057400     EXIT.
057500*
057600***************************************************************
057700*    2100-TESTAR-DIA - DIA UTIL ENTRA NA GRADE                  *
057800***************************************************************
057900 2100-TESTAR-DIA.
058000     MOVE SPACES TO CAL-AGENCIA.
058100     SET CAL-ACAO-EH-UTIL TO TRUE.
058200     MOVE WS-DATA-TRAB TO CAL-DATA-1.
058300     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
058400     IF CAL-RC = ZERO AND CAL-EH-UTIL = "S"
058500         ADD 1 TO WS-QTDE-DIAS
058600         MOVE WS-DATA-TRAB TO DIA-DATA(WS-QTDE-DIAS)
058700         MOVE WS-CORRIDOS TO DIA-CORRIDOS(WS-QTDE-DIAS)
058800         MOVE ZERO TO DIA-TIT-MELHOR(WS-QTDE-DIAS)
058900             DIA-TIT-ESPERADO(WS-QTDE-DIAS)
059000             DIA-TIT-PIOR(WS-QTDE-DIAS)
059100             DIA-REC-MELHOR(WS-QTDE-DIAS)
059200             DIA-REC-ESPERADO(WS-QTDE-DIAS)
059300             DIA-REC-PIOR(WS-QTDE-DIAS)
059400     END-IF.
059500     PERFORM 2150-AVANCAR-UM-DIA THRU 2150-AVANCAR-UM-DIA-EXIT.
059600     ADD 1 TO WS-CORRIDOS.
059700 2100-TESTAR-DIA-EXIT.
059800     EXIT.
059900*
060000***************************************************************
060100*    2150-AVANCAR-UM-DIA                                        *
060200***************************************************************
060300 2150-AVANCAR-UM-DIA.
060400     PERFORM 2160-ULTIMO-DIA-DO-MES
060500         THRU 2160-ULTIMO-DIA-DO-MES-EXIT.
060600     IF WS-DT-DIA < WS-ULT-DIA-MES
060700         ADD 1 TO WS-DT-DIA
060800     ELSE
060900         MOVE 1 TO WS-DT-DIA
061000         IF WS-DT-MES < 12
061100             ADD 1 TO WS-DT-MES
061200         ELSE
061300             MOVE 1 TO WS-DT-MES
061400             ADD 1 TO WS-DT-ANO
061500         END-IF
061600     END-IF.
061700 2150-AVANCAR-UM-DIA-EXIT.
061800     EXIT.
061900*
062000***************************************************************
062100*    2160-ULTIMO-DIA-DO-MES - COM ANO BISSEXTO                  *
062200***************************************************************
062300 2160-ULTIMO-DIA-DO-MES.
062400     EVALUATE WS-DT-MES
062500         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
062600             MOVE 31 TO WS-ULT-DIA-MES
062700         WHEN 2
062800             MOVE 28 TO WS-ULT-DIA-MES
062900             DIVIDE WS-DT-ANO BY 4 GIVING WS-QUOCIENTE
063000                 REMAINDER WS-RESTO
063100             IF WS-RESTO = ZERO
063200                 MOVE 29 TO WS-ULT-DIA-MES
063300                 DIVIDE WS-DT-ANO BY 100 GIVING WS-QUOCIENTE
063400                     REMAINDER WS-RESTO
063500                 IF WS-RESTO = ZERO
063600                     MOVE 28 TO WS-ULT-DIA-MES
063700                     DIVIDE WS-DT-ANO BY 400 GIVING WS-QUOCIENTE
063800                         REMAINDER WS-RESTO
063900                     IF WS-RESTO = ZERO
064000                         MOVE 29 TO WS-ULT-DIA-MES
064100                     END-IF
064200                 END-IF
064300             END-IF
064400         WHEN OTHER
064500             MOVE 30 TO WS-ULT-DIA-MES
064600     END-EVALUATE.
064700 2160-ULTIMO-DIA-DO-MES-EXIT.
064800     EXIT.
064900*
065000***************************************************************
065100*    2200-POSICAO-DA-DATA - PRIMEIRO DIA DA GRADE NAO ANTERIOR  *
065200*    A WS-DATA-BUSCA (DATA PASSADA = HOJE); ZERO = DEPOIS DO    *
065300*    HORIZONTE                                                  *
065400***************************************************************
065500 2200-POSICAO-DA-DATA.
065600     MOVE ZERO TO WS-POSICAO.
065700     IF WS-QTDE-DIAS = ZERO
065800         GO TO 2200-POSICAO-DA-DATA-EXIT
065900     END-IF.
066000     SET DIA-IDX TO 1.
066100     SEARCH DIA-ITEM
066200         AT END
066300             MOVE ZERO TO WS-POSICAO
066400         WHEN DIA-DATA(DIA-IDX) NOT < WS-DATA-BUSCA
066500             SET WS-POSICAO TO DIA-IDX
066600     END-SEARCH.
066700 2200-POSICAO-DA-DATA-EXIT.
066800     EXIT.
066900*
067000***************************************************************
067100*    2900-AGENCIA-DO-CLIENTE - AGENCIA DO MESTRE PARA O CLIENTE *
067200*    EM CUST-ID; FORA DO MESTRE FICA EM BRANCO                  *
067300***************************************************************
067400 2900-AGENCIA-DO-CLIENTE.
067500     MOVE SPACES TO WS-AGENCIA.
067600     IF NOT CUSTMAST-DISPONIVEL
067700         GO TO 2900-AGENCIA-DO-CLIENTE-EXIT
067800     END-IF.
067900     READ CUSTOMER-MASTER
068000         INVALID KEY
068100             GO TO 2900-AGENCIA-DO-CLIENTE-EXIT
068200     END-READ.
068300     IF MASTER-OK
068400         MOVE CUST-AGENCIA TO WS-AGENCIA
068500     END-IF.
068600 2900-AGENCIA-DO-CLIENTE-EXIT.
068700     EXIT.
068800*
068900***************************************************************
069000*    3000-APURAR-HISTORICO - PRIMEIRA PASSADA NO TITREG: TAXA DE*
069100*    PAGAMENTO E ATRASO POR AGENCIA E FAIXA NOS TITULOS VENCIDOS*
069200*    DESDE O INICIO DO HISTORICO                                *
069300***************************************************************
069400 3000-APURAR-HISTORICO.
069500     OPEN INPUT TITULO-FILE.
069600     MOVE "N" TO WS-TIT-EOF-SWITCH.
069700     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
069800     PERFORM 3100-HISTORICO-TITULO THRU 3100-HISTORICO-TITULO-EXIT
069900         UNTIL FIM-DOS-TITULOS.
070000     CLOSE TITULO-FILE.
070100 3000-APURAR-HISTORICO-EXIT.
070200     EXIT.
070300*
070400***************************************************************
070500*    3100-HISTORICO-TITULO - PAGO (LIQUIDADO) OU NAO PAGO       *
070600*    (BAIXADO, OU ABERTO HA MAIS DE 90 DIAS UTEIS); O ABERTO MAIS*
070700*    NOVO AINDA NAO TEM DESFECHO E FICA DE FORA                 *
070800***************************************************************
070900 3100-HISTORICO-TITULO.
071000     ADD 1 TO WS-QTDE-TIT-LIDOS.
071100     IF TIT-DATA-VENC NOT NUMERIC
071200         OR TIT-DATA-VENC < WS-HIST-INICIO
071300         OR TIT-DATA-VENC NOT < RUN-DATA
071400         GO TO 3100-HISTORICO-TITULO-LER
071500     END-IF.
071600     MOVE TIT-CUST-ID TO CUST-ID.
071700     PERFORM 2900-AGENCIA-DO-CLIENTE
071800         THRU 2900-AGENCIA-DO-CLIENTE-EXIT.
071900     MOVE "N" TO WS-PAGO-SW.
072000     MOVE ZERO TO WS-ATRASO.
072100     EVALUATE TRUE
072200         WHEN TIT-LIQUIDADO
072300             MOVE "Y" TO WS-PAGO-SW
072400             PERFORM 3200-DATA-DO-PAGAMENTO
072500                 THRU 3200-DATA-DO-PAGAMENTO-EXIT
072600             IF WS-DATA-PAGTO > TIT-DATA-VENC
072700                 SET CAL-ACAO-ENTRE TO TRUE
072800                 MOVE WS-AGENCIA TO CAL-AGENCIA
072900                 MOVE TIT-DATA-VENC TO CAL-DATA-1
073000                 MOVE WS-DATA-PAGTO TO CAL-DATA-2
073100                 CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS
073200                 IF CAL-RC = ZERO
073300                     MOVE CAL-DIAS-UTEIS TO WS-ATRASO
073400                 END-IF
073500             END-IF
073600         WHEN TIT-BAIXADO
073700             CONTINUE
073800         WHEN TIT-ABERTO
073900             SET CAL-ACAO-ENTRE TO TRUE
074000             MOVE WS-AGENCIA TO CAL-AGENCIA
074100             MOVE TIT-DATA-VENC TO CAL-DATA-1
074200             MOVE RUN-DATA TO CAL-DATA-2
074300             CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS
074400             IF CAL-RC NOT = ZERO OR CAL-DIAS-UTEIS NOT > 90
074500                 GO TO 3100-HISTORICO-TITULO-LER
074600             END-IF
074700         WHEN OTHER
074800             GO TO 3100-HISTORICO-TITULO-LER
074900     END-EVALUATE.
075000     IF WS-ATRASO < ZERO
075100         MOVE ZERO TO WS-ATRASO
075200     END-IF.
075300     ADD 1 TO WS-QTDE-HISTORICO.
075400     PERFORM 3500-LOCALIZAR-AGENCIA
075500         THRU 3500-LOCALIZAR-AGENCIA-EXIT.
075600     PERFORM 3300-ACUMULAR-FAIXA THRU 3300-ACUMULAR-FAIXA-EXIT
075700         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5.
075800 3100-HISTORICO-TITULO-LER.
075900     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
076000 3100-HISTORICO-TITULO-EXIT.
076100     EXIT.
076200*
076300***************************************************************
076400*    3200-DATA-DO-PAGAMENTO - LIQUIDACAO DO CLIENTE NO SETLREG  *
076500*    COM O VALOR DO TITULO, A PARTIR DO ENVIO; SEM ELA, A DATA  *
076600*    DA BAIXA NO TITREG                                         *
076700***************************************************************
076800 3200-DATA-DO-PAGAMENTO.
076900     MOVE TIT-DATA-BAIXA TO WS-DATA-PAGTO.
077000     IF NOT SETLREG-DISPONIVEL
077100         GO TO 3200-DATA-DO-PAGAMENTO-EXIT
077200     END-IF.
077300     MOVE "N" TO WS-ACHOU-SW.
077400     MOVE "N" TO WS-STL-EOF-SWITCH.
077500     MOVE TIT-CUST-ID TO STL-CUST-ID.
077600     MOVE TIT-DATA-ENVIO TO STL-DATA-PAGTO.
077700     MOVE ZERO TO STL-VALOR-CTVS.
077800     START SETTLE-FILE KEY IS NOT LESS THAN STL-CHAVE
077900         INVALID KEY
078000             MOVE "Y" TO WS-STL-EOF-SWITCH
078100     END-START.
078200     PERFORM 3250-LER-LIQUIDACAO THRU 3250-LER-LIQUIDACAO-EXIT
078300         UNTIL FIM-DAS-LIQUIDACOES OR LIQUIDACAO-ACHADA.
078400     IF LIQUIDACAO-ACHADA
078500         MOVE STL-DATA-PAGTO TO WS-DATA-PAGTO
078600     ELSE
078700         ADD 1 TO WS-QTDE-SEM-LIQUIDACAO
078800     END-IF.
078900 3200-DATA-DO-PAGAMENTO-EXIT.
079000     EXIT.
079100*
079200***************************************************************
079300*    3250-LER-LIQUIDACAO - PARA NO PRIMEIRO VALOR IGUAL OU NO   *
079400*    FIM DAS LIQUIDACOES DO CLIENTE                             *
079500***************************************************************
079600 3250-LER-LIQUIDACAO.
079700     READ SETTLE-FILE NEXT RECORD
079800         AT END
079900             MOVE "Y" TO WS-STL-EOF-SWITCH
080000             GO TO 3250-LER-LIQUIDACAO-EXIT
080100     END-READ.
080200     IF STL-CUST-ID NOT = TIT-CUST-ID
080300         MOVE "Y" TO WS-STL-EOF-SWITCH
080400         GO TO 3250-LER-LIQUIDACAO-EXIT
080500     END-IF.
080600     IF STL-VALOR-CTVS = TIT-VALOR-CENTAVOS
080700         MOVE "Y" TO WS-ACHOU-SW
080800     END-IF.
080900 3250-LER-LIQUIDACAO-EXIT.
081000     EXIT.
081100*
081200***************************************************************
081300*    3300-ACUMULAR-FAIXA - O TITULO ENTRA EM TODA FAIXA QUE     *
081400*    ALCANCOU SEM PAGAMENTO; PAGO NELA, SOMA O ATRASO TOTAL     *
081500***************************************************************
081600 3300-ACUMULAR-FAIXA.
081700     IF TITULO-PAGO AND WS-ATRASO < LIM-FAIXA(WS-FX)
081800         GO TO 3300-ACUMULAR-FAIXA-EXIT
081900     END-IF.
082000     ADD 1 TO BCO-OBSERVADOS(WS-FX).
082100     IF WS-AGE-SUB > ZERO
082200         ADD 1 TO HST-OBSERVADOS(WS-AGE-SUB, WS-FX)
082300     END-IF.
082400     IF TITULO-PAGO
082500         ADD 1 TO BCO-PAGOS(WS-FX)
082600         ADD WS-ATRASO TO BCO-SOMA-ATRASO(WS-FX)
082700         IF WS-AGE-SUB > ZERO
082800             ADD 1 TO HST-PAGOS(WS-AGE-SUB, WS-FX)
082900             ADD WS-ATRASO TO HST-SOMA-ATRASO(WS-AGE-SUB, WS-FX)
083000         END-IF
083100     END-IF.
083200 3300-ACUMULAR-FAIXA-EXIT.
083300     EXIT.
083400*
083500***************************************************************
083600*    3500-LOCALIZAR-AGENCIA - LINHA DA AGENCIA NO HISTORICO,    *
083700*    CRIADA NA PRIMEIRA VEZ; ZERO = SEM AGENCIA OU TABELA CHEIA *
083800***************************************************************
083900 3500-LOCALIZAR-AGENCIA.
084000     PERFORM 3600-BUSCAR-AGENCIA THRU 3600-BUSCAR-AGENCIA-EXIT.
084100     IF WS-AGENCIA = SPACES
084200         OR WS-AGE-SUB > ZERO
084300         OR WS-QTDE-AGENCIAS = 100
084400         GO TO 3500-LOCALIZAR-AGENCIA-EXIT
084500     END-IF.
084600     ADD 1 TO WS-QTDE-AGENCIAS.
084700     MOVE WS-QTDE-AGENCIAS TO WS-AGE-SUB.
084800     MOVE WS-AGENCIA TO HST-AGENCIA(WS-AGE-SUB).
084900     PERFORM 3550-ZERAR-FAIXA THRU 3550-ZERAR-FAIXA-EXIT
085000         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5.
085100 3500-LOCALIZAR-AGENCIA-EXIT.
085200     EXIT.
085300*
085400***************************************************************
085500*    3550-ZERAR-FAIXA                                           *
085600***************************************************************
085700 3550-ZERAR-FAIXA.
085800     MOVE ZERO TO HST-OBSERVADOS(WS-AGE-SUB, WS-FX)
085900         HST-PAGOS(WS-AGE-SUB, WS-FX)
086000         HST-SOMA-ATRASO(WS-AGE-SUB, WS-FX).
086100 3550-ZERAR-FAIXA-EXIT.
086200     EXIT.
086300*
086400***************************************************************
086500*    3600-BUSCAR-AGENCIA - SO PROCURA; ZERO = NAO ESTA NA TABELA*
086600***************************************************************
086700 3600-BUSCAR-AGENCIA.
086800     MOVE ZERO TO WS-AGE-SUB.
086900     IF WS-AGENCIA = SPACES OR WS-QTDE-AGENCIAS = ZERO
087000         GO TO 3600-BUSCAR-AGENCIA-EXIT
087100     END-IF.
087200     SET HST-IDX TO 1.
087300     SEARCH HST-ITEM
087400         AT END
087500             CONTINUE
087600         WHEN HST-AGENCIA(HST-IDX) = WS-AGENCIA
087700             SET WS-AGE-SUB TO HST-IDX
087800     END-SEARCH.
087900 3600-BUSCAR-AGENCIA-EXIT.
088000     EXIT.
088100*
088200***************************************************************
088300*    4000-PROJETAR-TITULOS - SEGUNDA PASSADA NO TITREG: CADA    *
088400*    TITULO ABERTO ENTRA NA GRADE PONDERADO PELA SUA FAIXA      *
088500***************************************************************
088600 4000-PROJETAR-TITULOS.
088700     OPEN INPUT TITULO-FILE.
088800     MOVE "N" TO WS-TIT-EOF-SWITCH.
088900     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
089000     PERFORM 4100-PROJETAR-TITULO THRU 4100-PROJETAR-TITULO-EXIT
089100         UNTIL FIM-DOS-TITULOS.
089200     CLOSE TITULO-FILE.
089300 4000-PROJETAR-TITULOS-EXIT.
089400     EXIT.
089500*
089600***************************************************************
089700*    4100-PROJETAR-TITULO - A VENCER: MELHOR NO VENCIMENTO,     *
089800*    ESPERADO COM O ATRASO MEDIO, PIOR COM O DOBRO; VENCIDO: O  *
089900*    ATRASO QUE FALTA CONTA A PARTIR DE HOJE                    *
090000***************************************************************
090100 4100-PROJETAR-TITULO.
090200     IF NOT TIT-ABERTO
090300         OR TIT-DATA-VENC NOT NUMERIC
090400         OR TIT-DATA-VENC = ZERO
090500         GO TO 4100-PROJETAR-TITULO-LER
090600     END-IF.
090700     ADD 1 TO WS-QTDE-PROJETADOS.
090800     MOVE TIT-CUST-ID TO CUST-ID.
090900     PERFORM 2900-AGENCIA-DO-CLIENTE
091000         THRU 2900-AGENCIA-DO-CLIENTE-EXIT.
091100     PERFORM 4300-FAIXA-DO-TITULO THRU 4300-FAIXA-DO-TITULO-EXIT.
091200     PERFORM 4500-TAXA-DA-FAIXA THRU 4500-TAXA-DA-FAIXA-EXIT.
091300     COMPUTE WS-VALOR = TIT-VALOR-CENTAVOS / 100.
091400     IF WS-FX-TITULO = 1
091500         MOVE TIT-DATA-VENC TO WS-DATA-BUSCA
091600         PERFORM 2200-POSICAO-DA-DATA
091700             THRU 2200-POSICAO-DA-DATA-EXIT
091800         MOVE WS-POSICAO TO WS-POS-MELHOR
091900         IF WS-POSICAO = ZERO
092000             MOVE ZERO TO WS-POS-ESPERADO WS-POS-PIOR
092100         ELSE
092200             COMPUTE WS-POS-ESPERADO =
092300                 WS-POSICAO + WS-ATRASO-MEDIO
092400             COMPUTE WS-POS-PIOR =
092500                 WS-POSICAO + (2 * WS-ATRASO-MEDIO)
092600         END-IF
092700     ELSE
092800         ADD 1 TO WS-QTDE-VENCIDOS
092900         MOVE 1 TO WS-POS-MELHOR
093000         COMPUTE WS-RESTANTE = WS-ATRASO-MEDIO - WS-IDADE
093100         IF WS-RESTANTE < ZERO
093200             MOVE ZERO TO WS-RESTANTE
093300         END-IF
093400         COMPUTE WS-POS-ESPERADO = 1 + WS-RESTANTE
093500         COMPUTE WS-RESTANTE = (2 * WS-ATRASO-MEDIO) - WS-IDADE
093600         IF WS-RESTANTE < ZERO
093700             MOVE ZERO TO WS-RESTANTE
093800         END-IF
093900         COMPUTE WS-POS-PIOR = 1 + WS-RESTANTE
094000     END-IF.
094100     COMPUTE WS-VAL-MELHOR ROUNDED = WS-VALOR * WS-TAXA-MELHOR.
094200     COMPUTE WS-VAL-ESPERADO ROUNDED = WS-VALOR * WS-TAXA.
094300     COMPUTE WS-VAL-PIOR ROUNDED = WS-VALOR * WS-TAXA-PIOR.
094400     SET ITEM-TITULO TO TRUE.
094500     PERFORM 4800-LANCAR-NA-GRADE THRU 4800-LANCAR-NA-GRADE-EXIT.
094600 4100-PROJETAR-TITULO-LER.
094700     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
094800 4100-PROJETAR-TITULO-EXIT.
094900     EXIT.
095000*
095100***************************************************************
095200*    4300-FAIXA-DO-TITULO - DIAS UTEIS DE ATRASO HOJE E A FAIXA *
095300***************************************************************
095400 4300-FAIXA-DO-TITULO.
095500     MOVE ZERO TO WS-IDADE.
095600     IF TIT-DATA-VENC < RUN-DATA
095700         SET CAL-ACAO-ENTRE TO TRUE
095800         MOVE WS-AGENCIA TO CAL-AGENCIA
095900         MOVE TIT-DATA-VENC TO CAL-DATA-1
096000         MOVE RUN-DATA TO CAL-DATA-2
096100         CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS
096200         IF CAL-RC = ZERO
096300             MOVE CAL-DIAS-UTEIS TO WS-IDADE
096400         END-IF
096500     END-IF.
096600     EVALUATE TRUE
096700         WHEN WS-IDADE NOT > ZERO
096800             MOVE 1 TO WS-FX-TITULO
096900         WHEN WS-IDADE NOT > 30
097000             MOVE 2 TO WS-FX-TITULO
097100         WHEN WS-IDADE NOT > 60
097200             MOVE 3 TO WS-FX-TITULO
097300         WHEN WS-IDADE NOT > 90
097400             MOVE 4 TO WS-FX-TITULO
097500         WHEN OTHER
097600             MOVE 5 TO WS-FX-TITULO
097700     END-EVALUATE.
097800 4300-FAIXA-DO-TITULO-EXIT.
097900     EXIT.
098000*
098100***************************************************************
098200*    4500-TAXA-DA-FAIXA - TAXA E ATRASO MEDIO DA AGENCIA NA     *
098300*    FAIXA WS-FX-TITULO (DO BANCO QUANDO A AGENCIA TEM POUCA    *
098400*    OBSERVACAO); SEM HISTORICO NENHUM, 100% SEM ATRASO         *
098500***************************************************************
098600 4500-TAXA-DA-FAIXA.
098700     PERFORM 3600-BUSCAR-AGENCIA THRU 3600-BUSCAR-AGENCIA-EXIT.
098800     MOVE BCO-OBSERVADOS(WS-FX-TITULO) TO WS-OBSERVADOS.
098900     MOVE BCO-PAGOS(WS-FX-TITULO) TO WS-PAGOS.
099000     MOVE BCO-SOMA-ATRASO(WS-FX-TITULO) TO WS-SOMA-ATRASO.
099100     IF WS-AGE-SUB > ZERO
099200         IF HST-OBSERVADOS(WS-AGE-SUB, WS-FX-TITULO) > ZERO
099300             AND HST-OBSERVADOS(WS-AGE-SUB, WS-FX-TITULO)
099400                 NOT < WS-MIN-OBS
099500             MOVE HST-OBSERVADOS(WS-AGE-SUB, WS-FX-TITULO)
099600                 TO WS-OBSERVADOS
099700             MOVE HST-PAGOS(WS-AGE-SUB, WS-FX-TITULO) TO WS-PAGOS
099800             MOVE HST-SOMA-ATRASO(WS-AGE-SUB, WS-FX-TITULO)
099900                 TO WS-SOMA-ATRASO
100000         END-IF
100100     END-IF.
100200     MOVE 1 TO WS-TAXA.
100300     MOVE ZERO TO WS-ATRASO-MEDIO.
100400     IF WS-OBSERVADOS = ZERO
100500         ADD 1 TO WS-QTDE-SEM-HISTORICO
100600     ELSE
100700         COMPUTE WS-TAXA ROUNDED = WS-PAGOS / WS-OBSERVADOS
100800         IF WS-PAGOS > ZERO
100900             COMPUTE WS-ATRASO-MEDIO ROUNDED =
101000                 WS-SOMA-ATRASO / WS-PAGOS
101100         END-IF
101200     END-IF.
101300     IF WS-TAXA + WS-MARGEM > 1
101400         MOVE 1 TO WS-TAXA-MELHOR
101500     ELSE
101600         COMPUTE WS-TAXA-MELHOR = WS-TAXA + WS-MARGEM
101700     END-IF.
101800     COMPUTE WS-TAXA-PIOR = WS-TAXA - WS-MARGEM.
101900     IF WS-TAXA-PIOR < ZERO
102000         MOVE ZERO TO WS-TAXA-PIOR
102100     END-IF.
102200 4500-TAXA-DA-FAIXA-EXIT.
102300     EXIT.
102400*
102500***************************************************************
102600*    4600-PROJETAR-RECORRENCIAS - OCORRENCIAS DAS INSTRUCOES    *
102700*    PERMANENTES DE DEBITO ATIVAS DENTRO DO HORIZONTE           *
102800***************************************************************
102900 4600-PROJETAR-RECORRENCIAS.
103000     OPEN INPUT RECUR-FILE.
103100     IF NOT RECUR-FILE-OK
103200         DISPLAY "AVISO: RECORFILE INDISPONIVEL (STATUS "
103300             WS-RECUR-FILE-STATUS
103400             ") - PROJECAO SO DOS TITULOS."
103500         GO TO 4600-PROJETAR-RECORRENCIAS-EXIT
103600     END-IF.
103700     PERFORM 4650-LER-INSTRUCAO THRU 4650-LER-INSTRUCAO-EXIT.
103800     PERFORM 4700-PROJETAR-INSTRUCAO
103900         THRU 4700-PROJETAR-INSTRUCAO-EXIT
104000         UNTIL FIM-DAS-INSTRUCOES.
104100     CLOSE RECUR-FILE.
104200 4600-PROJETAR-RECORRENCIAS-EXIT.
104300     EXIT.
104400*
104500***************************************************************
104600*    4650-LER-INSTRUCAO                                         *
104700***************************************************************
104800 4650-LER-INSTRUCAO.
104900     READ RECUR-FILE
105000         AT END
105100             MOVE "Y" TO WS-RCR-EOF-SWITCH
105200     END-READ.
105300 4650-LER-INSTRUCAO-EXIT.
105400     EXIT.
105500*
105600***************************************************************
105700*    4700-PROJETAR-INSTRUCAO - SO O DEBITO ATIVO E VALIDO (A    *
105800*    MESMA CRITICA DO RECORRENCIA-GERAR); A TAXA E A DA FAIXA A *
105900*    VENCER DA AGENCIA DO CLIENTE                               *
106000***************************************************************
106100 4700-PROJETAR-INSTRUCAO.
106200     IF RCR-CUST-ID = SPACES
106300         OR RCR-VALOR NOT NUMERIC
106400         OR RCR-DIA-MES NOT NUMERIC
106500         OR RCR-DIA-MES = ZERO
106600         OR RCR-DIA-MES > 31
106700         OR NOT RCR-DEBITO
106800         OR NOT RCR-ATIVA
106900         GO TO 4700-PROJETAR-INSTRUCAO-LER
107000     END-IF.
107100     IF RCR-VALOR NOT > ZERO
107200         GO TO 4700-PROJETAR-INSTRUCAO-LER
107300     END-IF.
107400     ADD 1 TO WS-QTDE-INSTRUCOES.
107500     MOVE RCR-CUST-ID TO CUST-ID.
107600     PERFORM 2900-AGENCIA-DO-CLIENTE
107700         THRU 2900-AGENCIA-DO-CLIENTE-EXIT.
107800     MOVE 1 TO WS-FX-TITULO.
107900     PERFORM 4500-TAXA-DA-FAIXA THRU 4500-TAXA-DA-FAIXA-EXIT.
108000     MOVE RCR-VALOR TO WS-VALOR.
108100     PERFORM 4750-OCORRENCIA-NO-MES
108200         THRU 4750-OCORRENCIA-NO-MES-EXIT
108300         VARYING WS-MES-SUB FROM 0 BY 1
108400         UNTIL WS-MES-SUB > WS-QTDE-MESES-HOR.
108500 4700-PROJETAR-INSTRUCAO-LER.
108600     PERFORM 4650-LER-INSTRUCAO THRU 4650-LER-INSTRUCAO-EXIT.
108700 4700-PROJETAR-INSTRUCAO-EXIT.
108800     EXIT.
108900*
109000***************************************************************
109100*    4750-OCORRENCIA-NO-MES - DIA DA INSTRUCAO NO MES, DENTRO DA*
109200*    VIGENCIA, ROLADO PARA O DIA UTIL DA PRACA DO CLIENTE; O    *
109300*    DEBITO SAI NA DATA, SO O VALOR E PONDERADO                 *
109400***************************************************************
109500 4750-OCORRENCIA-NO-MES.
109600     COMPUTE WS-TOTAL-MESES =
109700         (RUN-ANO * 12) + RUN-MES - 1 + WS-MES-SUB.
109800     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-QUOCIENTE
109900         REMAINDER WS-RESTO.
110000     MOVE WS-QUOCIENTE TO WS-CAND-ANO.
110100     COMPUTE WS-CAND-MES = WS-RESTO + 1.
110200     MOVE RCR-DIA-MES TO WS-CAND-DIA.
110300     IF (RCR-DATA-INICIO NUMERIC
110400         AND WS-DATA-CANDIDATA < RCR-DATA-INICIO)
110500         OR (RCR-DATA-FIM NUMERIC AND RCR-DATA-FIM > ZERO
110600             AND WS-DATA-CANDIDATA > RCR-DATA-FIM)
110700         GO TO 4750-OCORRENCIA-NO-MES-EXIT
110800     END-IF.
110900     SET CAL-ACAO-PROXIMO TO TRUE.
111000     MOVE WS-AGENCIA TO CAL-AGENCIA.
111100     MOVE WS-DATA-CANDIDATA TO CAL-DATA-1.
111200     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
111300     IF CAL-RC NOT = ZERO
111400         OR CAL-RESULTADO-DATA < RUN-DATA
111500         OR CAL-RESULTADO-DATA > WS-ULTIMA-DATA
111600         GO TO 4750-OCORRENCIA-NO-MES-EXIT
111700     END-IF.
111800     MOVE CAL-RESULTADO-DATA TO WS-DATA-BUSCA.
111900     PERFORM 2200-POSICAO-DA-DATA THRU 2200-POSICAO-DA-DATA-EXIT.
112000     IF WS-POSICAO = ZERO
112100         GO TO 4750-OCORRENCIA-NO-MES-EXIT
112200     END-IF.
112300     ADD 1 TO WS-QTDE-OCORRENCIAS.
112400     MOVE WS-POSICAO TO WS-POS-MELHOR WS-POS-ESPERADO WS-POS-PIOR.
112500     MOVE WS-VALOR TO WS-VAL-MELHOR.
112600     COMPUTE WS-VAL-ESPERADO ROUNDED = WS-VALOR * WS-TAXA.
112700     COMPUTE WS-VAL-PIOR ROUNDED = WS-VALOR * WS-TAXA-PIOR.
112800     SET ITEM-RECORRENTE TO TRUE.
112900     PERFORM 4800-LANCAR-NA-GRADE THRU 4800-LANCAR-NA-GRADE-EXIT.
113000 4750-OCORRENCIA-NO-MES-EXIT.
113100     EXIT.
113200*
113300***************************************************************
113400*    4800-LANCAR-NA-GRADE - CADA COLUNA NO SEU DIA; DEPOIS DO   *
113500*    HORIZONTE VAI PARA O TOTAL "APOS O HORIZONTE"              *
113600***************************************************************
113700 4800-LANCAR-NA-GRADE.
113800     IF WS-POS-ESPERADO < 1 OR WS-POS-ESPERADO > WS-QTDE-DIAS
113900         ADD 1 TO WS-QTDE-ALEM
114000     END-IF.
114100     IF WS-POS-MELHOR < 1 OR WS-POS-MELHOR > WS-QTDE-DIAS
114200         ADD WS-VAL-MELHOR TO WS-ALEM-MELHOR
114300     ELSE
114400         IF ITEM-TITULO
114500             ADD WS-VAL-MELHOR TO DIA-TIT-MELHOR(WS-POS-MELHOR)
114600         ELSE
114700             ADD WS-VAL-MELHOR TO DIA-REC-MELHOR(WS-POS-MELHOR)
114800         END-IF
114900     END-IF.
115000     IF WS-POS-ESPERADO < 1 OR WS-POS-ESPERADO > WS-QTDE-DIAS
115100         ADD WS-VAL-ESPERADO TO WS-ALEM-ESPERADO
115200     ELSE
115300         IF ITEM-TITULO
115400             ADD WS-VAL-ESPERADO
115500                 TO DIA-TIT-ESPERADO(WS-POS-ESPERADO)
115600         ELSE
115700             ADD WS-VAL-ESPERADO
115800                 TO DIA-REC-ESPERADO(WS-POS-ESPERADO)
115900         END-IF
116000     END-IF.
116100     IF WS-POS-PIOR < 1 OR WS-POS-PIOR > WS-QTDE-DIAS
116200         ADD WS-VAL-PIOR TO WS-ALEM-PIOR
116300     ELSE
116400         IF ITEM-TITULO
116500             ADD WS-VAL-PIOR TO DIA-TIT-PIOR(WS-POS-PIOR)
116600         ELSE
116700             ADD WS-VAL-PIOR TO DIA-REC-PIOR(WS-POS-PIOR)
116800         END-IF
116900     END-IF.
117000 4800-LANCAR-NA-GRADE-EXIT.
117100     EXIT.
117200*
117300***************************************************************
117400*    5000-IMPRIMIR-PROJECAO - TAXAS APURADAS, PREVISTO POR DIA  *
117500*    UTIL COM SUBTOTAL POR SEMANA, E TOTAIS DE 30/60/90 DIAS    *
117600***************************************************************
117700 5000-IMPRIMIR-PROJECAO.
117800     MOVE WS-HORIZONTE TO LPAR-HORIZONTE.
117900     MOVE WS-MESES-HIST TO LPAR-MESES.
118000     MOVE WS-HIST-INICIO TO LPAR-INICIO.
118100     MOVE WS-MARGEM-PONTOS TO LPAR-MARGEM.
118200     MOVE WS-MIN-OBS TO LPAR-MIN-OBS.
118300     MOVE WS-LINHA-PARAMETROS TO RPT-LINHA-ENTRADA.
118400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
118500     MOVE "TAXA DE PAGAMENTO (%), ATRASO MEDIO (DIAS UTEIS)"
118600         TO RPT-LINHA-ENTRADA.
118700     MOVE " E TITULOS OBSERVADOS POR FAIXA"
118800         TO RPT-LINHA-ENTRADA(48:31).
118900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
119000     MOVE WS-CABEC-TAXAS TO RPT-LINHA-ENTRADA.
119100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
119200     MOVE ZERO TO WS-AGE-SUB.
119300     PERFORM 5100-LINHA-TAXAS THRU 5100-LINHA-TAXAS-EXIT.
119400     PERFORM 5100-LINHA-TAXAS THRU 5100-LINHA-TAXAS-EXIT
119500         VARYING WS-AGE-SUB FROM 1 BY 1
119600         UNTIL WS-AGE-SUB > WS-QTDE-AGENCIAS.
119700     MOVE SPACES TO RPT-LINHA-ENTRADA.
119800     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
119900     MOVE WS-CABEC-DIA TO RPT-LINHA-ENTRADA.
120000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
120100     MOVE ZERO TO WS-SEMANA-ANT.
120200     INITIALIZE WS-SOMA-SEMANA.
120300     PERFORM 5200-LINHA-DIA THRU 5200-LINHA-DIA-EXIT
120400         VARYING WS-DIA-SUB FROM 1 BY 1
120500         UNTIL WS-DIA-SUB > WS-QTDE-DIAS.
120600     IF WS-SEMANA-ANT > ZERO
120700         PERFORM 5300-LINHA-SEMANA THRU 5300-LINHA-SEMANA-EXIT
120800     END-IF.
120900     MOVE SPACES TO RPT-LINHA-ENTRADA.
121000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
121100     PERFORM 5400-LINHA-PRAZO THRU 5400-LINHA-PRAZO-EXIT
121200         VARYING WS-PRZ-SUB FROM 1 BY 1 UNTIL WS-PRZ-SUB > 4.
121300     MOVE SPACES TO WS-LINHA-DIA.
121400     MOVE "APOS O HORIZONTE" TO LDIA-ROTULO.
121500     MOVE WS-ALEM-MELHOR TO LDIA-MELHOR.
121600     MOVE WS-ALEM-ESPERADO TO LDIA-ESPERADO.
121700     MOVE WS-ALEM-PIOR TO LDIA-PIOR.
121800     MOVE ZERO TO LDIA-RECORRENTE.
121900     MOVE WS-LINHA-DIA TO RPT-LINHA-ENTRADA.
122000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
122100 5000-IMPRIMIR-PROJECAO-EXIT.
122200     EXIT.
122300*
122400***************************************************************
122500*    5100-LINHA-TAXAS - UMA LINHA POR AGENCIA (ZERO = BANCO)    *
122600***************************************************************
122700 5100-LINHA-TAXAS.
122800     MOVE SPACES TO WS-LINHA-TAXA.
122900     IF WS-AGE-SUB = ZERO
123000         MOVE "BANCO" TO LTX-AGENCIA
123100     ELSE
123200         STRING "AG " HST-AGENCIA(WS-AGE-SUB)
123300             DELIMITED BY SIZE INTO LTX-AGENCIA
123400         END-STRING
123500     END-IF.
123600     PERFORM 5150-CELULA-TAXA THRU 5150-CELULA-TAXA-EXIT
123700         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5.
123800     MOVE WS-LINHA-TAXA TO RPT-LINHA-ENTRADA.
123900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
124000 5100-LINHA-TAXAS-EXIT.
124100     EXIT.
124200*
124300***************************************************************
124400*    5150-CELULA-TAXA                                           *
124500***************************************************************
124600 5150-CELULA-TAXA.
124700     IF WS-AGE-SUB = ZERO
124800         MOVE BCO-OBSERVADOS(WS-FX) TO WS-OBSERVADOS
124900         MOVE BCO-PAGOS(WS-FX) TO WS-PAGOS
125000         MOVE BCO-SOMA-ATRASO(WS-FX) TO WS-SOMA-ATRASO
125100     ELSE
125200         MOVE HST-OBSERVADOS(WS-AGE-SUB, WS-FX) TO WS-OBSERVADOS
125300         MOVE HST-PAGOS(WS-AGE-SUB, WS-FX) TO WS-PAGOS
125400         MOVE HST-SOMA-ATRASO(WS-AGE-SUB, WS-FX) TO WS-SOMA-ATRASO
125500     END-IF.
125600     MOVE ZERO TO LTX-TAXA(WS-FX) LTX-ATRASO(WS-FX).
125700     MOVE "%" TO LTX-PCT(WS-FX).
125800     MOVE WS-OBSERVADOS TO LTX-OBS(WS-FX).
125900     IF WS-OBSERVADOS > ZERO
126000         COMPUTE LTX-TAXA(WS-FX) ROUNDED =
126100             (WS-PAGOS * 100) / WS-OBSERVADOS
126200     END-IF.
126300     IF WS-PAGOS > ZERO
126400         COMPUTE LTX-ATRASO(WS-FX) ROUNDED =
126500             WS-SOMA-ATRASO / WS-PAGOS
126600     END-IF.
126700 5150-CELULA-TAXA-EXIT.
126800     EXIT.
126900*
127000***************************************************************
127100*    5200-LINHA-DIA - SEMANA = BLOCO DE 7 DIAS CORRIDOS A PARTIR*
127200*    DE HOJE; NA VIRADA SAI O SUBTOTAL DA SEMANA ANTERIOR       *
127300***************************************************************
127400 5200-LINHA-DIA.
127500     DIVIDE DIA-CORRIDOS(WS-DIA-SUB) BY 7 GIVING WS-SEMANA.
127600     ADD 1 TO WS-SEMANA.
127700     IF WS-SEMANA NOT = WS-SEMANA-ANT AND WS-SEMANA-ANT > ZERO
127800         PERFORM 5300-LINHA-SEMANA THRU 5300-LINHA-SEMANA-EXIT
127900     END-IF.
128000     MOVE WS-SEMANA TO WS-SEMANA-ANT.
128100     COMPUTE WS-VAL-MELHOR = DIA-TIT-MELHOR(WS-DIA-SUB)
128200         + DIA-REC-MELHOR(WS-DIA-SUB).
128300     COMPUTE WS-VAL-ESPERADO = DIA-TIT-ESPERADO(WS-DIA-SUB)
128400         + DIA-REC-ESPERADO(WS-DIA-SUB).
128500     COMPUTE WS-VAL-PIOR = DIA-TIT-PIOR(WS-DIA-SUB)
128600         + DIA-REC-PIOR(WS-DIA-SUB).
128700     ADD WS-VAL-MELHOR TO SEM-MELHOR.
128800     ADD WS-VAL-ESPERADO TO SEM-ESPERADO.
128900     ADD WS-VAL-PIOR TO SEM-PIOR.
129000     ADD DIA-REC-ESPERADO(WS-DIA-SUB) TO SEM-RECORRENTE.
129100     PERFORM 5250-SOMAR-PRAZO THRU 5250-SOMAR-PRAZO-EXIT
129200         VARYING WS-PRZ-SUB FROM 1 BY 1 UNTIL WS-PRZ-SUB > 4.
129300     MOVE SPACES TO WS-LINHA-DIA.
129400     MOVE DIA-DATA(WS-DIA-SUB) TO LROT-DATA.
129500     MOVE WS-SEMANA TO LROT-SEMANA.
129600     MOVE WS-ROTULO-DIA TO LDIA-ROTULO.
129700     MOVE WS-VAL-MELHOR TO LDIA-MELHOR.
129800     MOVE WS-VAL-ESPERADO TO LDIA-ESPERADO.
129900     MOVE WS-VAL-PIOR TO LDIA-PIOR.
130000     MOVE DIA-REC-ESPERADO(WS-DIA-SUB) TO LDIA-RECORRENTE.
130100     MOVE WS-LINHA-DIA TO RPT-LINHA-ENTRADA.
130200     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
130300 5200-LINHA-DIA-EXIT.
130400     EXIT.
130500*
130600***************************************************************
130700*    5250-SOMAR-PRAZO - O DIA ENTRA NOS PRAZOS QUE O ALCANCAM   *
130800***************************************************************
130900 5250-SOMAR-PRAZO.
131000     IF DIA-CORRIDOS(WS-DIA-SUB) > PRZ-DIAS(WS-PRZ-SUB)
131100         GO TO 5250-SOMAR-PRAZO-EXIT
131200     END-IF.
131300     ADD WS-VAL-MELHOR TO PRZ-MELHOR(WS-PRZ-SUB).
131400     ADD WS-VAL-ESPERADO TO PRZ-ESPERADO(WS-PRZ-SUB).
131500     ADD WS-VAL-PIOR TO PRZ-PIOR(WS-PRZ-SUB).
131600     ADD DIA-REC-ESPERADO(WS-DIA-SUB)
131700         TO PRZ-RECORRENTE(WS-PRZ-SUB).
131800 5250-SOMAR-PRAZO-EXIT.
131900     EXIT.
132000*
132100***************************************************************
132200*    5300-LINHA-SEMANA - SUBTOTAL DA SEMANA QUE TERMINOU        *
132300***************************************************************
132400 5300-LINHA-SEMANA.
132500     MOVE SPACES TO WS-LINHA-DIA.
132600     MOVE WS-SEMANA-ANT TO LROT-SEMANA.
132700     STRING "  TOTAL SEMANA " LROT-SEMANA
132800         DELIMITED BY SIZE INTO LDIA-ROTULO
132900     END-STRING.
133000     MOVE SEM-MELHOR TO LDIA-MELHOR.
133100     MOVE SEM-ESPERADO TO LDIA-ESPERADO.
133200     MOVE SEM-PIOR TO LDIA-PIOR.
133300     MOVE SEM-RECORRENTE TO LDIA-RECORRENTE.
133400     MOVE WS-LINHA-DIA TO RPT-LINHA-ENTRADA.
133500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
133600     INITIALIZE WS-SOMA-SEMANA.
133700 5300-LINHA-SEMANA-EXIT.
133800     EXIT.
133900*
134000***************************************************************
134100*    5400-LINHA-PRAZO - 30/60/90 DIAS CORRIDOS DENTRO DO        *
134200*    HORIZONTE, E O HORIZONTE INTEIRO                           *
134300***************************************************************
134400 5400-LINHA-PRAZO.
134500     IF WS-PRZ-SUB < 4 AND PRZ-DIAS(WS-PRZ-SUB) > WS-HORIZONTE
134600         GO TO 5400-LINHA-PRAZO-EXIT
134700     END-IF.
134800     MOVE SPACES TO WS-LINHA-DIA.
134900     MOVE PRZ-DIAS(WS-PRZ-SUB) TO WS-QTDE-DISP.
135000     IF WS-PRZ-SUB < 4
135100         STRING "ATE " WS-QTDE-DISP(5:3) " DIAS"
135200             DELIMITED BY SIZE INTO LDIA-ROTULO
135300         END-STRING
135400     ELSE
135500         STRING "HORIZONTE " WS-QTDE-DISP(5:3)
135600             DELIMITED BY SIZE INTO LDIA-ROTULO
135700         END-STRING
135800     END-IF.
135900     MOVE PRZ-MELHOR(WS-PRZ-SUB) TO LDIA-MELHOR.
136000     MOVE PRZ-ESPERADO(WS-PRZ-SUB) TO LDIA-ESPERADO.
136100     MOVE PRZ-PIOR(WS-PRZ-SUB) TO LDIA-PIOR.
136200     MOVE PRZ-RECORRENTE(WS-PRZ-SUB) TO LDIA-RECORRENTE.
136300     MOVE WS-LINHA-DIA TO RPT-LINHA-ENTRADA.
136400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
136500 5400-LINHA-PRAZO-EXIT.
136600     EXIT.
136700*
136800***************************************************************
136900*    6000-COMPARAR-RODADAS - O QUE CADA RODADA ANTERIOR DO      *
137000*    PERIODO DE HISTORICO PREVIU DE TITULOS PARA OS DIAS JA     *
137100*    PASSADOS, CONTRA AS LIQUIDACOES DO SETLREG NESSES DIAS     *
137200***************************************************************
137300 6000-COMPARAR-RODADAS.
137400     MOVE SPACES TO RPT-LINHA-ENTRADA.
137500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
137600     MOVE "TITULOS - PREVISTO NAS RODADAS ANTERIORES X REALIZADO"
137700         TO RPT-LINHA-ENTRADA.
137800     MOVE " NO SETLREG (DIAS JA PASSADOS)"
137900         TO RPT-LINHA-ENTRADA(54:30).
138000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
138100     OPEN INPUT PROJECAO-FILE.
138200     IF NOT PROJECAO-FILE-OK
138300         MOVE "  SEM RODADAS ANTERIORES NO PFCHIST"
138400             TO RPT-LINHA-ENTRADA
138500         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
138600         GO TO 6000-COMPARAR-RODADAS-EXIT
138700     END-IF.
138800     MOVE "N" TO WS-PFC-EOF-SWITCH.
138900     PERFORM 6100-LER-HISTORICO THRU 6100-LER-HISTORICO-EXIT.
139000     PERFORM 6200-GUARDAR-RODADA THRU 6200-GUARDAR-RODADA-EXIT
139100         UNTIL FIM-DO-HISTORICO.
139200     CLOSE PROJECAO-FILE.
139300     IF WS-QTDE-RODADAS = ZERO
139400         MOVE "  SEM RODADAS ANTERIORES NO PERIODO"
139500             TO RPT-LINHA-ENTRADA
139600         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
139700         GO TO 6000-COMPARAR-RODADAS-EXIT
139800     END-IF.
139900     IF NOT SETLREG-DISPONIVEL
140000         MOVE "  SETLREG INDISPONIVEL - REALIZADO NAO APURADO"
140100             TO RPT-LINHA-ENTRADA
140200         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
140300         GO TO 6000-COMPARAR-RODADAS-EXIT
140400     END-IF.
140500     MOVE "N" TO WS-STL-EOF-SWITCH.
140600     MOVE LOW-VALUES TO STL-CHAVE.
140700     START SETTLE-FILE KEY IS NOT LESS THAN STL-CHAVE
140800         INVALID KEY
140900             MOVE "Y" TO WS-STL-EOF-SWITCH
141000     END-START.
141100     PERFORM 6300-SOMAR-LIQUIDACAO THRU 6300-SOMAR-LIQUIDACAO-EXIT
141200         UNTIL FIM-DAS-LIQUIDACOES.
141300     OPEN INPUT PROJECAO-FILE.
141400     MOVE "N" TO WS-PFC-EOF-SWITCH.
141500     PERFORM 6100-LER-HISTORICO THRU 6100-LER-HISTORICO-EXIT.
141600     PERFORM 6400-REALIZADO-DA-RODADA
141700         THRU 6400-REALIZADO-DA-RODADA-EXIT
141800         UNTIL FIM-DO-HISTORICO.
141900     CLOSE PROJECAO-FILE.
142000     MOVE WS-CABEC-RODADA TO RPT-LINHA-ENTRADA.
142100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
142200     PERFORM 6500-LINHA-RODADA THRU 6500-LINHA-RODADA-EXIT
142300         VARYING WS-ROD-SUB FROM 1 BY 1
142400         UNTIL WS-ROD-SUB > WS-QTDE-RODADAS.
142500 6000-COMPARAR-RODADAS-EXIT.
142600     EXIT.
142700*
142800***************************************************************
142900*    6100-LER-HISTORICO - SO AS LINHAS DE RODADA DO PERIODO DE  *
143000*    HISTORICO PARA DIA JA PASSADO INTERESSAM                   *
143100***************************************************************
143200 6100-LER-HISTORICO.
143300     READ PROJECAO-FILE
143400         AT END
143500             MOVE "Y" TO WS-PFC-EOF-SWITCH
143600             GO TO 6100-LER-HISTORICO-EXIT
143700     END-READ.
143800     IF PFC-DATA-RODADA NOT NUMERIC
143900         OR PFC-DATA-PREVISTA NOT NUMERIC
144000         GO TO 6100-LER-HISTORICO
144100     END-IF.
144200     IF PFC-DATA-RODADA = RUN-DATA
144300         MOVE "Y" TO WS-RODADA-HOJE-SW
144400     END-IF.
144500     IF PFC-DATA-RODADA < WS-HIST-INICIO
144600         OR PFC-DATA-RODADA NOT < RUN-DATA
144700         OR PFC-DATA-PREVISTA NOT < RUN-DATA
144800         GO TO 6100-LER-HISTORICO
144900     END-IF.
145000 6100-LER-HISTORICO-EXIT.
145100     EXIT.
145200*
145300***************************************************************
145400*    6200-GUARDAR-RODADA - SOMA O PREVISTO POR RODADA E ANOTA   *
145500*    AS DATAS CUJO REALIZADO SERA APURADO                       *
145600***************************************************************
145700 6200-GUARDAR-RODADA.
145800     MOVE ZERO TO WS-ROD-SUB.
145900     IF WS-QTDE-RODADAS > ZERO
146000         SET ROD-IDX TO 1
146100         SEARCH ROD-ITEM
146200             AT END
146300                 CONTINUE
146400             WHEN ROD-DATA(ROD-IDX) = PFC-DATA-RODADA
146500                 SET WS-ROD-SUB TO ROD-IDX
146600         END-SEARCH
146700     END-IF.
146800     IF WS-ROD-SUB = ZERO
146900         IF WS-QTDE-RODADAS = 120
147000             GO TO 6200-GUARDAR-RODADA-LER
147100         END-IF
147200         ADD 1 TO WS-QTDE-RODADAS
147300         MOVE WS-QTDE-RODADAS TO WS-ROD-SUB
147400         MOVE PFC-DATA-RODADA TO ROD-DATA(WS-ROD-SUB)
147500         MOVE ZERO TO ROD-DIAS(WS-ROD-SUB) ROD-MELHOR(WS-ROD-SUB)
147600             ROD-ESPERADO(WS-ROD-SUB) ROD-PIOR(WS-ROD-SUB)
147700             ROD-REALIZADO(WS-ROD-SUB)
147800     END-IF.
147900     ADD 1 TO ROD-DIAS(WS-ROD-SUB).
148000     ADD PFC-TIT-MELHOR TO ROD-MELHOR(WS-ROD-SUB).
148100     ADD PFC-TIT-ESPERADO TO ROD-ESPERADO(WS-ROD-SUB).
148200     ADD PFC-TIT-PIOR TO ROD-PIOR(WS-ROD-SUB).
148300     IF WS-QTDE-DATAS-REAL > ZERO
148400         SET REA-IDX TO 1
148500         SEARCH REA-ITEM
148600             AT END
148700                 PERFORM 6250-NOVA-DATA THRU 6250-NOVA-DATA-EXIT
148800             WHEN REA-DATA(REA-IDX) = PFC-DATA-PREVISTA
148900                 CONTINUE
149000         END-SEARCH
149100     ELSE
149200         PERFORM 6250-NOVA-DATA THRU 6250-NOVA-DATA-EXIT
149300     END-IF.
149400 6200-GUARDAR-RODADA-LER.
149500     PERFORM 6100-LER-HISTORICO THRU 6100-LER-HISTORICO-EXIT.
149600 6200-GUARDAR-RODADA-EXIT.
149700     EXIT.
149800*
149900***************************************************************
150000*    6250-NOVA-DATA                                             *
150100***************************************************************
150200 6250-NOVA-DATA.
150300     IF WS-QTDE-DATAS-REAL < 800
150400         ADD 1 TO WS-QTDE-DATAS-REAL
150500         MOVE PFC-DATA-PREVISTA TO REA-DATA(WS-QTDE-DATAS-REAL)
150600         MOVE ZERO TO REA-VALOR(WS-QTDE-DATAS-REAL)
150700     END-IF.
150800 6250-NOVA-DATA-EXIT.
150900     EXIT.
151000*
151100***************************************************************
151200*    6300-SOMAR-LIQUIDACAO - LIQUIDACAO PAGA EM DATA ANOTADA    *
151300***************************************************************
151400 6300-SOMAR-LIQUIDACAO.
151500     READ SETTLE-FILE NEXT RECORD
151600         AT END
151700             MOVE "Y" TO WS-STL-EOF-SWITCH
151800             GO TO 6300-SOMAR-LIQUIDACAO-EXIT
151900     END-READ.
152000     SET REA-IDX TO 1.
152100     SEARCH REA-ITEM
152200         AT END
152300             CONTINUE
152400         WHEN REA-DATA(REA-IDX) = STL-DATA-PAGTO
152500             COMPUTE REA-VALOR(REA-IDX) =
152600                 REA-VALOR(REA-IDX) + (STL-VALOR-CTVS / 100)
152700     END-SEARCH.
152800 6300-SOMAR-LIQUIDACAO-EXIT.
152900     EXIT.
153000*
153100***************************************************************
153200*    6400-REALIZADO-DA-RODADA - CADA DIA PREVISTO DA RODADA     *
153300*    RECEBE O REALIZADO DAQUELE DIA                             *
153400***************************************************************
153500 6400-REALIZADO-DA-RODADA.
153600     SET ROD-IDX TO 1.
153700     SEARCH ROD-ITEM
153800         AT END
153900             GO TO 6400-REALIZADO-DA-RODADA-LER
154000         WHEN ROD-DATA(ROD-IDX) = PFC-DATA-RODADA
154100             SET WS-ROD-SUB TO ROD-IDX
154200     END-SEARCH.
154300     SET REA-IDX TO 1.
154400     SEARCH REA-ITEM
154500         AT END
154600             CONTINUE
154700         WHEN REA-DATA(REA-IDX) = PFC-DATA-PREVISTA
154800             ADD REA-VALOR(REA-IDX) TO ROD-REALIZADO(WS-ROD-SUB)
154900     END-SEARCH.
155000 6400-REALIZADO-DA-RODADA-LER.
155100     PERFORM 6100-LER-HISTORICO THRU 6100-LER-HISTORICO-EXIT.
155200 6400-REALIZADO-DA-RODADA-EXIT.
155300     EXIT.
155400*
155500***************************************************************
155600*    6500-LINHA-RODADA                                          *
155700***************************************************************
155800 6500-LINHA-RODADA.
155900     MOVE SPACES TO WS-LINHA-RODADA.
156000     MOVE ROD-DATA(WS-ROD-SUB) TO LROD-DATA.
156100     MOVE ROD-DIAS(WS-ROD-SUB) TO LROD-DIAS.
156200     MOVE ROD-MELHOR(WS-ROD-SUB) TO LROD-MELHOR.
156300     MOVE ROD-ESPERADO(WS-ROD-SUB) TO LROD-ESPERADO.
156400     MOVE ROD-PIOR(WS-ROD-SUB) TO LROD-PIOR.
156500     MOVE ROD-REALIZADO(WS-ROD-SUB) TO LROD-REALIZADO.
156600     COMPUTE WS-DESVIO =
156700         ROD-REALIZADO(WS-ROD-SUB) - ROD-ESPERADO(WS-ROD-SUB).
156800     MOVE WS-DESVIO TO LROD-DESVIO.
156900     MOVE ZERO TO WS-PERCENTUAL.
157000     IF ROD-ESPERADO(WS-ROD-SUB) > ZERO
157100         COMPUTE WS-PERCENTUAL ROUNDED =
157200             (ROD-REALIZADO(WS-ROD-SUB) * 100)
157300             / ROD-ESPERADO(WS-ROD-SUB)
157400             ON SIZE ERROR
157500                 MOVE 9999.9 TO WS-PERCENTUAL
157600         END-COMPUTE
157700     END-IF.
157800     MOVE WS-PERCENTUAL TO LROD-PERCENTUAL.
157900     MOVE WS-LINHA-RODADA TO RPT-LINHA-ENTRADA.
158000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
158100 6500-LINHA-RODADA-EXIT.
158200     EXIT.
158300*
158400***************************************************************
158500*    7000-GRAVAR-RODADA - ACRESCENTA A RODADA DE HOJE AO        *
158600*    PFCHIST (UMA LINHA POR DIA UTIL DA GRADE); RODADA DE HOJE  *
158700*    JA GRAVADA (REPROCESSAMENTO) NAO SE REPETE                 *
158800***************************************************************
158900 7000-GRAVAR-RODADA.
159000     IF RODADA-HOJE-GRAVADA
159100         DISPLAY "AVISO: RODADA DE " RUN-DATA " JA CONSTA DO "
159200             "PFCHIST - HISTORICO NAO ALTERADO."
159300         GO TO 7000-GRAVAR-RODADA-EXIT
159400     END-IF.
159500     OPEN EXTEND PROJECAO-FILE.
159600     IF NOT PROJECAO-FILE-OK
159700         OPEN OUTPUT PROJECAO-FILE
159800     END-IF.
159900     IF NOT PROJECAO-FILE-OK
160000         MOVE "PROJRECB" TO ERR-PROGRAMA
160100         SET ERR-TIPO-ARQUIVO TO TRUE
160200         MOVE "ABERTURA DO ARQUIVO PFCHIST" TO ERR-CONTEXTO
160300         MOVE WS-PROJECAO-FILE-STATUS TO ERR-FILE-STATUS
160400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
160500         MOVE 8 TO RETURN-CODE
160600         GO TO 7000-GRAVAR-RODADA-EXIT
160700     END-IF.
160800     PERFORM 7100-GRAVAR-DIA THRU 7100-GRAVAR-DIA-EXIT
160900         VARYING WS-DIA-SUB FROM 1 BY 1
161000         UNTIL WS-DIA-SUB > WS-QTDE-DIAS.
161100     CLOSE PROJECAO-FILE.
161200 7000-GRAVAR-RODADA-EXIT.
161300     EXIT.
161400*
161500***************************************************************
161600*    7100-GRAVAR-DIA                                            *
161700***************************************************************
161800 7100-GRAVAR-DIA.
161900     MOVE SPACES TO PROJECAO-RECORD.
162000     MOVE RUN-DATA TO PFC-DATA-RODADA.
162100     MOVE DIA-DATA(WS-DIA-SUB) TO PFC-DATA-PREVISTA.
162200     MOVE DIA-TIT-MELHOR(WS-DIA-SUB) TO PFC-TIT-MELHOR.
162300     MOVE DIA-TIT-ESPERADO(WS-DIA-SUB) TO PFC-TIT-ESPERADO.
162400     MOVE DIA-TIT-PIOR(WS-DIA-SUB) TO PFC-TIT-PIOR.
162500     MOVE DIA-REC-MELHOR(WS-DIA-SUB) TO PFC-REC-MELHOR.
162600     MOVE DIA-REC-ESPERADO(WS-DIA-SUB) TO PFC-REC-ESPERADO.
162700     MOVE DIA-REC-PIOR(WS-DIA-SUB) TO PFC-REC-PIOR.
162800     WRITE PROJECAO-RECORD.
162900 7100-GRAVAR-DIA-EXIT.
163000     EXIT.
163100*
163200***************************************************************
163300*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
163400*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
163500***************************************************************
163600 8000-GRAVAR-LINHAS-RPT.
163700     IF NOT PRINT-FILE-OK
163800         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
163900     END-IF.
164000     PERFORM 8100-GRAVAR-UMA-LINHA
164100         THRU 8100-GRAVAR-UMA-LINHA-EXIT
164200         VARYING WS-RPT-SUB FROM 1 BY 1
164300         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
164400 8000-GRAVAR-LINHAS-RPT-EXIT.
164500     EXIT.
164600*
164700***************************************************************
164800*    8100-GRAVAR-UMA-LINHA                                      *
164900***************************************************************
165000 8100-GRAVAR-UMA-LINHA.
165100     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
165200     WRITE PRINT-LINE.
165300 8100-GRAVAR-UMA-LINHA-EXIT.
165400     EXIT.
165500*
165600***************************************************************
165700*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
165800***************************************************************
165900 8500-DETALHE.
166000     SET RPT-ACAO-DETALHE TO TRUE.
166100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
166200     PERFORM 8000-GRAVAR-LINHAS-RPT
166300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
166400 8500-DETALHE-EXIT.
166500     EXIT.
166600*
166700***************************************************************
166800*    9000-FINALIZAR - TOTAL DO RELATORIO E FECHAMENTO           *
166900***************************************************************
167000 9000-FINALIZAR.
167100     IF PRINT-FILE-OK
167200         MOVE WS-QTDE-PROJETADOS TO WS-QTDE-DISP
167300         MOVE SPACES TO RPT-LINHA-ENTRADA
167400         STRING "TITULOS ABERTOS PROJETADOS " WS-QTDE-DISP
167500             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
167600         END-STRING
167700         SET RPT-ACAO-TOTAL TO TRUE
167800         CALL "REPORT-WRITER" USING RPT-PARAMETROS
167900         PERFORM 8000-GRAVAR-LINHAS-RPT
168000             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
168100         CLOSE PRINT-FILE
168200     END-IF.
168300     IF CUSTMAST-DISPONIVEL
168400         CLOSE CUSTOMER-MASTER
168500     END-IF.
168600     IF SETLREG-DISPONIVEL
168700         CLOSE SETTLE-FILE
168800     END-IF.
168900     DISPLAY "====== PROJECAO DE RECEBIMENTOS ======".
169000     DISPLAY "TITULOS LIDOS ......: " WS-QTDE-TIT-LIDOS.
169100     DISPLAY "NO HISTORICO .......: " WS-QTDE-HISTORICO.
169200     DISPLAY "SEM LIQUIDACAO ACHADA: " WS-QTDE-SEM-LIQUIDACAO.
169300     DISPLAY "ABERTOS PROJETADOS .: " WS-QTDE-PROJETADOS.
169400     DISPLAY "   VENCIDOS ........: " WS-QTDE-VENCIDOS.
169500     DISPLAY "INSTRUCOES DEBITO ..: " WS-QTDE-INSTRUCOES.
169600     DISPLAY "OCORRENCIAS PREVISTAS: " WS-QTDE-OCORRENCIAS.
169700     DISPLAY "SEM HISTORICO (100%): " WS-QTDE-SEM-HISTORICO.
169800     DISPLAY "APOS O HORIZONTE ...: " WS-QTDE-ALEM.
169900     DISPLAY "DIAS UTEIS NA GRADE : " WS-QTDE-DIAS.
170000 9000-FINALIZAR-EXIT.
170100     EXIT.
