000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BANCO-COBRADOR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     SUBROTINA COMPARTILHADA DE ROTEAMENTO DA
001200*                       COBRANCA POR BANCO, NO PADRAO DE CALL DE
001300*                       ERROR-HANDLER: A TABELA BANCOTAB (BANCOS
001400*                       COBRADORES, AGENCIA -> BANCO E CLIENTE ->
001500*                       BANCO) E CARREGADA NA PRIMEIRA CHAMADA E
001600*                       MANTIDA EM MEMORIA NAS SEGUINTES. O
001700*                       REMESSA-GERAR CORTA A REMESSA DE CADA
001800*                       BANCO NO LAYOUT DELE E O RETORNO-
001900*                       PROCESSAR SABE DE QUE BANCO VEIO O
002000*                       RETORNO. PARAMETROS E CODIGOS DE RETORNO
002100*                       EM COPYBOOKS/BNCHDL.CPY.
002100*    2026-10-15 OPR     LINHA "B" GANHA A TARIFA ACORDADA POR
002100*                       TITULO LIQUIDADO (CENTAVOS, DEPOIS DO
002100*                       NOME), DEVOLVIDA EM BNC-TARIFA-LIQ PARA
002100*                       A CONFERENCIA DO EXTRATO-CONCILIAR.
002200***************************************************************
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BANCO-TAB-FILE ASSIGN TO "BANCOTAB"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-BANCO-TAB-STATUS.
003000*
003100 DATA DIVISION.
003200 FILE SECTION.
003300*
003400 FD  BANCO-TAB-FILE
003500     RECORDING MODE IS F.
003600 01  BANCO-TAB-RECORD.
003700     05  BTB-TIPO            PIC X(01).
003800         88  BTB-TIPO-BANCO      VALUE "B".
003900         88  BTB-TIPO-AGENCIA    VALUE "A".
004000         88  BTB-TIPO-CLIENTE    VALUE "C".
004100     05  FILLER              PIC X(01).
004200     05  BTB-DADOS           PIC X(78).
004300*    LINHA "B": BANCO COBRADOR
004400     05  BTB-BANCO-R REDEFINES BTB-DADOS.
004500         10  BTB-BANCO       PIC 9(03).
004600         10  FILLER          PIC X(01).
004700         10  BTB-LAYOUT      PIC X(03).
004800         10  FILLER          PIC X(01).
004900         10  BTB-CONVENIO    PIC 9(07).
005000         10  FILLER          PIC X(01).
005100         10  BTB-CARTEIRA    PIC 9(02).
005200         10  FILLER          PIC X(01).
005300         10  BTB-AG-CEDENTE  PIC 9(05).
005400         10  FILLER          PIC X(01).
005500         10  BTB-CONTA-CEDENTE
005600                             PIC 9(12).
005700         10  FILLER          PIC X(01).
005800         10  BTB-PADRAO      PIC X(01).
005900         10  FILLER          PIC X(01).
006000         10  BTB-NOME        PIC X(20).
006000         10  FILLER          PIC X(01).
006000         10  BTB-TARIFA-LIQ  PIC 9(05).
006000         10  FILLER          PIC X(12).
006200*    LINHA "A": AGENCIA DO CLIENTE -> BANCO
006300     05  BTB-AGENCIA-R REDEFINES BTB-DADOS.
006400         10  BTA-AGENCIA     PIC X(02).
006500         10  FILLER          PIC X(01).
006600         10  BTA-BANCO       PIC 9(03).
006700         10  FILLER          PIC X(72).
006800*    LINHA "C": CLIENTE -> BANCO
006900     05  BTB-CLIENTE-R REDEFINES BTB-DADOS.
007000         10  BTC-CUST-ID     PIC X(10).
007100         10  FILLER          PIC X(01).
007200         10  BTC-BANCO       PIC 9(03).
007300         10  FILLER          PIC X(64).
007400*
007500 WORKING-STORAGE SECTION.
007600*
007700 77  WS-BANCO-TAB-STATUS     PIC X(02) VALUE ZEROS.
007800     88  BANCO-TAB-OK        VALUE "00".
007900 77  WS-BANCO-TAB-EOF        PIC X(01) VALUE "N".
008000     88  FIM-DA-TABELA       VALUE "Y".
008100 77  WS-TABELA-CARREGADA     PIC X(01) VALUE "N".
008200     88  TABELA-NA-MEMORIA   VALUE "Y".
008300 77  WS-TABELA-EXISTE        PIC X(01) VALUE "N".
008400     88  TABELA-DISPONIVEL   VALUE "Y".
008500*
008600***************************************************************
008700*    BANCOS COBRADORES (LINHAS "B")
008800***************************************************************
008900 77  WS-QTDE-BANCOS          PIC 9(02) COMP VALUE ZERO.
009000 77  WS-SUB-PADRAO           PIC 9(02) COMP VALUE ZERO.
009100 01  TABELA-BANCOS.
009200     05  BANCO-ENTRY OCCURS 20 TIMES
009300         DEPENDING ON WS-QTDE-BANCOS
009400         INDEXED BY BC-IDX.
009500         10  TBB-BANCO       PIC 9(03).
009600         10  TBB-LAYOUT      PIC X(03).
009700         10  TBB-CONVENIO    PIC 9(07).
009800         10  TBB-CARTEIRA    PIC 9(02).
009900         10  TBB-AG-CEDENTE  PIC 9(05).
010000         10  TBB-CONTA-CEDENTE
010100                             PIC 9(12).
010200         10  TBB-NOME        PIC X(20).
010200         10  TBB-TARIFA-LIQ  PIC 9(05).
010300*
010400***************************************************************
010500*    AGENCIA -> BANCO (LINHAS "A") E CLIENTE -> BANCO ("C")
010600***************************************************************
010700 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
010800 01  TABELA-AGENCIAS.
010900     05  AGENCIA-ENTRY OCCURS 100 TIMES
011000         DEPENDING ON WS-QTDE-AGENCIAS
011100         INDEXED BY AG-IDX.
011200         10  TBA-AGENCIA     PIC X(02).
011300         10  TBA-BANCO       PIC 9(03).
011400 77  WS-QTDE-CLIENTES        PIC 9(04) COMP VALUE ZERO.
011500 01  TABELA-CLIENTES.
011600     05  CLIENTE-ENTRY OCCURS 2000 TIMES
011700         DEPENDING ON WS-QTDE-CLIENTES
011800         INDEXED BY CL-IDX.
011900         10  TBC-CUST-ID     PIC X(10).
012000         10  TBC-BANCO       PIC 9(03).
012100*
012200 77  WS-BANCO-PROCURADO      PIC 9(03) VALUE ZERO.
012300*
012400 LINKAGE SECTION.
012500*
012600 COPY "BNCHDL.cpy".
012700*
012800 PROCEDURE DIVISION USING BNC-PARAMETROS.
012900*
013000***************************************************************
013100*    0000-MAINLINE                                             *
013200***************************************************************
013300 0000-MAINLINE.
013400     MOVE 08 TO BNC-RC.
013500     IF NOT TABELA-NA-MEMORIA
013600         PERFORM 1000-CARREGAR-TABELA
013700             THRU 1000-CARREGAR-TABELA-EXIT
013800     END-IF.
013900     IF NOT TABELA-DISPONIVEL
014000         MOVE 04 TO BNC-RC
014100         GOBACK
014200     END-IF.
014300     EVALUATE TRUE
014400         WHEN BNC-ACAO-RESOLVER
014500             PERFORM 2000-RESOLVER THRU 2000-RESOLVER-EXIT
014600         WHEN BNC-ACAO-BANCO
014700             MOVE BNC-BANCO TO WS-BANCO-PROCURADO
014800             PERFORM 3000-DADOS-BANCO THRU 3000-DADOS-BANCO-EXIT
014900         WHEN BNC-ACAO-PADRAO
015000             MOVE TBB-BANCO(WS-SUB-PADRAO) TO WS-BANCO-PROCURADO
015100             PERFORM 3000-DADOS-BANCO THRU 3000-DADOS-BANCO-EXIT
015200     END-EVALUATE.
015300     GOBACK.
015400*
015500***************************************************************
015600*    1000-CARREGAR-TABELA - UMA VEZ POR RUN; SEM O ARQUIVO OU   *
015700*    SEM NENHUMA LINHA "B", A TABELA FICA INDISPONIVEL (RC 04)  *
015800***************************************************************
015900 1000-CARREGAR-TABELA.
016000     MOVE "Y" TO WS-TABELA-CARREGADA.
016100     OPEN INPUT BANCO-TAB-FILE.
016200     IF NOT BANCO-TAB-OK
016300         GO TO 1000-CARREGAR-TABELA-EXIT
016400     END-IF.
016500     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
016600     PERFORM 1200-GUARDAR-LINHA THRU 1200-GUARDAR-LINHA-EXIT
016700         UNTIL FIM-DA-TABELA.
016800     CLOSE BANCO-TAB-FILE.
016900     IF WS-QTDE-BANCOS = ZERO
017000         DISPLAY "AVISO: BANCOTAB SEM LINHA DE BANCO - TABELA "
017100             "IGNORADA."
017200         GO TO 1000-CARREGAR-TABELA-EXIT
017300     END-IF.
017400     IF WS-SUB-PADRAO = ZERO
017500         MOVE 1 TO WS-SUB-PADRAO
017600     END-IF.
017700     MOVE "Y" TO WS-TABELA-EXISTE.
017800 1000-CARREGAR-TABELA-EXIT.
017900     EXIT.
018000*
018100***************************************************************
018200*    1100-LER-LINHA                                            *
018300***************************************************************
018400 1100-LER-LINHA.
018500     READ BANCO-TAB-FILE
018600         AT END
018700             MOVE "Y" TO WS-BANCO-TAB-EOF
018800     END-READ.
018900 1100-LER-LINHA-EXIT.
019000     EXIT.
019100*
019200***************************************************************
019300*    1200-GUARDAR-LINHA - LINHA INVALIDA OU ALEM DA CAPACIDADE  *
019400*    DA TABELA E AVISADA E IGNORADA                             *
019500***************************************************************
019600 1200-GUARDAR-LINHA.
019700     EVALUATE TRUE
019800         WHEN BTB-TIPO-BANCO AND BTB-BANCO NUMERIC
019900             AND (BTB-LAYOUT = "400" OR BTB-LAYOUT = "240")
020000             AND WS-QTDE-BANCOS < 20
020100             ADD 1 TO WS-QTDE-BANCOS
020200             MOVE BTB-BANCO TO TBB-BANCO(WS-QTDE-BANCOS)
020300             MOVE BTB-LAYOUT TO TBB-LAYOUT(WS-QTDE-BANCOS)
020400             MOVE ZERO TO TBB-CONVENIO(WS-QTDE-BANCOS)
020500             IF BTB-CONVENIO NUMERIC
020600                 MOVE BTB-CONVENIO TO TBB-CONVENIO(WS-QTDE-BANCOS)
020700             END-IF
020800             MOVE ZERO TO TBB-CARTEIRA(WS-QTDE-BANCOS)
020900             IF BTB-CARTEIRA NUMERIC
021000                 MOVE BTB-CARTEIRA TO TBB-CARTEIRA(WS-QTDE-BANCOS)
021100             END-IF
021200             MOVE ZERO TO TBB-AG-CEDENTE(WS-QTDE-BANCOS)
021300             IF BTB-AG-CEDENTE NUMERIC
021400                 MOVE BTB-AG-CEDENTE
021500                     TO TBB-AG-CEDENTE(WS-QTDE-BANCOS)
021600             END-IF
021700             MOVE ZERO TO TBB-CONTA-CEDENTE(WS-QTDE-BANCOS)
021800             IF BTB-CONTA-CEDENTE NUMERIC
021900                 MOVE BTB-CONTA-CEDENTE
022000                     TO TBB-CONTA-CEDENTE(WS-QTDE-BANCOS)
022100             END-IF
022200             MOVE BTB-NOME TO TBB-NOME(WS-QTDE-BANCOS)
022200             MOVE ZERO TO TBB-TARIFA-LIQ(WS-QTDE-BANCOS)
022200             IF BTB-TARIFA-LIQ NUMERIC
022200                 MOVE BTB-TARIFA-LIQ
022200                     TO TBB-TARIFA-LIQ(WS-QTDE-BANCOS)
022200             END-IF
022300             IF BTB-PADRAO = "S" AND WS-SUB-PADRAO = ZERO
022400                 MOVE WS-QTDE-BANCOS TO WS-SUB-PADRAO
022500             END-IF
022600         WHEN BTB-TIPO-AGENCIA AND BTA-BANCO NUMERIC
022700             AND WS-QTDE-AGENCIAS < 100
022800             ADD 1 TO WS-QTDE-AGENCIAS
022900             MOVE BTA-AGENCIA TO TBA-AGENCIA(WS-QTDE-AGENCIAS)
023000             MOVE BTA-BANCO TO TBA-BANCO(WS-QTDE-AGENCIAS)
023100         WHEN BTB-TIPO-CLIENTE AND BTC-BANCO NUMERIC
023200             AND BTC-CUST-ID NOT = SPACES
023300             AND WS-QTDE-CLIENTES < 2000
023400             ADD 1 TO WS-QTDE-CLIENTES
023500             MOVE BTC-CUST-ID TO TBC-CUST-ID(WS-QTDE-CLIENTES)
023600             MOVE BTC-BANCO TO TBC-BANCO(WS-QTDE-CLIENTES)
023700         WHEN BANCO-TAB-RECORD = SPACES
023800             CONTINUE
023900         WHEN OTHER
024000             DISPLAY "AVISO: LINHA IGNORADA NO BANCOTAB: "
024100                 BANCO-TAB-RECORD(1:40)
024200     END-EVALUATE.
024300     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
024400 1200-GUARDAR-LINHA-EXIT.
024500     EXIT.
024600*
024700***************************************************************
024800*    2000-RESOLVER - CLIENTE, DEPOIS AGENCIA, DEPOIS O BANCO    *
024900*    PADRAO; AGENCIA EM BRANCO VALE COMO 01 (MATRIZ)            *
025000***************************************************************
025100 2000-RESOLVER.
025200     SET BNC-ORIGEM-CLIENTE TO TRUE.
025300     SET CL-IDX TO 1.
025400     SEARCH CLIENTE-ENTRY
025500         AT END
025600             SET BNC-ORIGEM-AGENCIA TO TRUE
025700         WHEN TBC-CUST-ID(CL-IDX) = BNC-CUST-ID
025800             MOVE TBC-BANCO(CL-IDX) TO WS-BANCO-PROCURADO
025900     END-SEARCH.
026000     IF BNC-ORIGEM-CLIENTE
026100         GO TO 2000-RESOLVER-BANCO
026200     END-IF.
026300     IF BNC-AGENCIA = SPACES
026400         MOVE "01" TO BNC-AGENCIA
026500     END-IF.
026600     SET AG-IDX TO 1.
026700     SEARCH AGENCIA-ENTRY
026800         AT END
026900             SET BNC-ORIGEM-PADRAO TO TRUE
027000             MOVE TBB-BANCO(WS-SUB-PADRAO) TO WS-BANCO-PROCURADO
027100         WHEN TBA-AGENCIA(AG-IDX) = BNC-AGENCIA
027200             MOVE TBA-BANCO(AG-IDX) TO WS-BANCO-PROCURADO
027300     END-SEARCH.
027400 2000-RESOLVER-BANCO.
027500     PERFORM 3000-DADOS-BANCO THRU 3000-DADOS-BANCO-EXIT.
027600 2000-RESOLVER-EXIT.
027700     EXIT.
027800*
027900***************************************************************
028000*    3000-DADOS-BANCO - DEVOLVE OS DADOS DO BANCO PROCURADO;    *
028100*    BANCO FORA DAS LINHAS "B" VOLTA COM RC 08                  *
028200***************************************************************
028300 3000-DADOS-BANCO.
028400     MOVE WS-BANCO-PROCURADO TO BNC-BANCO.
028500     MOVE SPACES TO BNC-LAYOUT.
028600     MOVE ZERO TO BNC-CONVENIO.
028700     MOVE ZERO TO BNC-CARTEIRA.
028800     MOVE ZERO TO BNC-AGENCIA-CEDENTE.
028900     MOVE ZERO TO BNC-CONTA-CEDENTE.
029000     MOVE SPACES TO BNC-NOME-BANCO.
029000     MOVE ZERO TO BNC-TARIFA-LIQ.
029100     SET BC-IDX TO 1.
029200     SEARCH BANCO-ENTRY
029300         AT END
029400             GO TO 3000-DADOS-BANCO-EXIT
029500         WHEN TBB-BANCO(BC-IDX) = WS-BANCO-PROCURADO
029600             MOVE TBB-LAYOUT(BC-IDX) TO BNC-LAYOUT
029700             MOVE TBB-CONVENIO(BC-IDX) TO BNC-CONVENIO
029800             MOVE TBB-CARTEIRA(BC-IDX) TO BNC-CARTEIRA
029900             MOVE TBB-AG-CEDENTE(BC-IDX) TO BNC-AGENCIA-CEDENTE
030000             MOVE TBB-CONTA-CEDENTE(BC-IDX) TO BNC-CONTA-CEDENTE
030100             MOVE TBB-NOME(BC-IDX) TO BNC-NOME-BANCO
030100             MOVE TBB-TARIFA-LIQ(BC-IDX) TO BNC-TARIFA-LIQ
030200     END-SEARCH.
030300     MOVE 00 TO BNC-RC.
030400 3000-DADOS-BANCO-EXIT.
030500     EXIT.
