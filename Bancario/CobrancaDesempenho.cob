000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBRANCA-DESEMPENHO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     DESEMPENHO MENSAL DA COBRANCA. CADA
001200*                       ARQUIVO DE REMESSA (BANCO + REMSEQ NA
001300*                       CHAVE DO TITREG) E TRATADO COMO UMA
001400*                       SAFRA: PARA A SAFRA E PARA CADA AGENCIA
001500*                       DENTRO DELA, O COBPRT MOSTRA TITULOS
001600*                       ENVIADOS, PAGOS EM DIA, PAGOS COM ATRASO,
001700*                       PAGOS EM PARTE, BAIXADOS POR INSTRUCAO E
001800*                       AINDA ABERTOS, A MEDIA DE DIAS UTEIS DO
001900*                       ENVIO AO PAGAMENTO (NA PRACA DA AGENCIA
002000*                       DO CLIENTE) E O VALOR RECUPERADO SOBRE O
002100*                       VALOR ENVIADO. O VALOR PAGO VEM DA
002200*                       LIQUIDACAO NO SETLREG NA DATA DA BAIXA DO
002300*                       TITULO - MENOR QUE O TITULO, E PAGAMENTO
002400*                       PARCIAL; SEM LIQUIDACAO ACHADA, VALE O
002500*                       TITULO INTEIRO. ENTRAM AS REMESSAS
002600*                       ENVIADAS DESDE O PRIMEIRO DIA DO MES DE
002700*                       COBMESES MESES ATRAS (PADRAO 12). NO FIM,
002800*                       OS MESMOS NUMEROS POR AGENCIA EM TODAS AS
002900*                       SAFRAS E POR FAIXA DE AGING DE ONDE O
003000*                       CLIENTE FOI SELECIONADO (TIT-FAIXA-AGING,
003100*                       GRAVADA PELO REMESSA-GERAR A PARTIR DA
003200*                       LISTA DO AGING-REPORT), PARA A COBRANCA
003300*                       VER SE COMPENSA IR ATRAS DO DEVEDOR DE 30
003400*                       OU DO DE 90 DIAS.
003500***************************************************************
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT TITULO-FILE ASSIGN TO "TITREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS TIT-CHAVE
004400         ALTERNATE RECORD KEY IS TIT-CUST-ID
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-TITULO-FILE-STATUS.
004700     SELECT SETTLE-FILE ASSIGN TO "SETLREG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS STL-CHAVE
005100         FILE STATUS IS WS-SETTLE-FILE-STATUS.
005200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CUST-ID
005600         ALTERNATE RECORD KEY IS CUST-NOME
005700             WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005900         FILE STATUS IS WS-MASTER-FILE-STATUS.
006000     SELECT PRINT-FILE ASSIGN TO "COBPRT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PRINT-FILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600*
006700 FD  TITULO-FILE.
006800*    CADASTRO DE TITULOS DE COBRANCA (VER COPYBOOKS/TITREG.CPY)
006900 COPY "TITREG.cpy".
007000*
007100 FD  SETTLE-FILE.
007200*    LIQUIDACOES DO RETORNO (VER COPYBOOKS/SETLREG.CPY)
007300 COPY "SETLREG.cpy".
007400*
007500 FD  CUSTOMER-MASTER.
007600*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY) -
007700*    SO PARA A AGENCIA DO CLIENTE
007800 COPY "CUSTREC.cpy".
007900*
008000 FD  PRINT-FILE
008100     RECORDING MODE IS F.
008200 01  PRINT-LINE              PIC X(132).
008300*
008400 WORKING-STORAGE SECTION.
008500*
008600 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
008700     88  TITULO-OK           VALUE "00".
008800 77  WS-SETTLE-FILE-STATUS   PIC X(02) VALUE ZEROS.
008900     88  SETTLE-OK           VALUE "00".
009000 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
009100     88  MASTER-OK           VALUE "00".
009200 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
009300     88  PRINT-FILE-OK       VALUE "00".
009400*
009500 77  WS-CUSTMAST-SW          PIC X(01) VALUE "N".
009600     88  CUSTMAST-DISPONIVEL VALUE "Y".
009700 77  WS-SETTLE-SW            PIC X(01) VALUE "N".
009800     88  SETLREG-DISPONIVEL  VALUE "Y".
009900 77  WS-TIT-EOF-SWITCH       PIC X(01) VALUE "N".
010000     88  FIM-DOS-TITULOS     VALUE "Y".
010100 77  WS-STL-EOF-SWITCH       PIC X(01) VALUE "N".
010200     88  FIM-DAS-LIQUIDACOES VALUE "Y".
010300 77  WS-COORTE-SW            PIC X(01) VALUE "N".
010400     88  COORTE-ABERTA       VALUE "Y".
010500*
010600***************************************************************
010700*    PARAMETRO DE AMBIENTE: COBMESES = MESES DE REMESSAS NO
010800*    RELATORIO, CONTADOS A PARTIR DO PRIMEIRO DIA DO MES
010900*    (PADRAO 12)
011000***************************************************************
011100 77  WS-MESES-JANELA         PIC 9(02) VALUE ZERO.
011200 01  WS-INICIO-JANELA        PIC 9(08) VALUE ZERO.
011300 01  WS-INICIO-JANELA-R REDEFINES WS-INICIO-JANELA.
011400     05  WS-IJ-ANO           PIC 9(04).
011500     05  WS-IJ-MES           PIC 9(02).
011600     05  WS-IJ-DIA           PIC 9(02).
011700 77  WS-TOTAL-MESES          PIC 9(06) COMP VALUE ZERO.
011800 77  WS-QUOCIENTE            PIC 9(06) COMP VALUE ZERO.
011900 77  WS-RESTO                PIC 9(02) COMP VALUE ZERO.
012000*
012100***************************************************************
012200*    SAFRA EM CURSO (BANCO + REMSEQ)
012300***************************************************************
012400 77  WS-COH-BANCO            PIC 9(03) VALUE ZERO.
012500 77  WS-COH-REMSEQ           PIC 9(05) VALUE ZERO.
012600 77  WS-COH-DATA-ENVIO       PIC 9(08) VALUE ZERO.
012700*
012800***************************************************************
012900*    ACUMULADORES, TODOS NO MESMO FORMATO. POSICOES: 1 = TOTAL
013000*    GERAL; 2 A 6 = FAIXA DE AGING (030/060/090/120/SEM FAIXA);
013100*    7 A 106 = AGENCIA EM TODAS AS SAFRAS; 107 = SAFRA EM CURSO;
013200*    108 A 207 = AGENCIA NA SAFRA EM CURSO
013300***************************************************************
013400 01  TABELA-ACUMULADORES.
013500     05  ACU-ITEM OCCURS 207 TIMES.
013600         10  ACU-ENVIADOS    PIC 9(07).
013700         10  ACU-EM-DIA      PIC 9(07).
013800         10  ACU-ATRASADOS   PIC 9(07).
013900         10  ACU-PARCIAIS    PIC 9(07).
014000         10  ACU-BAIXADOS    PIC 9(07).
014100         10  ACU-ABERTOS     PIC 9(07).
014200         10  ACU-PAGOS       PIC 9(07).
014300         10  ACU-SOMA-DIAS   PIC 9(09).
014400         10  ACU-VALOR-ENVIADO    PIC 9(13)V99.
014500         10  ACU-VALOR-RECUPERADO PIC 9(13)V99.
014600 77  WS-ACU-SUB              PIC 9(03) COMP VALUE ZERO.
014700*
014800 01  TABELA-FAIXAS-AGING.
014900     05  FILLER              PIC X(03) VALUE "030".
015000     05  FILLER              PIC X(03) VALUE "060".
015100     05  FILLER              PIC X(03) VALUE "090".
015200     05  FILLER              PIC X(03) VALUE "120".
015300 01  TABELA-FAIXAS-R REDEFINES TABELA-FAIXAS-AGING.
015400     05  FAIXA-CODIGO        PIC X(03) OCCURS 4 TIMES.
015500 77  WS-FX                   PIC 9(01) VALUE ZERO.
015600*
015700***************************************************************
015800*    AGENCIAS (GERAL E DA SAFRA EM CURSO), NA ORDEM EM QUE
015900*    APARECEM; A POSICAO NA TABELA DA O ACUMULADOR
016000***************************************************************
016100 77  WS-QTDE-AGE-GERAL       PIC 9(03) COMP VALUE ZERO.
016200 01  TABELA-AGENCIAS-GERAL.
016300     05  AGG-AGENCIA         PIC X(02)
016400         OCCURS 1 TO 100 TIMES
016500         DEPENDING ON WS-QTDE-AGE-GERAL
016600         INDEXED BY AGG-IDX.
016700 77  WS-QTDE-AGE-COORTE      PIC 9(03) COMP VALUE ZERO.
016800 01  TABELA-AGENCIAS-COORTE.
016900     05  AGC-AGENCIA         PIC X(02)
017000         OCCURS 1 TO 100 TIMES
017100         DEPENDING ON WS-QTDE-AGE-COORTE
017200         INDEXED BY AGC-IDX.
017300 77  WS-AGE-SUB              PIC 9(03) COMP VALUE ZERO.
017400 77  WS-AGENCIA              PIC X(02) VALUE SPACES.
017500*
017600***************************************************************
017700*    CONTRIBUICAO DO TITULO EM TRATAMENTO
017800***************************************************************
017900 01  WS-CONTAGEM-TITULO.
018000     05  WS-T-EM-DIA         PIC 9(01) VALUE ZERO.
018100     05  WS-T-ATRASADO       PIC 9(01) VALUE ZERO.
018200     05  WS-T-PARCIAL        PIC 9(01) VALUE ZERO.
018300     05  WS-T-BAIXADO        PIC 9(01) VALUE ZERO.
018400     05  WS-T-ABERTO         PIC 9(01) VALUE ZERO.
018500     05  WS-T-PAGO           PIC 9(01) VALUE ZERO.
018600     05  WS-T-DIAS           PIC 9(05) VALUE ZERO.
018700     05  WS-T-VALOR          PIC 9(11)V99 VALUE ZERO.
018800     05  WS-T-RECUPERADO     PIC 9(11)V99 VALUE ZERO.
018900 77  WS-PAGO-CTVS            PIC 9(13) VALUE ZERO.
019000 77  WS-MENOR-CTVS           PIC 9(13) VALUE ZERO.
019100 77  WS-EXATO-SW             PIC X(01) VALUE "N".
019200     88  LIQUIDACAO-EXATA    VALUE "Y".
019300*
019400***************************************************************
019500*    CONTADORES DE CONTROLE
019600***************************************************************
019700 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
019800 77  WS-QTDE-NO-PERIODO      PIC 9(07) COMP VALUE ZERO.
019900 77  WS-QTDE-COORTES         PIC 9(05) COMP VALUE ZERO.
020000 77  WS-QTDE-SEM-LIQUIDACAO  PIC 9(07) COMP VALUE ZERO.
020100 77  WS-QTDE-AGE-ESTOURO     PIC 9(07) COMP VALUE ZERO.
020200*
020300***************************************************************
020400*    LINHAS DO RELATORIO
020500***************************************************************
020600 01  WS-LINHA-PERIODO.
020700     05  FILLER              PIC X(29) VALUE
020800         "REMESSAS ENVIADAS A PARTIR DE".
020900     05  FILLER              PIC X(01) VALUE SPACE.
021000     05  LPER-INICIO         PIC 9(08).
021100     05  FILLER              PIC X(05) VALUE " ATE ".
021200     05  LPER-FIM            PIC 9(08).
021300     05  FILLER              PIC X(47) VALUE
021400         " - DIAS P/PAGAR = MEDIA EM DIAS UTEIS DO ENVIO".
021500 01  WS-CABEC-DESEMPENHO.
021600     05  FILLER              PIC X(24) VALUE "REMESSA / AGENCIA".
021700     05  FILLER              PIC X(08) VALUE "ENVIADOS".
021800     05  FILLER              PIC X(08) VALUE "  EM DIA".
021900     05  FILLER              PIC X(08) VALUE " ATRASO".
022000     05  FILLER              PIC X(08) VALUE " PARCIAL".
022100     05  FILLER              PIC X(08) VALUE " BAIXADO".
022200     05  FILLER              PIC X(08) VALUE "  ABERTO".
022300     05  FILLER              PIC X(08) VALUE " P/PAGAR".
022400     05  FILLER              PIC X(18)
022500                             VALUE "    VALOR ENVIADO".
022600     05  FILLER              PIC X(18)
022700                             VALUE " VALOR RECUPERADO".
022800     05  FILLER              PIC X(07) VALUE "  REC.%".
022900 01  WS-LINHA-DESEMPENHO.
023000     05  LDES-ROTULO         PIC X(24).
023100     05  LDES-ENVIADOS       PIC ZZZZZZ9.
023200     05  FILLER              PIC X(01).
023300     05  LDES-EM-DIA         PIC ZZZZZZ9.
023400     05  FILLER              PIC X(01).
023500     05  LDES-ATRASADOS      PIC ZZZZZZ9.
023600     05  FILLER              PIC X(01).
023700     05  LDES-PARCIAIS       PIC ZZZZZZ9.
023800     05  FILLER              PIC X(01).
023900     05  LDES-BAIXADOS       PIC ZZZZZZ9.
024000     05  FILLER              PIC X(01).
024100     05  LDES-ABERTOS        PIC ZZZZZZ9.
024200     05  FILLER              PIC X(02).
024300     05  LDES-DIAS           PIC ZZZ9.9.
024400     05  FILLER              PIC X(01).
024500     05  LDES-VALOR-ENVIADO  PIC Z(12)9.99.
024600     05  FILLER              PIC X(01).
024700     05  LDES-VALOR-RECUPERADO PIC Z(12)9.99.
024800     05  FILLER              PIC X(01).
024900     05  LDES-PERCENTUAL     PIC ZZZ9.9.
025000 01  WS-ROTULO-COORTE.
025100     05  LCOH-BANCO          PIC 9(03).
025200     05  FILLER              PIC X(01) VALUE "/".
025300     05  LCOH-REMSEQ         PIC 9(05).
025400     05  FILLER              PIC X(07) VALUE " ENVIO ".
025500     05  LCOH-DATA           PIC 9(08).
025600 01  WS-ROTULO-AGENCIA.
025700     05  FILLER              PIC X(05) VALUE "   AG".
025800     05  FILLER              PIC X(01) VALUE SPACE.
025900     05  LAGE-AGENCIA        PIC X(02).
026000 77  WS-MEDIA-DIAS           PIC 9(04)V9 VALUE ZERO.
026100 77  WS-PERCENTUAL           PIC 9(04)V9 VALUE ZERO.
026200 77  WS-QTDE-DISP            PIC ZZZZZZ9.
026300*
026400***************************************************************
026500*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
026600*    COPYBOOKS/CALHDL.CPY)
026700***************************************************************
026800 COPY "CALHDL.cpy".
026900*
027000***************************************************************
027100*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
027200*    COPYBOOKS/RPTWRT.CPY)
027300***************************************************************
027400 COPY "RPTWRT.cpy".
027500 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
027600*
027700***************************************************************
027800*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
027900*    RUNDATE.CPY)
028000***************************************************************
028100 COPY "RUNDATE.cpy".
028200*
028300***************************************************************
028400*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
028500***************************************************************
028600 COPY "ERRHDL.cpy".
028700*
028800 PROCEDURE DIVISION.
028900*
029000***************************************************************
029100*    0000-MAINLINE                                              *
029200***************************************************************
029300 0000-MAINLINE.
029400     MOVE ZERO TO RETURN-CODE.
029500     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
029600     ACCEPT RUN-HORA FROM TIME.
029700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
029800     IF RETURN-CODE NOT = ZERO
029900         GO TO 0000-MAINLINE-FIM
030000     END-IF.
030100     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
030200     PERFORM 2000-TRATAR-TITULO THRU 2000-TRATAR-TITULO-EXIT
030300         UNTIL FIM-DOS-TITULOS.
030400     IF COORTE-ABERTA
030500         PERFORM 5000-FECHAR-COORTE THRU 5000-FECHAR-COORTE-EXIT
030600     END-IF.
030700     PERFORM 6000-RESUMOS THRU 6000-RESUMOS-EXIT.
030800 0000-MAINLINE-FIM.
030900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
031000     STOP RUN.
031100*
031200***************************************************************
031300*    1000-INICIALIZAR - INICIO DA JANELA E ARQUIVOS; SO O       *
031400*    TITREG E OBRIGATORIO                                       *
031500***************************************************************
031600 1000-INICIALIZAR.
031700     ACCEPT WS-MESES-JANELA FROM ENVIRONMENT "COBMESES".
031800     IF WS-MESES-JANELA = ZERO
031900         MOVE 12 TO WS-MESES-JANELA
032000     END-IF.
032100     COMPUTE WS-TOTAL-MESES =
032200         (RUN-ANO * 12) + RUN-MES - 1 - WS-MESES-JANELA.
032300     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-QUOCIENTE
032400         REMAINDER WS-RESTO.
032500     MOVE WS-QUOCIENTE TO WS-IJ-ANO.
032600     COMPUTE WS-IJ-MES = WS-RESTO + 1.
032700     MOVE 1 TO WS-IJ-DIA.
032800     INITIALIZE TABELA-ACUMULADORES.
032900     OPEN INPUT TITULO-FILE.
033000     IF NOT TITULO-OK
033100         MOVE "COBDESEM" TO ERR-PROGRAMA
033200         SET ERR-TIPO-ARQUIVO TO TRUE
033300         MOVE "ABERTURA DO ARQUIVO TITREG" TO ERR-CONTEXTO
033400         MOVE WS-TITULO-FILE-STATUS TO ERR-FILE-STATUS
033500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
033600         MOVE 16 TO RETURN-CODE
033700         GO TO 1000-INICIALIZAR-EXIT
033800     END-IF.
033900*    SEM O MESTRE, TODO TITULO CAI NA AGENCIA EM BRANCO
034000     OPEN INPUT CUSTOMER-MASTER.
034100     IF MASTER-OK
034200         MOVE "Y" TO WS-CUSTMAST-SW
034300     ELSE
034400         DISPLAY "AVISO: CUSTMAST INDISPONIVEL (STATUS "
034500             WS-MASTER-FILE-STATUS
034600             ") - SEM QUEBRA POR AGENCIA."
034700     END-IF.
034800*    SEM O SETLREG, TODO TITULO LIQUIDADO CONTA COMO PAGO INTEIRO
034900     OPEN INPUT SETTLE-FILE.
035000     IF SETTLE-OK
035100         MOVE "Y" TO WS-SETTLE-SW
035200     ELSE
035300         DISPLAY "AVISO: SETLREG INDISPONIVEL (STATUS "
035400             WS-SETTLE-FILE-STATUS
035500             ") - SEM APURACAO DE PAGAMENTO PARCIAL."
035600     END-IF.
035700     OPEN OUTPUT PRINT-FILE.
035800     MOVE "DESEMPENHO DA COBRANCA POR REMESSA" TO RPT-TITULO.
035900     MOVE ZERO TO RPT-LINHAS-POR-PAG.
036000     SET RPT-ACAO-INICIAR TO TRUE.
036100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
036200     PERFORM 8000-GRAVAR-LINHAS-RPT
036300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
036400     MOVE WS-INICIO-JANELA TO LPER-INICIO.
036500     MOVE RUN-DATA TO LPER-FIM.
036600     MOVE WS-LINHA-PERIODO TO RPT-LINHA-ENTRADA.
036700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
036800     MOVE WS-CABEC-DESEMPENHO TO RPT-LINHA-ENTRADA.
036900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
037000 1000-INICIALIZAR-EXIT.
037100     EXIT.
037200*
037300***************************************************************
037400*    1100-LER-TITULO                                            *
037500***************************************************************
037600 1100-LER-TITULO.
037700     READ TITULO-FILE NEXT RECORD
037800         AT END
037900             MOVE "Y" TO WS-TIT-EOF-SWITCH
038000     END-READ.
038100 1100-LER-TITULO-EXIT.
038200     EXIT.
038300*
038400***************************************************************
038500*    2000-TRATAR-TITULO - A LEITURA PELA CHAVE JA VEM AGRUPADA  *
038600*    POR BANCO + REMSEQ; NA TROCA, FECHA A SAFRA ANTERIOR       *
038700***************************************************************
038800 2000-TRATAR-TITULO.
038900     ADD 1 TO WS-QTDE-LIDOS.
039000     IF TIT-DATA-ENVIO NOT NUMERIC
039100         OR TIT-DATA-ENVIO < WS-INICIO-JANELA
039200         OR TIT-DATA-ENVIO > RUN-DATA
039300         GO TO 2000-TRATAR-TITULO-LER
039400     END-IF.
039500     IF COORTE-ABERTA
039600         AND (TIT-BANCO NOT = WS-COH-BANCO
039700             OR TIT-REMSEQ NOT = WS-COH-REMSEQ)
039800         PERFORM 5000-FECHAR-COORTE THRU 5000-FECHAR-COORTE-EXIT
039900     END-IF.
040000     IF NOT COORTE-ABERTA
040100         MOVE "Y" TO WS-COORTE-SW
040200         MOVE TIT-BANCO TO WS-COH-BANCO
040300         MOVE TIT-REMSEQ TO WS-COH-REMSEQ
040400         MOVE TIT-DATA-ENVIO TO WS-COH-DATA-ENVIO
040500         ADD 1 TO WS-QTDE-COORTES
040600     END-IF.
040700     ADD 1 TO WS-QTDE-NO-PERIODO.
040800     PERFORM 2100-AGENCIA-DO-CLIENTE
040900         THRU 2100-AGENCIA-DO-CLIENTE-EXIT.
041000     PERFORM 3000-CLASSIFICAR-TITULO
041100         THRU 3000-CLASSIFICAR-TITULO-EXIT.
041200*    TOTAL GERAL, FAIXA DE AGING, AGENCIA GERAL, SAFRA E AGENCIA
041300*    NA SAFRA
041400     MOVE 1 TO WS-ACU-SUB.
041500     PERFORM 3400-SOMAR-TITULO THRU 3400-SOMAR-TITULO-EXIT.
041600     MOVE 6 TO WS-ACU-SUB.
041700     PERFORM 2200-FAIXA-DO-TITULO THRU 2200-FAIXA-DO-TITULO-EXIT
041800         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 4.
041900     PERFORM 3400-SOMAR-TITULO THRU 3400-SOMAR-TITULO-EXIT.
042000     PERFORM 2300-AGENCIA-GERAL THRU 2300-AGENCIA-GERAL-EXIT.
042100     IF WS-AGE-SUB > ZERO
042200         COMPUTE WS-ACU-SUB = 6 + WS-AGE-SUB
042300         PERFORM 3400-SOMAR-TITULO THRU 3400-SOMAR-TITULO-EXIT
042400     END-IF.
042500     MOVE 107 TO WS-ACU-SUB.
042600     PERFORM 3400-SOMAR-TITULO THRU 3400-SOMAR-TITULO-EXIT.
042700     PERFORM 2400-AGENCIA-COORTE THRU 2400-AGENCIA-COORTE-EXIT.
042800     IF WS-AGE-SUB > ZERO
042900         COMPUTE WS-ACU-SUB = 107 + WS-AGE-SUB
043000         PERFORM 3400-SOMAR-TITULO THRU 3400-SOMAR-TITULO-EXIT
043100     END-IF.
043200 2000-TRATAR-TITULO-LER.
043300     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
043400 2000-TRATAR-TITULO-EXIT.
043500     EXIT.
043600*
043700***************************************************************
043800*    2100-AGENCIA-DO-CLIENTE - FORA DO MESTRE FICA EM BRANCO    *
043900***************************************************************
044000 2100-AGENCIA-DO-CLIENTE.
044100     MOVE SPACES TO WS-AGENCIA.
044200     IF NOT CUSTMAST-DISPONIVEL
044300         GO TO 2100-AGENCIA-DO-CLIENTE-EXIT
044400     END-IF.
044500     MOVE TIT-CUST-ID TO CUST-ID.
044600     READ CUSTOMER-MASTER
044700         INVALID KEY
044800             GO TO 2100-AGENCIA-DO-CLIENTE-EXIT
044900     END-READ.
045000     IF MASTER-OK
045100         MOVE CUST-AGENCIA TO WS-AGENCIA
045200     END-IF.
045300 2100-AGENCIA-DO-CLIENTE-EXIT.
045400     EXIT.
045500*
045600***************************************************************
045700*    2200-FAIXA-DO-TITULO - FAIXA CONHECIDA VAI PARA 2 A 5; O   *
045800*    RESTO FICA EM 6 (SEM FAIXA)                                *
045900***************************************************************
046000 2200-FAIXA-DO-TITULO.
046100     IF TIT-FAIXA-AGING = FAIXA-CODIGO(WS-FX)
046200         COMPUTE WS-ACU-SUB = 1 + WS-FX
046300     END-IF.
046400 2200-FAIXA-DO-TITULO-EXIT.
046500     EXIT.
046600*
046700***************************************************************
046800*    2300-AGENCIA-GERAL - POSICAO DA AGENCIA NA TABELA GERAL,   *
046900*    CRIADA NA PRIMEIRA VEZ; ZERO = TABELA CHEIA                *
047000***************************************************************
047100 2300-AGENCIA-GERAL.
047200     MOVE ZERO TO WS-AGE-SUB.
047300     IF WS-QTDE-AGE-GERAL > ZERO
047400         SET AGG-IDX TO 1
047500         SEARCH AGG-AGENCIA
047600             AT END
047700                 CONTINUE
047800             WHEN AGG-AGENCIA(AGG-IDX) = WS-AGENCIA
047900                 SET WS-AGE-SUB TO AGG-IDX
048000         END-SEARCH
048100     END-IF.
048200     IF WS-AGE-SUB > ZERO
048300         GO TO 2300-AGENCIA-GERAL-EXIT
048400     END-IF.
048500     IF WS-QTDE-AGE-GERAL = 100
048600         ADD 1 TO WS-QTDE-AGE-ESTOURO
048700         GO TO 2300-AGENCIA-GERAL-EXIT
048800     END-IF.
048900     ADD 1 TO WS-QTDE-AGE-GERAL.
049000     MOVE WS-QTDE-AGE-GERAL TO WS-AGE-SUB.
049100     MOVE WS-AGENCIA TO AGG-AGENCIA(WS-AGE-SUB).
049200 2300-AGENCIA-GERAL-EXIT.
049300     EXIT.
049400*
049500***************************************************************
049600*    2400-AGENCIA-COORTE - IDEM, NA SAFRA EM CURSO              *
049700***************************************************************
049800 2400-AGENCIA-COORTE.
049900     MOVE ZERO TO WS-AGE-SUB.
050000     IF WS-QTDE-AGE-COORTE > ZERO
050100         SET AGC-IDX TO 1
050200         SEARCH AGC-AGENCIA
050300             AT END
050400                 CONTINUE
050500             WHEN AGC-AGENCIA(AGC-IDX) = WS-AGENCIA
050600                 SET WS-AGE-SUB TO AGC-IDX
050700         END-SEARCH
050800     END-IF.
050900     IF WS-AGE-SUB > ZERO OR WS-QTDE-AGE-COORTE = 100
051000         GO TO 2400-AGENCIA-COORTE-EXIT
051100     END-IF.
051200     ADD 1 TO WS-QTDE-AGE-COORTE.
051300     MOVE WS-QTDE-AGE-COORTE TO WS-AGE-SUB.
051400     MOVE WS-AGENCIA TO AGC-AGENCIA(WS-AGE-SUB).
051500 2400-AGENCIA-COORTE-EXIT.
051600     EXIT.
051700*
051800***************************************************************
051900*    3000-CLASSIFICAR-TITULO - UMA SO SITUACAO POR TITULO: PAGO *
052000*    EM DIA, PAGO COM ATRASO, PAGO EM PARTE, BAIXADO OU ABERTO  *
052100***************************************************************
052200 3000-CLASSIFICAR-TITULO.
052300     INITIALIZE WS-CONTAGEM-TITULO.
052400     COMPUTE WS-T-VALOR = TIT-VALOR-CENTAVOS / 100.
052500     EVALUATE TRUE
052600         WHEN TIT-LIQUIDADO
052700             CONTINUE
052800         WHEN TIT-BAIXADO
052900             MOVE 1 TO WS-T-BAIXADO
053000             GO TO 3000-CLASSIFICAR-TITULO-EXIT
053100         WHEN OTHER
053200             MOVE 1 TO WS-T-ABERTO
053300             GO TO 3000-CLASSIFICAR-TITULO-EXIT
053400     END-EVALUATE.
053500     MOVE 1 TO WS-T-PAGO.
053600     PERFORM 3200-VALOR-PAGO THRU 3200-VALOR-PAGO-EXIT.
053700     COMPUTE WS-T-RECUPERADO = WS-PAGO-CTVS / 100.
053800     EVALUATE TRUE
053900         WHEN WS-PAGO-CTVS < TIT-VALOR-CENTAVOS
054000             MOVE 1 TO WS-T-PARCIAL
054100         WHEN TIT-DATA-BAIXA NOT > TIT-DATA-VENC
054200             MOVE 1 TO WS-T-EM-DIA
054300         WHEN OTHER
054400             MOVE 1 TO WS-T-ATRASADO
054500     END-EVALUATE.
054600*    DIAS UTEIS DO ENVIO ATE O PAGAMENTO, NA PRACA DO CLIENTE
054700     IF TIT-DATA-BAIXA NUMERIC
054800         AND TIT-DATA-BAIXA > TIT-DATA-ENVIO
054900         SET CAL-ACAO-ENTRE TO TRUE
055000         MOVE WS-AGENCIA TO CAL-AGENCIA
055100         MOVE TIT-DATA-ENVIO TO CAL-DATA-1
055200         MOVE TIT-DATA-BAIXA TO CAL-DATA-2
055300         CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS
055400         IF CAL-RC = ZERO AND CAL-DIAS-UTEIS > ZERO
055500             MOVE CAL-DIAS-UTEIS TO WS-T-DIAS
055600         END-IF
055700     END-IF.
055800 3000-CLASSIFICAR-TITULO-EXIT.
055900     EXIT.
056000*
056100***************************************************************
056200*    3200-VALOR-PAGO - LIQUIDACAO DO CLIENTE NA DATA DA BAIXA:  *
056300*    A DE VALOR IGUAL AO TITULO, SENAO A PRIMEIRA MENOR; SEM    *
056400*    NENHUMA, O TITULO INTEIRO                                  *
056500***************************************************************
056600 3200-VALOR-PAGO.
056700     MOVE TIT-VALOR-CENTAVOS TO WS-PAGO-CTVS.
056800     IF NOT SETLREG-DISPONIVEL OR TIT-DATA-BAIXA NOT NUMERIC
056900         GO TO 3200-VALOR-PAGO-EXIT
057000     END-IF.
057100     MOVE "N" TO WS-EXATO-SW.
057200     MOVE ZERO TO WS-MENOR-CTVS.
057300     MOVE "N" TO WS-STL-EOF-SWITCH.
057400     MOVE TIT-CUST-ID TO STL-CUST-ID.
057500     MOVE TIT-DATA-BAIXA TO STL-DATA-PAGTO.
057600     MOVE ZERO TO STL-VALOR-CTVS.
057700     START SETTLE-FILE KEY IS NOT LESS THAN STL-CHAVE
057800         INVALID KEY
057900             MOVE "Y" TO WS-STL-EOF-SWITCH
058000     END-START.
058100     PERFORM 3250-LER-LIQUIDACAO THRU 3250-LER-LIQUIDACAO-EXIT
058200         UNTIL FIM-DAS-LIQUIDACOES OR LIQUIDACAO-EXATA.
058300     IF LIQUIDACAO-EXATA
058400         GO TO 3200-VALOR-PAGO-EXIT
058500     END-IF.
058600     IF WS-MENOR-CTVS > ZERO
058700         MOVE WS-MENOR-CTVS TO WS-PAGO-CTVS
058800     ELSE
058900         ADD 1 TO WS-QTDE-SEM-LIQUIDACAO
059000     END-IF.
059100 3200-VALOR-PAGO-EXIT.
059200     EXIT.
059300*
059400***************************************************************
059500*    3250-LER-LIQUIDACAO - SO AS DO CLIENTE NA DATA DA BAIXA    *
059600***************************************************************
059700 3250-LER-LIQUIDACAO.
059800     READ SETTLE-FILE NEXT RECORD
059900         AT END
060000             MOVE "Y" TO WS-STL-EOF-SWITCH
060100             GO TO 3250-LER-LIQUIDACAO-EXIT
060200     END-READ.
060300     IF STL-CUST-ID NOT = TIT-CUST-ID
060400         OR STL-DATA-PAGTO NOT = TIT-DATA-BAIXA
060500         MOVE "Y" TO WS-STL-EOF-SWITCH
060600         GO TO 3250-LER-LIQUIDACAO-EXIT
060700     END-IF.
060800     IF STL-VALOR-CTVS = TIT-VALOR-CENTAVOS
060900         MOVE "Y" TO WS-EXATO-SW
061000         GO TO 3250-LER-LIQUIDACAO-EXIT
061100     END-IF.
061200     IF STL-VALOR-CTVS < TIT-VALOR-CENTAVOS
061300         AND WS-MENOR-CTVS = ZERO
061400         MOVE STL-VALOR-CTVS TO WS-MENOR-CTVS
061500     END-IF.
061600 3250-LER-LIQUIDACAO-EXIT.
061700     EXIT.
061800*
061900***************************************************************
062000*    3400-SOMAR-TITULO - SOMA O TITULO NO ACUMULADOR WS-ACU-SUB *
062100***************************************************************
062200 3400-SOMAR-TITULO.
062300     ADD 1 TO ACU-ENVIADOS(WS-ACU-SUB).
062400     ADD WS-T-EM-DIA TO ACU-EM-DIA(WS-ACU-SUB).
062500     ADD WS-T-ATRASADO TO ACU-ATRASADOS(WS-ACU-SUB).
062600     ADD WS-T-PARCIAL TO ACU-PARCIAIS(WS-ACU-SUB).
062700     ADD WS-T-BAIXADO TO ACU-BAIXADOS(WS-ACU-SUB).
062800     ADD WS-T-ABERTO TO ACU-ABERTOS(WS-ACU-SUB).
062900     ADD WS-T-PAGO TO ACU-PAGOS(WS-ACU-SUB).
063000     ADD WS-T-DIAS TO ACU-SOMA-DIAS(WS-ACU-SUB).
063100     ADD WS-T-VALOR TO ACU-VALOR-ENVIADO(WS-ACU-SUB).
063200     ADD WS-T-RECUPERADO TO ACU-VALOR-RECUPERADO(WS-ACU-SUB).
063300 3400-SOMAR-TITULO-EXIT.
063400     EXIT.
063500*
063600***************************************************************
063700*    5000-FECHAR-COORTE - LINHA DA SAFRA, UMA POR AGENCIA NELA, *
063800*    E ZERA OS ACUMULADORES DA SAFRA                            *
063900***************************************************************
064000 5000-FECHAR-COORTE.
064100     MOVE WS-COH-BANCO TO LCOH-BANCO.
064200     MOVE WS-COH-REMSEQ TO LCOH-REMSEQ.
064300     MOVE WS-COH-DATA-ENVIO TO LCOH-DATA.
064400     MOVE SPACES TO WS-LINHA-DESEMPENHO.
064500     MOVE WS-ROTULO-COORTE TO LDES-ROTULO.
064600     MOVE 107 TO WS-ACU-SUB.
064700     PERFORM 7000-LINHA-DESEMPENHO
064800         THRU 7000-LINHA-DESEMPENHO-EXIT.
064900     PERFORM 5100-LINHA-AGENCIA-COORTE
065000         THRU 5100-LINHA-AGENCIA-COORTE-EXIT
065100         VARYING WS-AGE-SUB FROM 1 BY 1
065200         UNTIL WS-AGE-SUB > WS-QTDE-AGE-COORTE.
065300     PERFORM 5200-ZERAR-ACUMULADOR THRU 5200-ZERAR-ACUMULADOR-EXIT
065400         VARYING WS-ACU-SUB FROM 107 BY 1 UNTIL WS-ACU-SUB > 207.
065500     MOVE ZERO TO WS-QTDE-AGE-COORTE.
065600     MOVE "N" TO WS-COORTE-SW.
065700 5000-FECHAR-COORTE-EXIT.
065800     EXIT.
065900*
066000***************************************************************
066100*    5100-LINHA-AGENCIA-COORTE                                  *
066200***************************************************************
066300 5100-LINHA-AGENCIA-COORTE.
066400     MOVE AGC-AGENCIA(WS-AGE-SUB) TO LAGE-AGENCIA.
066500     MOVE SPACES TO WS-LINHA-DESEMPENHO.
066600     MOVE WS-ROTULO-AGENCIA TO LDES-ROTULO.
066700     COMPUTE WS-ACU-SUB = 107 + WS-AGE-SUB.
066800     PERFORM 7000-LINHA-DESEMPENHO
066900         THRU 7000-LINHA-DESEMPENHO-EXIT.
067000 5100-LINHA-AGENCIA-COORTE-EXIT.
067100     EXIT.
067200*
067300***************************************************************
067400*    5200-ZERAR-ACUMULADOR                                      *
067500***************************************************************
067600 5200-ZERAR-ACUMULADOR.
067700     INITIALIZE ACU-ITEM(WS-ACU-SUB).
067800 5200-ZERAR-ACUMULADOR-EXIT.
067900     EXIT.
068000*
068100***************************************************************
068200*    6000-RESUMOS - AGENCIA EM TODAS AS SAFRAS, FAIXA DE AGING  *
068300*    DA SELECAO E TOTAL GERAL                                   *
068400***************************************************************
068500 6000-RESUMOS.
068600     MOVE SPACES TO RPT-LINHA-ENTRADA.
068700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
068800     MOVE "POR AGENCIA - TODAS AS REMESSAS DO PERIODO"
068900         TO RPT-LINHA-ENTRADA.
069000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
069100     PERFORM 6100-LINHA-AGENCIA-GERAL
069200         THRU 6100-LINHA-AGENCIA-GERAL-EXIT
069300         VARYING WS-AGE-SUB FROM 1 BY 1
069400         UNTIL WS-AGE-SUB > WS-QTDE-AGE-GERAL.
069500     MOVE SPACES TO RPT-LINHA-ENTRADA.
069600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
069700     MOVE "POR FAIXA DE AGING DE ONDE O CLIENTE FOI SELECIONADO"
069800         TO RPT-LINHA-ENTRADA.
069900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
070000     PERFORM 6200-LINHA-FAIXA THRU 6200-LINHA-FAIXA-EXIT
070100         VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5.
070200     MOVE SPACES TO RPT-LINHA-ENTRADA.
070300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
070400     MOVE SPACES TO WS-LINHA-DESEMPENHO.
070500     MOVE "TOTAL GERAL" TO LDES-ROTULO.
070600     MOVE 1 TO WS-ACU-SUB.
070700     PERFORM 7000-LINHA-DESEMPENHO
070800         THRU 7000-LINHA-DESEMPENHO-EXIT.
070900 6000-RESUMOS-EXIT.
071000     EXIT.
071100*
071200***************************************************************
071300*    6100-LINHA-AGENCIA-GERAL                                   *
071400***************************************************************
071500 6100-LINHA-AGENCIA-GERAL.
071600     MOVE AGG-AGENCIA(WS-AGE-SUB) TO LAGE-AGENCIA.
071700     MOVE SPACES TO WS-LINHA-DESEMPENHO.
071800     MOVE WS-ROTULO-AGENCIA TO LDES-ROTULO.
071900     COMPUTE WS-ACU-SUB = 6 + WS-AGE-SUB.
072000     PERFORM 7000-LINHA-DESEMPENHO
072100         THRU 7000-LINHA-DESEMPENHO-EXIT.
072200 6100-LINHA-AGENCIA-GERAL-EXIT.
072300     EXIT.
072400*
072500***************************************************************
072600*    6200-LINHA-FAIXA                                           *
072700***************************************************************
072800 6200-LINHA-FAIXA.
072900     MOVE SPACES TO WS-LINHA-DESEMPENHO.
073000     IF WS-FX < 5
073100         STRING "   FAIXA " FAIXA-CODIGO(WS-FX) " DIAS"
073200             DELIMITED BY SIZE INTO LDES-ROTULO
073300         END-STRING
073400     ELSE
073500         MOVE "   SEM FAIXA" TO LDES-ROTULO
073600     END-IF.
073700     COMPUTE WS-ACU-SUB = 1 + WS-FX.
073800     PERFORM 7000-LINHA-DESEMPENHO
073900         THRU 7000-LINHA-DESEMPENHO-EXIT.
074000 6200-LINHA-FAIXA-EXIT.
074100     EXIT.
074200*
074300***************************************************************
074400*    7000-LINHA-DESEMPENHO - NUMEROS DO ACUMULADOR WS-ACU-SUB   *
074500*    NA LINHA CUJO ROTULO JA FOI MONTADO                        *
074600***************************************************************
074700 7000-LINHA-DESEMPENHO.
074800     MOVE ACU-ENVIADOS(WS-ACU-SUB) TO LDES-ENVIADOS.
074900     MOVE ACU-EM-DIA(WS-ACU-SUB) TO LDES-EM-DIA.
075000     MOVE ACU-ATRASADOS(WS-ACU-SUB) TO LDES-ATRASADOS.
075100     MOVE ACU-PARCIAIS(WS-ACU-SUB) TO LDES-PARCIAIS.
075200     MOVE ACU-BAIXADOS(WS-ACU-SUB) TO LDES-BAIXADOS.
075300     MOVE ACU-ABERTOS(WS-ACU-SUB) TO LDES-ABERTOS.
075400     MOVE ZERO TO WS-MEDIA-DIAS WS-PERCENTUAL.
075500     IF ACU-PAGOS(WS-ACU-SUB) > ZERO
075600         COMPUTE WS-MEDIA-DIAS ROUNDED =
075700             ACU-SOMA-DIAS(WS-ACU-SUB) / ACU-PAGOS(WS-ACU-SUB)
075800     END-IF.
075900     IF ACU-VALOR-ENVIADO(WS-ACU-SUB) > ZERO
076000         COMPUTE WS-PERCENTUAL ROUNDED =
076100             (ACU-VALOR-RECUPERADO(WS-ACU-SUB) * 100)
076200             / ACU-VALOR-ENVIADO(WS-ACU-SUB)
076300     END-IF.
076400     MOVE WS-MEDIA-DIAS TO LDES-DIAS.
076500     MOVE ACU-VALOR-ENVIADO(WS-ACU-SUB) TO LDES-VALOR-ENVIADO.
076600     MOVE ACU-VALOR-RECUPERADO(WS-ACU-SUB)
076700         TO LDES-VALOR-RECUPERADO.
076800     MOVE WS-PERCENTUAL TO LDES-PERCENTUAL.
076900     MOVE WS-LINHA-DESEMPENHO TO RPT-LINHA-ENTRADA.
077000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
077100 7000-LINHA-DESEMPENHO-EXIT.
077200     EXIT.
077300*
077400***************************************************************
077500*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
077600*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
077700***************************************************************
077800 8000-GRAVAR-LINHAS-RPT.
077900     IF NOT PRINT-FILE-OK
078000         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
078100     END-IF.
078200     PERFORM 8100-GRAVAR-UMA-LINHA
078300         THRU 8100-GRAVAR-UMA-LINHA-EXIT
078400         VARYING WS-RPT-SUB FROM 1 BY 1
078500         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
078600 8000-GRAVAR-LINHAS-RPT-EXIT.
078700     EXIT.
078800*
078900***************************************************************
079000*    8100-GRAVAR-UMA-LINHA                                      *
079100***************************************************************
079200 8100-GRAVAR-UMA-LINHA.
079300     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
079400     WRITE PRINT-LINE.
079500 8100-GRAVAR-UMA-LINHA-EXIT.
079600     EXIT.
079700*
079800***************************************************************
079900*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
080000***************************************************************
080100 8500-DETALHE.
080200     SET RPT-ACAO-DETALHE TO TRUE.
080300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
080400     PERFORM 8000-GRAVAR-LINHAS-RPT
080500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
080600 8500-DETALHE-EXIT.
080700     EXIT.
080800*
080900***************************************************************
081000*    9000-FINALIZAR - TOTAL DO RELATORIO E FECHAMENTO           *
081100***************************************************************
081200 9000-FINALIZAR.
081300     IF PRINT-FILE-OK
081400         MOVE WS-QTDE-COORTES TO WS-QTDE-DISP
081500         MOVE SPACES TO RPT-LINHA-ENTRADA
081600         STRING "REMESSAS NO PERIODO " WS-QTDE-DISP
081700             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
081800         END-STRING
081900         SET RPT-ACAO-TOTAL TO TRUE
082000         CALL "REPORT-WRITER" USING RPT-PARAMETROS
082100         PERFORM 8000-GRAVAR-LINHAS-RPT
082200             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
082300         CLOSE PRINT-FILE
082400     END-IF.
082500     IF RETURN-CODE NOT = 16
082600         CLOSE TITULO-FILE
082700     END-IF.
082800     IF CUSTMAST-DISPONIVEL
082900         CLOSE CUSTOMER-MASTER
083000     END-IF.
083100     IF SETLREG-DISPONIVEL
083200         CLOSE SETTLE-FILE
083300     END-IF.
083400     DISPLAY "====== DESEMPENHO DA COBRANCA ======".
083500     DISPLAY "TITULOS LIDOS ......: " WS-QTDE-LIDOS.
083600     DISPLAY "NO PERIODO .........: " WS-QTDE-NO-PERIODO.
083700     DISPLAY "REMESSAS (SAFRAS) ..: " WS-QTDE-COORTES.
083800     DISPLAY "SEM LIQUIDACAO ACHADA: " WS-QTDE-SEM-LIQUIDACAO.
083900     IF WS-QTDE-AGE-ESTOURO > ZERO
084000         DISPLAY "AVISO: " WS-QTDE-AGE-ESTOURO
084100             " TITULOS FORA DA TABELA DE AGENCIAS (100)."
084200     END-IF.
084300 9000-FINALIZAR-EXIT.
084400     EXIT.
