000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EXTRATO-CONCILIAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CONCILIACAO DE CAIXA DA COBRANCA. O
001200*                       RETORNO-PROCESSAR DIZ QUE TITULOS O BANCO
001300*                       DEU COMO PAGOS, MAS NADA CONFERIA SE O
001400*                       DINHEIRO CAIU NA CONTA DE COBRANCA NEM SE
001500*                       O BANCO DESCONTOU SO A TARIFA ACORDADA.
001600*                       ESTE PASSO CARREGA O EXTRATO DIARIO DA
001700*                       CONTA (ARQUIVO EXTRATO, CNAB 240 FEBRABAN,
001800*                       SEGMENTO E) NO CADASTRO EXTREG (VER
001900*                       COPYBOOKS/EXTREG.CPY) E CASA CADA CREDITO
002000*                       DE LIQUIDO DE COBRANCA COM AS LIQUIDACOES
002100*                       PENDENTES DO SETLREG DO MESMO BANCO, POR
002200*                       VALOR E DATA (PAGAMENTO ATE CONCJANELA
002300*                       DIAS UTEIS ANTES DO CREDITO, PADRAO 3):
002400*                       PRIMEIRO UM A UM, DEPOIS O CREDITO UNICO
002500*                       QUE SOMA TODAS AS LIQUIDACOES DE UM MESMO
002600*                       DIA DE PAGAMENTO (O BANCO JUNTA VARIOS
002700*                       TITULOS NUM LANCAMENTO). O RELATORIO
002800*                       CONCPRT (REPORT-WRITER) LISTA CONCILIADOS,
002900*                       PENDENTES SO NO EXTRATO E SO NO RETORNO E
003000*                       A TARIFA DEBITADA CONTRA A ACORDADA
003100*                       (BANCOTAB, VER BNCHDL.CPY); DIFERENCA
003200*                       ABERTA HA MAIS DE CONCDIAS DIAS UTEIS
003300*                       (PADRAO 2) OU TARIFA ACIMA DO ACORDADO
003400*                       VIRA ALERTA (ALERT-WRITER) E RC 4.
003500***************************************************************
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-EXTRATO-FILE-STATUS.
004300     SELECT EXTREG-FILE ASSIGN TO "EXTREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS EXR-CHAVE
004700         FILE STATUS IS WS-EXTREG-FILE-STATUS.
004800     SELECT SETTLE-FILE ASSIGN TO "SETLREG"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS STL-CHAVE
005200         FILE STATUS IS WS-SETTLE-FILE-STATUS.
005300     SELECT PRINT-FILE ASSIGN TO "CONCPRT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PRINT-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000 FD  EXTRATO-FILE
006100     RECORDING MODE IS F.
006200 01  EXTRATO-RECORD          PIC X(240).
006300*
006400 FD  EXTREG-FILE.
006500*    LANCAMENTOS DO EXTRATO DA CONTA DE COBRANCA (VER
006600*    COPYBOOKS/EXTREG.CPY)
006700 COPY "EXTREG.cpy".
006800*
006900 FD  SETTLE-FILE.
007000*    PAGAMENTOS LIQUIDADOS PELO RETORNO (VER COPYBOOKS/
007100*    SETLREG.CPY)
007200 COPY "SETLREG.cpy".
007300*
007400 FD  PRINT-FILE
007500     RECORDING MODE IS F.
007600 01  PRINT-LINE              PIC X(132).
007700*
007800 WORKING-STORAGE SECTION.
007900*
008000 77  WS-EXTRATO-FILE-STATUS  PIC X(02) VALUE ZEROS.
008100     88  EXTRATO-FILE-OK     VALUE "00".
008200 77  WS-EXTREG-FILE-STATUS   PIC X(02) VALUE ZEROS.
008300     88  EXTREG-OK           VALUE "00".
008400     88  EXTREG-NAO-ACHADO   VALUE "23", "35".
008500     88  EXTREG-DUPLICADO    VALUE "22".
008600 77  WS-SETTLE-FILE-STATUS   PIC X(02) VALUE ZEROS.
008700     88  SETTLE-OK           VALUE "00".
008800     88  SETTLE-NAO-ACHADO   VALUE "23", "35".
008900 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
009000     88  PRINT-FILE-OK       VALUE "00".
009100*
009200 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009300     88  FIM-DO-EXTRATO      VALUE "Y".
009400 77  WS-CAD-FIM-SW           PIC X(01) VALUE "N".
009500     88  FIM-DO-CADASTRO     VALUE "Y".
009600 77  WS-ABORTAR-SW           PIC X(01) VALUE "N".
009700     88  ABORTAR-RODADA      VALUE "Y".
009800 77  WS-EXTRATO-ABERTO-SW    PIC X(01) VALUE "N".
009900     88  EXTRATO-DISPONIVEL  VALUE "Y".
010000*
010100 77  WS-LIMITE-DIAS          PIC 9(03) VALUE ZERO.
010200 77  WS-JANELA-DIAS          PIC 9(03) VALUE ZERO.
010300*
010400***************************************************************
010500*    PROVA DO EXTRATO - CNAB 240 NAO TRAZ SOMA NO TRAILER DO
010600*    ARQUIVO; CONFERE A QUANTIDADE DE REGISTROS
010700***************************************************************
010800 77  WS-TEM-HEADER           PIC X(01) VALUE "N".
010900     88  HEADER-PRESENTE     VALUE "Y".
011000 77  WS-TEM-TRAILER          PIC X(01) VALUE "N".
011100     88  TRAILER-PRESENTE    VALUE "Y".
011200 77  WS-EXTRATO-PROVA-SW     PIC X(01) VALUE "Y".
011300     88  EXTRATO-CONFERIDO   VALUE "Y".
011400 77  WS-BANCO-EXTRATO        PIC 9(03) VALUE ZERO.
011500 77  WS-NSA-EXTRATO          PIC 9(06) VALUE ZERO.
011600 77  WS-QTDE-REGISTROS       PIC 9(06) VALUE ZERO.
011700 77  WS-TRL-REGISTROS        PIC 9(06) VALUE ZERO.
011800*
011900 77  WS-QTDE-LANCAMENTOS     PIC 9(07) COMP VALUE ZERO.
012000 77  WS-QTDE-CARREGADOS      PIC 9(07) COMP VALUE ZERO.
012100 77  WS-QTDE-JA-CARREGADOS   PIC 9(07) COMP VALUE ZERO.
012200 77  WS-QTDE-IGNORADOS       PIC 9(07) COMP VALUE ZERO.
012300 77  WS-QTDE-CONC-EXTRATO    PIC 9(07) COMP VALUE ZERO.
012400 77  WS-QTDE-CONC-LIQUID     PIC 9(07) COMP VALUE ZERO.
012500 77  WS-QTDE-PEND-EXTRATO    PIC 9(07) COMP VALUE ZERO.
012600 77  WS-QTDE-PEND-RETORNO    PIC 9(07) COMP VALUE ZERO.
012700 77  WS-QTDE-VENCIDAS        PIC 9(07) COMP VALUE ZERO.
012800 77  WS-QTDE-TARIFA-ACIMA    PIC 9(07) COMP VALUE ZERO.
012900 77  WS-VENCIDAS-DISP        PIC 9(05) VALUE ZEROS.
013000 77  WS-TOTAL-CONCILIADO     PIC 9(13)V99 VALUE ZERO.
013100 77  WS-TOTAL-PEND-EXTRATO   PIC 9(13)V99 VALUE ZERO.
013200 77  WS-TOTAL-PEND-RETORNO   PIC 9(13)V99 VALUE ZERO.
013300*
013400 77  WS-VALOR-REAIS          PIC 9(11)V99 VALUE ZERO.
013500 77  WS-VALOR-EDITADO        PIC Z(10)9.99.
013600 77  WS-VALOR-EDITADO-2      PIC Z(10)9.99.
013700 77  WS-DIAS-ABERTO          PIC S9(05) VALUE ZERO.
013800 77  WS-DIAS-EDITADO         PIC ZZZZ9.
013900 77  WS-QTDE-EDITADA         PIC ZZZZ9.
014000 77  WS-MARCA-VENCIDA        PIC X(10) VALUE SPACES.
014100*
014200***************************************************************
014300*    VISOES DO REGISTRO DO EXTRATO CNAB 240 POR TIPO (COLUNA 8)
014400*    E SEGMENTO (COLUNA 14) - SO OS CAMPOS QUE A CONCILIACAO USA
014500***************************************************************
014600 01  WS-E240-REGISTRO        PIC X(240).
014700 01  WS-E240-HEADER-ARQ REDEFINES WS-E240-REGISTRO.
014800     05  E0-BANCO            PIC 9(03).
014900     05  E0-LOTE             PIC X(04).
015000     05  E0-TIPO             PIC X(01).
015100     05  FILLER              PIC X(149).
015200     05  E0-NSA              PIC 9(06).
015300     05  FILLER              PIC X(77).
015400 01  WS-E240-SEG-E REDEFINES WS-E240-REGISTRO.
015500     05  EE-BANCO            PIC 9(03).
015600     05  EE-LOTE             PIC 9(04).
015700     05  EE-TIPO             PIC X(01).
015800     05  EE-NUM-REG          PIC 9(05).
015900     05  EE-SEGMENTO         PIC X(01).
016000     05  FILLER              PIC X(94).
016100     05  EE-NATUREZA         PIC X(03).
016200     05  FILLER              PIC X(31).
016300     05  EE-DATA-LANC        PIC 9(08).
016400     05  EE-VALOR            PIC 9(18).
016500     05  EE-TIPO-LANC        PIC X(01).
016600     05  EE-CATEGORIA        PIC 9(03).
016700     05  EE-COD-HISTORICO    PIC X(04).
016800     05  EE-HISTORICO        PIC X(25).
016900     05  EE-DOCUMENTO        PIC X(39).
017000 01  WS-E240-TRAILER-ARQ REDEFINES WS-E240-REGISTRO.
017100     05  E9-BANCO            PIC 9(03).
017200     05  E9-LOTE             PIC X(04).
017300     05  E9-TIPO             PIC X(01).
017400     05  FILLER              PIC X(09).
017500     05  E9-QTDE-LOTES       PIC 9(06).
017600     05  E9-QTDE-REGISTROS   PIC 9(06).
017700     05  FILLER              PIC X(211).
017800 01  WS-DATA-DDMMAAAA        PIC 9(08) VALUE ZERO.
017900 01  FILLER REDEFINES WS-DATA-DDMMAAAA.
018000     05  WDD-DIA             PIC 9(02).
018100     05  WDD-MES             PIC 9(02).
018200     05  WDD-ANO             PIC 9(04).
018300 01  WS-DATA-AAAAMMDD        PIC 9(08) VALUE ZERO.
018400 01  FILLER REDEFINES WS-DATA-AAAAMMDD.
018500     05  WDA-ANO             PIC 9(04).
018600     05  WDA-MES             PIC 9(02).
018700     05  WDA-DIA             PIC 9(02).
018800*
018900***************************************************************
019000*    LIQUIDACOES PENDENTES DO SETLREG E CREDITOS PENDENTES DO
019100*    EXTREG EM MEMORIA; "C" = CONCILIADO NESTA RODADA
019200***************************************************************
019300 77  WS-QTDE-LIQ             PIC 9(05) COMP VALUE ZERO.
019400 77  WS-QTDE-LIQ-EXCEDENTE   PIC 9(07) COMP VALUE ZERO.
019500 01  TABELA-LIQUIDACOES.
019600     05  LIQ-ENTRY OCCURS 5000 TIMES
019700         DEPENDING ON WS-QTDE-LIQ.
019800         10  LIQ-CHAVE       PIC X(31).
019900         10  LIQ-BANCO       PIC 9(03).
020000         10  LIQ-DATA-PAGTO  PIC 9(08).
020100         10  LIQ-DATA-PROC   PIC 9(08).
020200         10  LIQ-VALOR       PIC 9(13).
020300         10  LIQ-SITUACAO    PIC X(01).
020400             88  LIQ-PENDENTE    VALUE "P".
020500             88  LIQ-CASADA      VALUE "C".
020600 77  WS-QTDE-EXT             PIC 9(04) COMP VALUE ZERO.
020700 77  WS-QTDE-EXT-EXCEDENTE   PIC 9(07) COMP VALUE ZERO.
020800 01  TABELA-EXTRATO.
020900     05  EXT-ENTRY OCCURS 2000 TIMES
021000         DEPENDING ON WS-QTDE-EXT.
021100         10  EXT-CHAVE       PIC X(18).
021200         10  EXT-BANCO       PIC 9(03).
021300         10  EXT-DATA        PIC 9(08).
021400         10  EXT-VALOR       PIC 9(13).
021500         10  EXT-SITUACAO    PIC X(01).
021600             88  EXT-PENDENTE    VALUE "P".
021700             88  EXT-CASADO      VALUE "C".
021800         10  EXT-QTDE-TIT    PIC 9(05).
021900*    LIQUIDACOES AINDA PENDENTES AGRUPADAS POR BANCO E DIA DE
022000*    PAGAMENTO - O CREDITO UNICO DE VARIOS TITULOS BATE COM A SOMA
022100 77  WS-QTDE-GRP             PIC 9(03) COMP VALUE ZERO.
022200 01  TABELA-GRUPOS.
022300     05  GRP-ENTRY OCCURS 500 TIMES
022400         DEPENDING ON WS-QTDE-GRP.
022500         10  GRP-BANCO       PIC 9(03).
022600         10  GRP-DATA-PAGTO  PIC 9(08).
022700         10  GRP-SOMA        PIC 9(15).
022800         10  GRP-QTDE        PIC 9(05).
022900         10  GRP-SITUACAO    PIC X(01).
023000             88  GRP-PENDENTE    VALUE "P".
023100             88  GRP-CASADO      VALUE "C".
023200*    TARIFA POR BANCO: DEBITADA NO EXTRATO CARREGADO NESTA RODADA
023300*    X TITULOS CONCILIADOS NESTA RODADA VEZES A TARIFA ACORDADA
023400 77  WS-QTDE-TRF             PIC 9(02) COMP VALUE ZERO.
023500 01  TABELA-TARIFAS.
023600     05  TRF-ENTRY OCCURS 20 TIMES
023700         DEPENDING ON WS-QTDE-TRF.
023800         10  TRF-BANCO       PIC 9(03).
023900         10  TRF-DEBITADA    PIC 9(13).
024000         10  TRF-QTDE-TIT    PIC 9(07).
024100 77  WS-SUB-LIQ              PIC 9(05) COMP VALUE ZERO.
024200 77  WS-SUB-EXT              PIC 9(04) COMP VALUE ZERO.
024300 77  WS-SUB-GRP              PIC 9(03) COMP VALUE ZERO.
024400 77  WS-SUB-TRF              PIC 9(02) COMP VALUE ZERO.
024500 77  WS-ACHADO-SW            PIC X(01) VALUE "N".
024600     88  PAR-ACHADO          VALUE "Y".
024700 77  WS-BANCO-TARIFA         PIC 9(03) VALUE ZERO.
024800 77  WS-QTDE-TIT-TARIFA      PIC 9(05) VALUE ZERO.
024900 77  WS-TARIFA-ESPERADA      PIC 9(13) VALUE ZERO.
025000*    JANELA PAGAMENTO -> CREDITO EM DIAS UTEIS
025100 77  WS-JAN-PAGTO            PIC 9(08) VALUE ZERO.
025200 77  WS-JAN-CREDITO          PIC 9(08) VALUE ZERO.
025300 77  WS-JANELA-SW            PIC X(01) VALUE "N".
025400     88  DENTRO-DA-JANELA    VALUE "Y".
025500*
025600***************************************************************
025700*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
025800*    COPYBOOKS/RPTWRT.CPY)
025900***************************************************************
026000 COPY "RPTWRT.cpy".
026100 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
026200*
026300***************************************************************
026400*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
026500***************************************************************
026600 COPY "CALHDL.cpy".
026700*
026800***************************************************************
026900*    PARAMETROS DA ROTINA DE ROTEAMENTO POR BANCO (VER
027000*    COPYBOOKS/BNCHDL.CPY) - TARIFA ACORDADA DE CADA BANCO
027100***************************************************************
027200 COPY "BNCHDL.cpy".
027300*
027400***************************************************************
027500*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA (VER
027600*    COPYBOOKS/ALRHDL.CPY)
027700***************************************************************
027800 COPY "ALRHDL.cpy".
027900*
028000***************************************************************
028100*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
028200***************************************************************
028300 COPY "RUNDATE.cpy".
028400*
028500***************************************************************
028600*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
028700***************************************************************
028800 COPY "ERRHDL.cpy".
028900*
029000 PROCEDURE DIVISION.
029100*
029200***************************************************************
029300*    0000-MAINLINE                                             *
029400***************************************************************
029500 0000-MAINLINE.
029600     MOVE ZERO TO RETURN-CODE.
029700     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
029800     ACCEPT RUN-HORA FROM TIME.
029900     ACCEPT WS-LIMITE-DIAS FROM ENVIRONMENT "CONCDIAS".
030000     IF WS-LIMITE-DIAS = ZERO
030100         MOVE 2 TO WS-LIMITE-DIAS
030200     END-IF.
030300     ACCEPT WS-JANELA-DIAS FROM ENVIRONMENT "CONCJANELA".
030400     IF WS-JANELA-DIAS = ZERO
030500         MOVE 3 TO WS-JANELA-DIAS
030600     END-IF.
030700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
030800     IF ABORTAR-RODADA
030900         GO TO 0000-ENCERRAR
031000     END-IF.
031100     IF EXTRATO-DISPONIVEL
031200         PERFORM 2000-TRATAR-REGISTRO
031300             THRU 2000-TRATAR-REGISTRO-EXIT
031400             UNTIL FIM-DO-EXTRATO
031500         PERFORM 2900-CONFERIR-EXTRATO
031600             THRU 2900-CONFERIR-EXTRATO-EXIT
031700     END-IF.
031800     PERFORM 3000-CARREGAR-PENDENTES
031900         THRU 3000-CARREGAR-PENDENTES-EXIT.
032000*    EXTRATO QUE NAO FECHOU NA PROVA NAO CONCILIA NADA - O QUE
032100*    FOI CARREGADO ESPERA O REENVIO, QUE NAO DUPLICA
032200     IF EXTRATO-CONFERIDO
032300         PERFORM 4000-CONCILIAR THRU 4000-CONCILIAR-EXIT
032400         PERFORM 5000-GRAVAR-RESULTADOS
032500             THRU 5000-GRAVAR-RESULTADOS-EXIT
032600     END-IF.
032700     PERFORM 6000-RELATAR-PENDENCIAS
032800         THRU 6000-RELATAR-PENDENCIAS-EXIT.
032900     PERFORM 7000-CONFERIR-TARIFAS
033000         THRU 7000-CONFERIR-TARIFAS-EXIT.
033100 0000-ENCERRAR.
033200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
033300     STOP RUN.
033400*
033500***************************************************************
033600*    1000-INICIALIZAR - SETLREG E OBRIGATORIO; SEM EXTRATO DO   *
033700*    DIA A RODADA SO ENVELHECE AS PENDENCIAS                    *
033800***************************************************************
033900 1000-INICIALIZAR.
034000     OPEN I-O SETTLE-FILE.
034100     IF NOT SETTLE-OK
034200         MOVE "EXTCONC " TO ERR-PROGRAMA
034300         SET ERR-TIPO-ARQUIVO TO TRUE
034400         MOVE "ABERTURA DO ARQUIVO SETLREG" TO ERR-CONTEXTO
034500         MOVE WS-SETTLE-FILE-STATUS TO ERR-FILE-STATUS
034600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
034700         MOVE "Y" TO WS-ABORTAR-SW
034800         GO TO 1000-INICIALIZAR-EXIT
034900     END-IF.
035000     OPEN I-O EXTREG-FILE.
035100     IF EXTREG-NAO-ACHADO
035200         OPEN OUTPUT EXTREG-FILE
035300         CLOSE EXTREG-FILE
035400         OPEN I-O EXTREG-FILE
035500     END-IF.
035600     IF NOT EXTREG-OK
035700         MOVE "EXTCONC " TO ERR-PROGRAMA
035800         SET ERR-TIPO-ARQUIVO TO TRUE
035900         MOVE "ABERTURA DO ARQUIVO EXTREG" TO ERR-CONTEXTO
036000         MOVE WS-EXTREG-FILE-STATUS TO ERR-FILE-STATUS
036100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
036200         CLOSE SETTLE-FILE
036300         MOVE "Y" TO WS-ABORTAR-SW
036400         GO TO 1000-INICIALIZAR-EXIT
036500     END-IF.
036600     OPEN INPUT EXTRATO-FILE.
036700     IF EXTRATO-FILE-OK
036800         MOVE "Y" TO WS-EXTRATO-ABERTO-SW
036900         PERFORM 1100-LER-EXTRATO THRU 1100-LER-EXTRATO-EXIT
037000     ELSE
037100         DISPLAY "AVISO: EXTRATO INDISPONIVEL (STATUS "
037200             WS-EXTRATO-FILE-STATUS ") - SEM CARGA NESTA RODADA, "
037300             "SO PENDENCIAS."
037400         MOVE 4 TO RETURN-CODE
037500     END-IF.
037600     OPEN OUTPUT PRINT-FILE.
037700     MOVE "CONCILIACAO EXTRATO X RETORNO" TO RPT-TITULO.
037800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
037900     SET RPT-ACAO-INICIAR TO TRUE.
038000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
038100     PERFORM 8000-GRAVAR-LINHAS-RPT
038200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
038300 1000-INICIALIZAR-EXIT.
038400     EXIT.
038500*
038600***************************************************************
038700*    1100-LER-EXTRATO                                          *
038800***************************************************************
038900 1100-LER-EXTRATO.
039000     READ EXTRATO-FILE
039100         AT END
039200             MOVE "Y" TO WS-EOF-SWITCH
039300     END-READ.
039400 1100-LER-EXTRATO-EXIT.
039500     EXIT.
039600*
039700***************************************************************
039800*    2000-TRATAR-REGISTRO - CLASSIFICA PELO TIPO (COLUNA 8)     *
039900***************************************************************
040000 2000-TRATAR-REGISTRO.
040100     MOVE EXTRATO-RECORD TO WS-E240-REGISTRO.
040200     ADD 1 TO WS-QTDE-REGISTROS.
040300     EVALUATE E0-TIPO
040400         WHEN "0"
040500             MOVE "Y" TO WS-TEM-HEADER
040600             MOVE E0-BANCO TO WS-BANCO-EXTRATO
040700             MOVE E0-NSA TO WS-NSA-EXTRATO
040800         WHEN "3"
040900             IF EE-SEGMENTO = "E"
041000                 PERFORM 2100-GUARDAR-LANCAMENTO
041100                     THRU 2100-GUARDAR-LANCAMENTO-EXIT
041200             END-IF
041300         WHEN "9"
041400             MOVE "Y" TO WS-TEM-TRAILER
041500             MOVE E9-QTDE-REGISTROS TO WS-TRL-REGISTROS
041600         WHEN "1"
041700         WHEN "5"
041800             CONTINUE
041900         WHEN OTHER
042000             DISPLAY "TIPO DE REGISTRO DESCONHECIDO NO "
042100                 "EXTRATO: " E0-TIPO
042200     END-EVALUATE.
042300     PERFORM 1100-LER-EXTRATO THRU 1100-LER-EXTRATO-EXIT.
042400 2000-TRATAR-REGISTRO-EXIT.
042500     EXIT.
042600*
042700***************************************************************
042800*    2100-GUARDAR-LANCAMENTO - SO O CREDITO DE LIQUIDO DE       *
042900*    COBRANCA (CATEGORIA 202) E O DEBITO DE TARIFA (105) VAO    *
043000*    AO EXTREG; LANCAMENTO JA CARREGADO (MESMO BANCO, NSA,      *
043100*    LOTE E SEQUENCIAL) E PULADO                                *
043200***************************************************************
043300 2100-GUARDAR-LANCAMENTO.
043400     ADD 1 TO WS-QTDE-LANCAMENTOS.
043500     IF NOT ((EE-TIPO-LANC = "C" AND EE-CATEGORIA = 202)
043600         OR (EE-TIPO-LANC = "D" AND EE-CATEGORIA = 105))
043700         ADD 1 TO WS-QTDE-IGNORADOS
043800         GO TO 2100-GUARDAR-LANCAMENTO-EXIT
043900     END-IF.
044000     MOVE SPACES TO EXTRATO-REG-RECORD.
044100     MOVE WS-BANCO-EXTRATO TO EXR-BANCO.
044200     MOVE WS-NSA-EXTRATO TO EXR-NSA.
044300     MOVE EE-LOTE TO EXR-LOTE.
044400     MOVE EE-NUM-REG TO EXR-NUM-REG.
044500     MOVE EE-DATA-LANC TO WS-DATA-DDMMAAAA.
044600     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
044700     MOVE WS-DATA-AAAAMMDD TO EXR-DATA-LANC.
044800     MOVE EE-TIPO-LANC TO EXR-TIPO-LANC.
044900     MOVE EE-CATEGORIA TO EXR-CATEGORIA.
045000     MOVE EE-VALOR TO EXR-VALOR-CTVS.
045100     MOVE EE-HISTORICO TO EXR-HISTORICO.
045200     MOVE EE-DOCUMENTO TO EXR-DOCUMENTO.
045300     IF EXR-CREDITO
045400         SET EXR-PENDENTE TO TRUE
045500     ELSE
045600         SET EXR-TARIFA TO TRUE
045700     END-IF.
045800     MOVE RUN-DATA TO EXR-DATA-CARGA.
045900     MOVE ZERO TO EXR-DATA-CONC.
046000     MOVE ZERO TO EXR-QTDE-TITULOS.
046100     WRITE EXTRATO-REG-RECORD
046200         INVALID KEY
046300             CONTINUE
046400     END-WRITE.
046500     IF EXTREG-DUPLICADO
046600         ADD 1 TO WS-QTDE-JA-CARREGADOS
046700         GO TO 2100-GUARDAR-LANCAMENTO-EXIT
046800     END-IF.
046900     IF NOT EXTREG-OK
047000         DISPLAY "AVISO: LANCAMENTO NAO GRAVADO NO EXTREG "
047100             EXR-CHAVE " - STATUS " WS-EXTREG-FILE-STATUS
047200         GO TO 2100-GUARDAR-LANCAMENTO-EXIT
047300     END-IF.
047400     ADD 1 TO WS-QTDE-CARREGADOS.
047500     IF EXR-TARIFA
047600         MOVE EXR-BANCO TO WS-BANCO-TARIFA
047700         PERFORM 4800-ACHAR-TARIFA THRU 4800-ACHAR-TARIFA-EXIT
047800         IF WS-SUB-TRF > ZERO
047900             ADD EXR-VALOR-CTVS TO TRF-DEBITADA(WS-SUB-TRF)
048000         END-IF
048100     END-IF.
048200 2100-GUARDAR-LANCAMENTO-EXIT.
048300     EXIT.
048400*
048500***************************************************************
048600*    2900-CONFERIR-EXTRATO - HEADER, TRAILER E QUANTIDADE DE    *
048700*    REGISTROS; EXTRATO QUE NAO FECHA E ABEND (RC 20)           *
048800***************************************************************
048900 2900-CONFERIR-EXTRATO.
049000     IF NOT HEADER-PRESENTE OR NOT TRAILER-PRESENTE
049100         DISPLAY "ABEND-EXTRATO: ARQUIVO SEM HEADER OU TRAILER - "
049200             "TRUNCADO? CONCILIACAO SUSPENSA."
049300         MOVE "N" TO WS-EXTRATO-PROVA-SW
049400         MOVE 20 TO RETURN-CODE
049500         GO TO 2900-CONFERIR-EXTRATO-EXIT
049600     END-IF.
049700     IF WS-TRL-REGISTROS NOT = WS-QTDE-REGISTROS
049800         DISPLAY "ABEND-EXTRATO: TRAILER NAO CONFERE - "
049900             WS-TRL-REGISTROS " X LIDO " WS-QTDE-REGISTROS
050000             " - CONCILIACAO SUSPENSA."
050100         MOVE "N" TO WS-EXTRATO-PROVA-SW
050200         MOVE 20 TO RETURN-CODE
050300         GO TO 2900-CONFERIR-EXTRATO-EXIT
050400     END-IF.
050500     DISPLAY "TRAILER DO EXTRATO CONFERIDO - BANCO "
050600         WS-BANCO-EXTRATO " NSA " WS-NSA-EXTRATO.
050700 2900-CONFERIR-EXTRATO-EXIT.
050800     EXIT.
050900*
051000***************************************************************
051100*    3000-CARREGAR-PENDENTES - LIQUIDACOES DO SETLREG AINDA     *
051200*    PENDENTES (SO AS GRAVADAS COM BANCO) E CREDITOS DO EXTREG  *
051300*    AINDA PENDENTES, DE TODOS OS DIAS                          *
051400***************************************************************
051500 3000-CARREGAR-PENDENTES.
051600     MOVE "N" TO WS-CAD-FIM-SW.
051700     MOVE LOW-VALUES TO STL-CHAVE.
051800     START SETTLE-FILE KEY IS NOT LESS THAN STL-CHAVE
051900         INVALID KEY
052000             MOVE "Y" TO WS-CAD-FIM-SW
052100     END-START.
052200     IF NOT FIM-DO-CADASTRO
052300         PERFORM 3100-LER-LIQUIDACAO THRU 3100-LER-LIQUIDACAO-EXIT
052400     END-IF.
052500     PERFORM 3150-GUARDAR-LIQUIDACAO
052600         THRU 3150-GUARDAR-LIQUIDACAO-EXIT
052700         UNTIL FIM-DO-CADASTRO.
052800     MOVE "N" TO WS-CAD-FIM-SW.
052900     MOVE LOW-VALUES TO EXR-CHAVE.
053000     START EXTREG-FILE KEY IS NOT LESS THAN EXR-CHAVE
053100         INVALID KEY
053200             MOVE "Y" TO WS-CAD-FIM-SW
053300     END-START.
053400     IF NOT FIM-DO-CADASTRO
053500         PERFORM 3200-LER-LANCAMENTO THRU 3200-LER-LANCAMENTO-EXIT
053600     END-IF.
053700     PERFORM 3250-GUARDAR-CREDITO THRU 3250-GUARDAR-CREDITO-EXIT
053800         UNTIL FIM-DO-CADASTRO.
053900     IF WS-QTDE-LIQ-EXCEDENTE > ZERO
054000         DISPLAY "AVISO: " WS-QTDE-LIQ-EXCEDENTE " LIQUIDACOES "
054100             "PENDENTES ALEM DA TABELA - FICAM PARA A PROXIMA "
054200             "RODADA."
054300     END-IF.
054400     IF WS-QTDE-EXT-EXCEDENTE > ZERO
054500         DISPLAY "AVISO: " WS-QTDE-EXT-EXCEDENTE " CREDITOS "
054600             "PENDENTES ALEM DA TABELA - FICAM PARA A PROXIMA "
054700             "RODADA."
054800     END-IF.
054900 3000-CARREGAR-PENDENTES-EXIT.
055000     EXIT.
055100*
055200***************************************************************
055300*    3100-LER-LIQUIDACAO                                       *
055400***************************************************************
055500 3100-LER-LIQUIDACAO.
055600     READ SETTLE-FILE NEXT RECORD
055700         AT END
055800             MOVE "Y" TO WS-CAD-FIM-SW
055900     END-READ.
056000     IF NOT SETTLE-OK
056100         MOVE "Y" TO WS-CAD-FIM-SW
056200     END-IF.
056300 3100-LER-LIQUIDACAO-EXIT.
056400     EXIT.
056500*
056600***************************************************************
056700*    3150-GUARDAR-LIQUIDACAO                                   *
056800***************************************************************
056900 3150-GUARDAR-LIQUIDACAO.
057000     IF STL-CONC-PENDENTE AND STL-BANCO NUMERIC
057100         IF WS-QTDE-LIQ < 5000
057200             ADD 1 TO WS-QTDE-LIQ
057300             MOVE STL-CHAVE TO LIQ-CHAVE(WS-QTDE-LIQ)
057400             MOVE STL-BANCO TO LIQ-BANCO(WS-QTDE-LIQ)
057500             MOVE STL-DATA-PAGTO TO LIQ-DATA-PAGTO(WS-QTDE-LIQ)
057600             MOVE STL-DATA-PROC TO LIQ-DATA-PROC(WS-QTDE-LIQ)
057700             MOVE STL-VALOR-CTVS TO LIQ-VALOR(WS-QTDE-LIQ)
057800             MOVE "P" TO LIQ-SITUACAO(WS-QTDE-LIQ)
057900         ELSE
058000             ADD 1 TO WS-QTDE-LIQ-EXCEDENTE
058100         END-IF
058200     END-IF.
058300     PERFORM 3100-LER-LIQUIDACAO THRU 3100-LER-LIQUIDACAO-EXIT.
058400 3150-GUARDAR-LIQUIDACAO-EXIT.
058500     EXIT.
058600*
058700***************************************************************
058800*    3200-LER-LANCAMENTO                                       *
058900***************************************************************
059000 3200-LER-LANCAMENTO.
059100     READ EXTREG-FILE NEXT RECORD
059200         AT END
059300             MOVE "Y" TO WS-CAD-FIM-SW
059400     END-READ.
059500     IF NOT EXTREG-OK
059600         MOVE "Y" TO WS-CAD-FIM-SW
059700     END-IF.
059800 3200-LER-LANCAMENTO-EXIT.
059900     EXIT.
060000*
060100***************************************************************
060200*    3250-GUARDAR-CREDITO                                      *
060300***************************************************************
060400 3250-GUARDAR-CREDITO.
060500     IF EXR-PENDENTE
060600         IF WS-QTDE-EXT < 2000
060700             ADD 1 TO WS-QTDE-EXT
060800             MOVE EXR-CHAVE TO EXT-CHAVE(WS-QTDE-EXT)
060900             MOVE EXR-BANCO TO EXT-BANCO(WS-QTDE-EXT)
061000             MOVE EXR-DATA-LANC TO EXT-DATA(WS-QTDE-EXT)
061100             MOVE EXR-VALOR-CTVS TO EXT-VALOR(WS-QTDE-EXT)
061200             MOVE "P" TO EXT-SITUACAO(WS-QTDE-EXT)
061300             MOVE ZERO TO EXT-QTDE-TIT(WS-QTDE-EXT)
061400         ELSE
061500             ADD 1 TO WS-QTDE-EXT-EXCEDENTE
061600         END-IF
061700     END-IF.
061800     PERFORM 3200-LER-LANCAMENTO THRU 3200-LER-LANCAMENTO-EXIT.
061900 3250-GUARDAR-CREDITO-EXIT.
062000     EXIT.
062100*
062200***************************************************************
062300*    4000-CONCILIAR - PRIMEIRO UM CREDITO PARA UMA LIQUIDACAO   *
062400*    DE MESMO VALOR; DEPOIS, PARA O QUE SOBROU, UM CREDITO PARA *
062500*    TODAS AS LIQUIDACOES DE UM MESMO BANCO E DIA DE PAGAMENTO  *
062600***************************************************************
062700 4000-CONCILIAR.
062800     PERFORM 4100-CASAR-UM-A-UM THRU 4100-CASAR-UM-A-UM-EXIT
062900         VARYING WS-SUB-EXT FROM 1 BY 1
063000         UNTIL WS-SUB-EXT > WS-QTDE-EXT.
063100     MOVE ZERO TO WS-QTDE-GRP.
063200     PERFORM 4200-AGRUPAR THRU 4200-AGRUPAR-EXIT
063300         VARYING WS-SUB-LIQ FROM 1 BY 1
063400         UNTIL WS-SUB-LIQ > WS-QTDE-LIQ.
063500     PERFORM 4300-CASAR-AGRUPADO THRU 4300-CASAR-AGRUPADO-EXIT
063600         VARYING WS-SUB-EXT FROM 1 BY 1
063700         UNTIL WS-SUB-EXT > WS-QTDE-EXT.
063800 4000-CONCILIAR-EXIT.
063900     EXIT.
064000*
064100***************************************************************
064200*    4100-CASAR-UM-A-UM                                        *
064300***************************************************************
064400 4100-CASAR-UM-A-UM.
064500     IF NOT EXT-PENDENTE(WS-SUB-EXT)
064600         GO TO 4100-CASAR-UM-A-UM-EXIT
064700     END-IF.
064800     MOVE "N" TO WS-ACHADO-SW.
064900     PERFORM 4150-PROCURAR-LIQUIDACAO
065000         THRU 4150-PROCURAR-LIQUIDACAO-EXIT
065100         VARYING WS-SUB-LIQ FROM 1 BY 1
065200         UNTIL WS-SUB-LIQ > WS-QTDE-LIQ OR PAR-ACHADO.
065300 4100-CASAR-UM-A-UM-EXIT.
065400     EXIT.
065500*
065600***************************************************************
065700*    4150-PROCURAR-LIQUIDACAO - MESMO BANCO E VALOR, PAGAMENTO  *
065800*    DENTRO DA JANELA ANTES DO CREDITO                          *
065900***************************************************************
066000 4150-PROCURAR-LIQUIDACAO.
066100     IF NOT LIQ-PENDENTE(WS-SUB-LIQ)
066200         OR LIQ-BANCO(WS-SUB-LIQ) NOT = EXT-BANCO(WS-SUB-EXT)
066300         OR LIQ-VALOR(WS-SUB-LIQ) NOT = EXT-VALOR(WS-SUB-EXT)
066400         GO TO 4150-PROCURAR-LIQUIDACAO-EXIT
066500     END-IF.
066600     MOVE LIQ-DATA-PAGTO(WS-SUB-LIQ) TO WS-JAN-PAGTO.
066700     MOVE EXT-DATA(WS-SUB-EXT) TO WS-JAN-CREDITO.
066800     PERFORM 4900-TESTAR-JANELA THRU 4900-TESTAR-JANELA-EXIT.
066900     IF NOT DENTRO-DA-JANELA
067000         GO TO 4150-PROCURAR-LIQUIDACAO-EXIT
067100     END-IF.
067200     MOVE "Y" TO WS-ACHADO-SW.
067300     MOVE "C" TO LIQ-SITUACAO(WS-SUB-LIQ).
067400     MOVE "C" TO EXT-SITUACAO(WS-SUB-EXT).
067500     MOVE 1 TO EXT-QTDE-TIT(WS-SUB-EXT).
067600     MOVE LIQ-BANCO(WS-SUB-LIQ) TO WS-BANCO-TARIFA.
067700     PERFORM 4800-ACHAR-TARIFA THRU 4800-ACHAR-TARIFA-EXIT.
067800     IF WS-SUB-TRF > ZERO
067900         ADD 1 TO TRF-QTDE-TIT(WS-SUB-TRF)
068000     END-IF.
068100 4150-PROCURAR-LIQUIDACAO-EXIT.
068200     EXIT.
068300*
068400***************************************************************
068500*    4200-AGRUPAR - SOMA AS LIQUIDACOES AINDA PENDENTES POR     *
068600*    BANCO E DIA DE PAGAMENTO                                   *
068700***************************************************************
068800 4200-AGRUPAR.
068900     IF NOT LIQ-PENDENTE(WS-SUB-LIQ)
069000         GO TO 4200-AGRUPAR-EXIT
069100     END-IF.
069200     MOVE "N" TO WS-ACHADO-SW.
069300     PERFORM 4250-PROCURAR-GRUPO THRU 4250-PROCURAR-GRUPO-EXIT
069400         VARYING WS-SUB-GRP FROM 1 BY 1
069500         UNTIL WS-SUB-GRP > WS-QTDE-GRP OR PAR-ACHADO.
069600     IF PAR-ACHADO OR WS-QTDE-GRP NOT < 500
069700         GO TO 4200-AGRUPAR-EXIT
069800     END-IF.
069900     ADD 1 TO WS-QTDE-GRP.
070000     MOVE LIQ-BANCO(WS-SUB-LIQ) TO GRP-BANCO(WS-QTDE-GRP).
070100     MOVE LIQ-DATA-PAGTO(WS-SUB-LIQ)
070200         TO GRP-DATA-PAGTO(WS-QTDE-GRP).
070300     MOVE LIQ-VALOR(WS-SUB-LIQ) TO GRP-SOMA(WS-QTDE-GRP).
070400     MOVE 1 TO GRP-QTDE(WS-QTDE-GRP).
070500     MOVE "P" TO GRP-SITUACAO(WS-QTDE-GRP).
070600 4200-AGRUPAR-EXIT.
070700     EXIT.
070800*
070900***************************************************************
071000*    4250-PROCURAR-GRUPO                                       *
071100***************************************************************
071200 4250-PROCURAR-GRUPO.
071300     IF GRP-BANCO(WS-SUB-GRP) = LIQ-BANCO(WS-SUB-LIQ)
071400         AND GRP-DATA-PAGTO(WS-SUB-GRP) =
071500             LIQ-DATA-PAGTO(WS-SUB-LIQ)
071600         MOVE "Y" TO WS-ACHADO-SW
071700         ADD LIQ-VALOR(WS-SUB-LIQ) TO GRP-SOMA(WS-SUB-GRP)
071800         ADD 1 TO GRP-QTDE(WS-SUB-GRP)
071900     END-IF.
072000 4250-PROCURAR-GRUPO-EXIT.
072100     EXIT.
072200*
072300***************************************************************
072400*    4300-CASAR-AGRUPADO - CREDITO QUE SOBROU CONTRA A SOMA DE  *
072500*    UM GRUPO DE DUAS OU MAIS LIQUIDACOES                       *
072600***************************************************************
072700 4300-CASAR-AGRUPADO.
072800     IF NOT EXT-PENDENTE(WS-SUB-EXT)
072900         GO TO 4300-CASAR-AGRUPADO-EXIT
073000     END-IF.
073100     MOVE "N" TO WS-ACHADO-SW.
073200     PERFORM 4350-TESTAR-GRUPO THRU 4350-TESTAR-GRUPO-EXIT
073300         VARYING WS-SUB-GRP FROM 1 BY 1
073400         UNTIL WS-SUB-GRP > WS-QTDE-GRP OR PAR-ACHADO.
073500 4300-CASAR-AGRUPADO-EXIT.
073600     EXIT.
073700*
073800***************************************************************
073900*    4350-TESTAR-GRUPO                                         *
074000***************************************************************
074100 4350-TESTAR-GRUPO.
074200     IF NOT GRP-PENDENTE(WS-SUB-GRP)
074300         OR GRP-QTDE(WS-SUB-GRP) < 2
074400         OR GRP-BANCO(WS-SUB-GRP) NOT = EXT-BANCO(WS-SUB-EXT)
074500         OR GRP-SOMA(WS-SUB-GRP) NOT = EXT-VALOR(WS-SUB-EXT)
074600         GO TO 4350-TESTAR-GRUPO-EXIT
074700     END-IF.
074800     MOVE GRP-DATA-PAGTO(WS-SUB-GRP) TO WS-JAN-PAGTO.
074900     MOVE EXT-DATA(WS-SUB-EXT) TO WS-JAN-CREDITO.
075000     PERFORM 4900-TESTAR-JANELA THRU 4900-TESTAR-JANELA-EXIT.
075100     IF NOT DENTRO-DA-JANELA
075200         GO TO 4350-TESTAR-GRUPO-EXIT
075300     END-IF.
075400     MOVE "Y" TO WS-ACHADO-SW.
075500     MOVE "C" TO GRP-SITUACAO(WS-SUB-GRP).
075600     MOVE "C" TO EXT-SITUACAO(WS-SUB-EXT).
075700     MOVE GRP-QTDE(WS-SUB-GRP) TO EXT-QTDE-TIT(WS-SUB-EXT).
075800     PERFORM 4400-MARCAR-DO-GRUPO THRU 4400-MARCAR-DO-GRUPO-EXIT
075900         VARYING WS-SUB-LIQ FROM 1 BY 1
076000         UNTIL WS-SUB-LIQ > WS-QTDE-LIQ.
076100     MOVE GRP-BANCO(WS-SUB-GRP) TO WS-BANCO-TARIFA.
076200     PERFORM 4800-ACHAR-TARIFA THRU 4800-ACHAR-TARIFA-EXIT.
076300     IF WS-SUB-TRF > ZERO
076400         ADD GRP-QTDE(WS-SUB-GRP) TO TRF-QTDE-TIT(WS-SUB-TRF)
076500     END-IF.
076600 4350-TESTAR-GRUPO-EXIT.
076700     EXIT.
076800*
076900***************************************************************
077000*    4400-MARCAR-DO-GRUPO                                      *
077100***************************************************************
077200 4400-MARCAR-DO-GRUPO.
077300     IF LIQ-PENDENTE(WS-SUB-LIQ)
077400         AND LIQ-BANCO(WS-SUB-LIQ) = GRP-BANCO(WS-SUB-GRP)
077500         AND LIQ-DATA-PAGTO(WS-SUB-LIQ) =
077600             GRP-DATA-PAGTO(WS-SUB-GRP)
077700         MOVE "C" TO LIQ-SITUACAO(WS-SUB-LIQ)
077800     END-IF.
077900 4400-MARCAR-DO-GRUPO-EXIT.
078000     EXIT.
078100*
078200***************************************************************
078300*    4800-ACHAR-TARIFA - ENTRADA DO BANCO WS-BANCO-TARIFA NA    *
078400*    TABELA DE TARIFAS (CRIA SE FALTAR); ZERO = TABELA CHEIA    *
078500***************************************************************
078600 4800-ACHAR-TARIFA.
078700     MOVE "N" TO WS-ACHADO-SW.
078800     PERFORM 4850-COMPARAR-TARIFA THRU 4850-COMPARAR-TARIFA-EXIT
078900         VARYING WS-SUB-TRF FROM 1 BY 1
079000         UNTIL WS-SUB-TRF > WS-QTDE-TRF OR PAR-ACHADO.
079100     IF PAR-ACHADO
079200         SUBTRACT 1 FROM WS-SUB-TRF
079300         MOVE "N" TO WS-ACHADO-SW
079400         GO TO 4800-ACHAR-TARIFA-EXIT
079500     END-IF.
079600     IF WS-QTDE-TRF NOT < 20
079700         MOVE ZERO TO WS-SUB-TRF
079800         GO TO 4800-ACHAR-TARIFA-EXIT
079900     END-IF.
080000     ADD 1 TO WS-QTDE-TRF.
080100     MOVE WS-QTDE-TRF TO WS-SUB-TRF.
080200     MOVE WS-BANCO-TARIFA TO TRF-BANCO(WS-SUB-TRF).
080300     MOVE ZERO TO TRF-DEBITADA(WS-SUB-TRF).
080400     MOVE ZERO TO TRF-QTDE-TIT(WS-SUB-TRF).
080500 4800-ACHAR-TARIFA-EXIT.
080600     EXIT.
080700*
080800***************************************************************
080900*    4850-COMPARAR-TARIFA                                      *
081000***************************************************************
081100 4850-COMPARAR-TARIFA.
081200     IF TRF-BANCO(WS-SUB-TRF) = WS-BANCO-TARIFA
081300         MOVE "Y" TO WS-ACHADO-SW
081400     END-IF.
081500 4850-COMPARAR-TARIFA-EXIT.
081600     EXIT.
081700*
081800***************************************************************
081900*    4900-TESTAR-JANELA - PAGAMENTO NO DIA DO CREDITO OU ATE    *
082000*    CONCJANELA DIAS UTEIS ANTES DELE                           *
082100***************************************************************
082200 4900-TESTAR-JANELA.
082300     MOVE "N" TO WS-JANELA-SW.
082400     IF WS-JAN-PAGTO > WS-JAN-CREDITO
082500         GO TO 4900-TESTAR-JANELA-EXIT
082600     END-IF.
082700     IF WS-JAN-PAGTO = WS-JAN-CREDITO
082800         MOVE "Y" TO WS-JANELA-SW
082900         GO TO 4900-TESTAR-JANELA-EXIT
083000     END-IF.
083100     SET CAL-ACAO-ENTRE TO TRUE.
083200     MOVE WS-JAN-PAGTO TO CAL-DATA-1.
083300     MOVE WS-JAN-CREDITO TO CAL-DATA-2.
083400     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
083500     IF CAL-RC = ZERO AND CAL-DIAS-UTEIS NOT > WS-JANELA-DIAS
083600         MOVE "Y" TO WS-JANELA-SW
083700     END-IF.
083800 4900-TESTAR-JANELA-EXIT.
083900     EXIT.
084000*
084100***************************************************************
084200*    5000-GRAVAR-RESULTADOS - MARCA NOS CADASTROS O QUE CASOU   *
084300*    E LISTA CADA CREDITO CONCILIADO                            *
084400***************************************************************
084500 5000-GRAVAR-RESULTADOS.
084600     PERFORM 5100-GRAVAR-CREDITO THRU 5100-GRAVAR-CREDITO-EXIT
084700         VARYING WS-SUB-EXT FROM 1 BY 1
084800         UNTIL WS-SUB-EXT > WS-QTDE-EXT.
084900     PERFORM 5200-GRAVAR-LIQUIDACAO
085000         THRU 5200-GRAVAR-LIQUIDACAO-EXIT
085100         VARYING WS-SUB-LIQ FROM 1 BY 1
085200         UNTIL WS-SUB-LIQ > WS-QTDE-LIQ.
085300 5000-GRAVAR-RESULTADOS-EXIT.
085400     EXIT.
085500*
085600***************************************************************
085700*    5100-GRAVAR-CREDITO                                       *
085800***************************************************************
085900 5100-GRAVAR-CREDITO.
086000     IF NOT EXT-CASADO(WS-SUB-EXT)
086100         GO TO 5100-GRAVAR-CREDITO-EXIT
086200     END-IF.
086300     MOVE EXT-CHAVE(WS-SUB-EXT) TO EXR-CHAVE.
086400     READ EXTREG-FILE
086500         INVALID KEY
086600             CONTINUE
086700     END-READ.
086800     IF NOT EXTREG-OK
086900         DISPLAY "AVISO: CREDITO SUMIU DO EXTREG " EXR-CHAVE
087000             " - STATUS " WS-EXTREG-FILE-STATUS
087100         GO TO 5100-GRAVAR-CREDITO-EXIT
087200     END-IF.
087300     SET EXR-CONCILIADO TO TRUE.
087400     MOVE RUN-DATA TO EXR-DATA-CONC.
087500     MOVE EXT-QTDE-TIT(WS-SUB-EXT) TO EXR-QTDE-TITULOS.
087600     REWRITE EXTRATO-REG-RECORD.
087700     IF NOT EXTREG-OK
087800         DISPLAY "AVISO: CREDITO NAO CONCILIADO NO EXTREG "
087900             EXR-CHAVE " - STATUS " WS-EXTREG-FILE-STATUS
088000     END-IF.
088100     ADD 1 TO WS-QTDE-CONC-EXTRATO.
088200     COMPUTE WS-VALOR-REAIS = EXT-VALOR(WS-SUB-EXT) / 100.
088300     ADD WS-VALOR-REAIS TO WS-TOTAL-CONCILIADO.
088400     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
088500     MOVE EXT-QTDE-TIT(WS-SUB-EXT) TO WS-QTDE-EDITADA.
088600     MOVE SPACES TO RPT-LINHA-ENTRADA.
088700     STRING "CONCILIADO    BANCO " EXT-BANCO(WS-SUB-EXT)
088800         " CREDITO " EXT-DATA(WS-SUB-EXT)
088900         " R$ " WS-VALOR-EDITADO
089000         " = " WS-QTDE-EDITADA " TITULO(S)"
089100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
089200     END-STRING.
089300     SET RPT-ACAO-DETALHE TO TRUE.
089400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
089500     PERFORM 8000-GRAVAR-LINHAS-RPT
089600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
089700 5100-GRAVAR-CREDITO-EXIT.
089800     EXIT.
089900*
090000***************************************************************
090100*    5200-GRAVAR-LIQUIDACAO                                    *
090200***************************************************************
090300 5200-GRAVAR-LIQUIDACAO.
090400     IF NOT LIQ-CASADA(WS-SUB-LIQ)
090500         GO TO 5200-GRAVAR-LIQUIDACAO-EXIT
090600     END-IF.
090700     MOVE LIQ-CHAVE(WS-SUB-LIQ) TO STL-CHAVE.
090800     READ SETTLE-FILE
090900         INVALID KEY
091000             CONTINUE
091100     END-READ.
091200     IF NOT SETTLE-OK
091300         DISPLAY "AVISO: LIQUIDACAO SUMIU DO SETLREG " STL-CUST-ID
091400             " - STATUS " WS-SETTLE-FILE-STATUS
091500         GO TO 5200-GRAVAR-LIQUIDACAO-EXIT
091600     END-IF.
091700     SET STL-CONCILIADA TO TRUE.
091800     REWRITE SETTLE-RECORD.
091900     IF NOT SETTLE-OK
092000         DISPLAY "AVISO: LIQUIDACAO NAO CONCILIADA NO SETLREG "
092100             STL-CUST-ID " - STATUS " WS-SETTLE-FILE-STATUS
092200     END-IF.
092300     ADD 1 TO WS-QTDE-CONC-LIQUID.
092400 5200-GRAVAR-LIQUIDACAO-EXIT.
092500     EXIT.
092600*
092700***************************************************************
092800*    6000-RELATAR-PENDENCIAS - O QUE SOBROU DOS DOIS LADOS, COM *
092900*    A IDADE EM DIAS UTEIS; ALEM DE CONCDIAS E DIFERENCA VENCIDA*
093000***************************************************************
093100 6000-RELATAR-PENDENCIAS.
093200     PERFORM 6100-PENDENTE-EXTRATO THRU 6100-PENDENTE-EXTRATO-EXIT
093300         VARYING WS-SUB-EXT FROM 1 BY 1
093400         UNTIL WS-SUB-EXT > WS-QTDE-EXT.
093500     PERFORM 6200-PENDENTE-RETORNO THRU 6200-PENDENTE-RETORNO-EXIT
093600         VARYING WS-SUB-LIQ FROM 1 BY 1
093700         UNTIL WS-SUB-LIQ > WS-QTDE-LIQ.
093800 6000-RELATAR-PENDENCIAS-EXIT.
093900     EXIT.
094000*
094100***************************************************************
094200*    6100-PENDENTE-EXTRATO - CREDITO SEM LIQUIDACAO QUE O       *
094300*    EXPLIQUE (IDADE CONTADA DA DATA DO LANCAMENTO)             *
094400***************************************************************
094500 6100-PENDENTE-EXTRATO.
094600     IF NOT EXT-PENDENTE(WS-SUB-EXT)
094700         GO TO 6100-PENDENTE-EXTRATO-EXIT
094800     END-IF.
094900     ADD 1 TO WS-QTDE-PEND-EXTRATO.
095000     COMPUTE WS-VALOR-REAIS = EXT-VALOR(WS-SUB-EXT) / 100.
095100     ADD WS-VALOR-REAIS TO WS-TOTAL-PEND-EXTRATO.
095200     MOVE EXT-DATA(WS-SUB-EXT) TO CAL-DATA-1.
095300     PERFORM 6500-IDADE-PENDENCIA THRU 6500-IDADE-PENDENCIA-EXIT.
095400     MOVE SPACES TO RPT-LINHA-ENTRADA.
095500     STRING "SO NO EXTRATO BANCO " EXT-BANCO(WS-SUB-EXT)
095600         " CREDITO " EXT-DATA(WS-SUB-EXT)
095700         " R$ " WS-VALOR-EDITADO
095800         " HA " WS-DIAS-EDITADO " DIAS UTEIS " WS-MARCA-VENCIDA
095900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
096000     END-STRING.
096100     SET RPT-ACAO-DETALHE TO TRUE.
096200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
096300     PERFORM 8000-GRAVAR-LINHAS-RPT
096400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
096500 6100-PENDENTE-EXTRATO-EXIT.
096600     EXIT.
096700*
096800***************************************************************
096900*    6200-PENDENTE-RETORNO - LIQUIDACAO SEM CREDITO NA CONTA    *
097000*    (IDADE CONTADA DO PROCESSAMENTO DO RETORNO)                *
097100***************************************************************
097200 6200-PENDENTE-RETORNO.
097300     IF NOT LIQ-PENDENTE(WS-SUB-LIQ)
097400         GO TO 6200-PENDENTE-RETORNO-EXIT
097500     END-IF.
097600     ADD 1 TO WS-QTDE-PEND-RETORNO.
097700     COMPUTE WS-VALOR-REAIS = LIQ-VALOR(WS-SUB-LIQ) / 100.
097800     ADD WS-VALOR-REAIS TO WS-TOTAL-PEND-RETORNO.
097900     MOVE LIQ-DATA-PROC(WS-SUB-LIQ) TO CAL-DATA-1.
098000     PERFORM 6500-IDADE-PENDENCIA THRU 6500-IDADE-PENDENCIA-EXIT.
098100     MOVE SPACES TO RPT-LINHA-ENTRADA.
098200     STRING "SO NO RETORNO BANCO " LIQ-BANCO(WS-SUB-LIQ)
098300         " " LIQ-CHAVE(WS-SUB-LIQ)(1:10)
098400         " PAGO " LIQ-DATA-PAGTO(WS-SUB-LIQ)
098500         " R$ " WS-VALOR-EDITADO
098600         " HA " WS-DIAS-EDITADO " DIAS UTEIS " WS-MARCA-VENCIDA
098700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
098800     END-STRING.
098900     SET RPT-ACAO-DETALHE TO TRUE.
099000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
099100     PERFORM 8000-GRAVAR-LINHAS-RPT
099200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
099300 6200-PENDENTE-RETORNO-EXIT.
099400     EXIT.
099500*
099600***************************************************************
099700*    6500-IDADE-PENDENCIA - DIAS UTEIS DE CAL-DATA-1 ATE HOJE;  *
099800*    ALEM DE CONCDIAS, CONTA COMO DIFERENCA VENCIDA             *
099900***************************************************************
100000 6500-IDADE-PENDENCIA.
100100     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
100200     SET CAL-ACAO-ENTRE TO TRUE.
100300     MOVE RUN-DATA TO CAL-DATA-2.
100400     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
100500     MOVE ZERO TO WS-DIAS-ABERTO.
100600     IF CAL-RC = ZERO AND CAL-DIAS-UTEIS > ZERO
100700         MOVE CAL-DIAS-UTEIS TO WS-DIAS-ABERTO
100800     END-IF.
100900     MOVE WS-DIAS-ABERTO TO WS-DIAS-EDITADO.
101000     MOVE SPACES TO WS-MARCA-VENCIDA.
101100     IF WS-DIAS-ABERTO > WS-LIMITE-DIAS
101200         MOVE "*VENCIDA*" TO WS-MARCA-VENCIDA
101300         ADD 1 TO WS-QTDE-VENCIDAS
101400     END-IF.
101500 6500-IDADE-PENDENCIA-EXIT.
101600     EXIT.
101700*
101800***************************************************************
101900*    7000-CONFERIR-TARIFAS - POR BANCO, TARIFA DEBITADA NO      *
102000*    EXTRATO CONTRA TITULOS CONCILIADOS VEZES A ACORDADA        *
102100***************************************************************
102200 7000-CONFERIR-TARIFAS.
102300     PERFORM 7100-CONFERIR-BANCO THRU 7100-CONFERIR-BANCO-EXIT
102400         VARYING WS-SUB-TRF FROM 1 BY 1
102500         UNTIL WS-SUB-TRF > WS-QTDE-TRF.
102600 7000-CONFERIR-TARIFAS-EXIT.
102700     EXIT.
102800*
102900***************************************************************
103000*    7100-CONFERIR-BANCO                                       *
103100***************************************************************
103200 7100-CONFERIR-BANCO.
103300     MOVE SPACES TO BNC-PARAMETROS.
103400     SET BNC-ACAO-BANCO TO TRUE.
103500     MOVE TRF-BANCO(WS-SUB-TRF) TO BNC-BANCO.
103600     CALL "BANCO-COBRADOR" USING BNC-PARAMETROS.
103700     IF NOT BNC-OK
103800         DISPLAY "AVISO: BANCO " TRF-BANCO(WS-SUB-TRF)
103900             " SEM TARIFA ACORDADA NA BANCOTAB - TARIFA NAO "
104000             "CONFERIDA."
104100         GO TO 7100-CONFERIR-BANCO-EXIT
104200     END-IF.
104300     COMPUTE WS-TARIFA-ESPERADA =
104400         TRF-QTDE-TIT(WS-SUB-TRF) * BNC-TARIFA-LIQ.
104500     COMPUTE WS-VALOR-REAIS = TRF-DEBITADA(WS-SUB-TRF) / 100.
104600     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
104700     COMPUTE WS-VALOR-REAIS = WS-TARIFA-ESPERADA / 100.
104800     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO-2.
104900     MOVE TRF-QTDE-TIT(WS-SUB-TRF) TO WS-QTDE-EDITADA.
105000     MOVE SPACES TO WS-MARCA-VENCIDA.
105100     IF TRF-DEBITADA(WS-SUB-TRF) > WS-TARIFA-ESPERADA
105200         MOVE "*ACIMA*" TO WS-MARCA-VENCIDA
105300         ADD 1 TO WS-QTDE-TARIFA-ACIMA
105400     END-IF.
105500     MOVE SPACES TO RPT-LINHA-ENTRADA.
105600     STRING "TARIFA        BANCO " TRF-BANCO(WS-SUB-TRF)
105700         " DEBITADA R$ " WS-VALOR-EDITADO
105800         " ACORDADA R$ " WS-VALOR-EDITADO-2
105900         " (" WS-QTDE-EDITADA " TITULOS) " WS-MARCA-VENCIDA
106000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
106100     END-STRING.
106200     SET RPT-ACAO-DETALHE TO TRUE.
106300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
106400     PERFORM 8000-GRAVAR-LINHAS-RPT
106500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
106600 7100-CONFERIR-BANCO-EXIT.
106700     EXIT.
106800*
106900***************************************************************
107000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
107100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
107200***************************************************************
107300 8000-GRAVAR-LINHAS-RPT.
107400     IF NOT PRINT-FILE-OK
107500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
107600     END-IF.
107700     PERFORM 8100-GRAVAR-UMA-LINHA
107800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
107900         VARYING WS-RPT-SUB FROM 1 BY 1
108000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
108100 8000-GRAVAR-LINHAS-RPT-EXIT.
108200     EXIT.
108300*
108400***************************************************************
108500*    8100-GRAVAR-UMA-LINHA                                     *
108600***************************************************************
108700 8100-GRAVAR-UMA-LINHA.
108800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
108900     WRITE PRINT-LINE.
109000 8100-GRAVAR-UMA-LINHA-EXIT.
109100     EXIT.
109200*
109300***************************************************************
109400*    8200-CONVERTER-DATA - DDMMAAAA DO CNAB 240 PARA AAAAMMDD   *
109500***************************************************************
109600 8200-CONVERTER-DATA.
109700     MOVE WDD-DIA TO WDA-DIA.
109800     MOVE WDD-MES TO WDA-MES.
109900     MOVE WDD-ANO TO WDA-ANO.
110000 8200-CONVERTER-DATA-EXIT.
110100     EXIT.
110200*
110300***************************************************************
110400*    9000-FINALIZAR                                            *
110500***************************************************************
110600 9000-FINALIZAR.
110700     IF ABORTAR-RODADA
110800         GO TO 9000-FINALIZAR-EXIT
110900     END-IF.
111000     IF PRINT-FILE-OK
111100         MOVE WS-QTDE-VENCIDAS TO WS-VENCIDAS-DISP
111200         MOVE SPACES TO RPT-LINHA-ENTRADA
111300         STRING "DIFERENCAS VENCIDAS=" WS-VENCIDAS-DISP
111400             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
111500         END-STRING
111600         SET RPT-ACAO-TOTAL TO TRUE
111700         CALL "REPORT-WRITER" USING RPT-PARAMETROS
111800         PERFORM 8000-GRAVAR-LINHAS-RPT
111900             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
112000         CLOSE PRINT-FILE
112100     END-IF.
112200     IF EXTRATO-DISPONIVEL
112300         CLOSE EXTRATO-FILE
112400     END-IF.
112500     CLOSE EXTREG-FILE.
112600     CLOSE SETTLE-FILE.
112700     DISPLAY "====== CONCILIACAO EXTRATO X RETORNO ======".
112800     DISPLAY "LANCAMENTOS LIDOS ..: " WS-QTDE-LANCAMENTOS.
112900     DISPLAY "CARREGADOS NO EXTREG: " WS-QTDE-CARREGADOS.
113000     DISPLAY "JA CARREGADOS ......: " WS-QTDE-JA-CARREGADOS.
113100     DISPLAY "FORA DA COBRANCA ...: " WS-QTDE-IGNORADOS.
113200     DISPLAY "CREDITOS CONCILIADOS: " WS-QTDE-CONC-EXTRATO.
113300     DISPLAY "LIQUIDACOES CASADAS : " WS-QTDE-CONC-LIQUID.
113400     DISPLAY "VALOR CONCILIADO ...: " WS-TOTAL-CONCILIADO.
113500     DISPLAY "SO NO EXTRATO ......: " WS-QTDE-PEND-EXTRATO
113600         " R$ " WS-TOTAL-PEND-EXTRATO.
113700     DISPLAY "SO NO RETORNO ......: " WS-QTDE-PEND-RETORNO
113800         " R$ " WS-TOTAL-PEND-RETORNO.
113900     DISPLAY "DIFERENCAS VENCIDAS : " WS-QTDE-VENCIDAS.
114000     DISPLAY "TARIFA ACIMA ACORDO : " WS-QTDE-TARIFA-ACIMA.
114100*    DIFERENCA QUE NAO SE RESOLVEU SOZINHA EM CONCDIAS DIAS UTEIS
114200*    (OU TARIFA A MAIS) VAI PARA O CONSOLE DE OPERACOES
114300     IF WS-QTDE-VENCIDAS > ZERO
114400         MOVE "EXTCONC " TO ALR-PROGRAMA
114500         SET ALR-SEV-CRITICO TO TRUE
114600         MOVE WS-QTDE-VENCIDAS TO WS-VENCIDAS-DISP
114700         MOVE SPACES TO ALR-MENSAGEM
114800         STRING WS-VENCIDAS-DISP
114900             " DIFERENCAS EXTRATO X RETORNO ABERTAS ALEM "
115000             "DO PRAZO"
115100             DELIMITED BY SIZE INTO ALR-MENSAGEM
115200         END-STRING
115300         CALL "ALERT-WRITER" USING ALR-PARAMETROS
115400     END-IF.
115500     IF WS-QTDE-TARIFA-ACIMA > ZERO
115600         MOVE "EXTCONC " TO ALR-PROGRAMA
115700         SET ALR-SEV-AVISO TO TRUE
115800         MOVE WS-QTDE-TARIFA-ACIMA TO WS-VENCIDAS-DISP
115900         MOVE SPACES TO ALR-MENSAGEM
116000         STRING WS-VENCIDAS-DISP
116100             " BANCO(S) COM TARIFA DEBITADA ACIMA DO ACORDADO"
116200             DELIMITED BY SIZE INTO ALR-MENSAGEM
116300         END-STRING
116400         CALL "ALERT-WRITER" USING ALR-PARAMETROS
116500     END-IF.
116600     IF (WS-QTDE-VENCIDAS > ZERO OR WS-QTDE-TARIFA-ACIMA > ZERO)
116700         AND RETURN-CODE < 4
116800         MOVE 4 TO RETURN-CODE
116900     END-IF.
117000 9000-FINALIZAR-EXIT.
117100     EXIT.
