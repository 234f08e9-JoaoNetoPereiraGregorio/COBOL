000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RECUPERACAO-MENSAL.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RELATORIO MENSAL DE RECUPERACOES DE
001200*                       CREDITOS BAIXADOS PARA PREJUIZO. LE O LOG
001300*                       RECUPLOG (GRAVADO PELO RETORNO-PROCESSAR,
001400*                       VER RECUPREG.CPY), LISTA CADA RECUPERACAO
001500*                       PROCESSADA NO PERIODO (AMBIENTE
001600*                       RECPERIODO, AAAAMM; PADRAO O MES CORRENTE)
001700*                       E FECHA COM A POSICAO DA CARTEIRA BAIXADA
001800*                       NO PREJREG: TOTAL BAIXADO, RECUPERADO E A
001900*                       RECUPERAR.
002000***************************************************************
002100*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RECUP-FILE ASSIGN TO "RECUPLOG"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-RECUP-FILE-STATUS.
002800     SELECT PREJ-FILE ASSIGN TO "PREJREG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS PRJ-CUST-ID
003200         FILE STATUS IS WS-PREJ-FILE-STATUS.
003300     SELECT PRINT-FILE ASSIGN TO "RECPRT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PRINT-FILE-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900*
004000 FD  RECUP-FILE
004100     RECORDING MODE IS F.
004200 COPY "RECUPREG.cpy".
004300*
004400 FD  PREJ-FILE.
004500 COPY "PREJREG.cpy".
004600*
004700 FD  PRINT-FILE
004800     RECORDING MODE IS F.
004900 01  PRINT-LINE              PIC X(132).
005000*
005100 WORKING-STORAGE SECTION.
005200*
005300 77  WS-RECUP-FILE-STATUS    PIC X(02) VALUE ZEROS.
005400     88  RECUP-FILE-OK       VALUE "00".
005500 77  WS-PREJ-FILE-STATUS     PIC X(02) VALUE ZEROS.
005600     88  PREJ-OK             VALUE "00".
005700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
005800     88  PRINT-FILE-OK       VALUE "00".
005900*
006000 77  WS-RECUP-EOF-SWITCH     PIC X(01) VALUE "N".
006100     88  FIM-DO-RECUPLOG     VALUE "Y".
006200 77  WS-PREJ-EOF-SWITCH      PIC X(01) VALUE "N".
006300     88  FIM-DO-PREJREG      VALUE "Y".
006400*
006500 77  WS-PERIODO              PIC 9(06) VALUE ZERO.
006600*
006700***************************************************************
006800*    TOTAIS DO PERIODO E DA CARTEIRA BAIXADA
006900***************************************************************
007000 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
007100 77  WS-QTDE-PERIODO         PIC 9(07) COMP VALUE ZERO.
007200 77  WS-TOTAL-PERIODO        PIC 9(13)V99 COMP-3 VALUE ZERO.
007300 77  WS-QTDE-BAIXADOS        PIC 9(07) COMP VALUE ZERO.
007400 77  WS-QTDE-QUITADOS        PIC 9(07) COMP VALUE ZERO.
007500 77  WS-TOTAL-BAIXADO        PIC 9(13)V99 COMP-3 VALUE ZERO.
007600 77  WS-TOTAL-RECUPERADO     PIC 9(13)V99 COMP-3 VALUE ZERO.
007700 77  WS-TOTAL-A-RECUPERAR    PIC 9(13)V99 COMP-3 VALUE ZERO.
007800*
007900***************************************************************
008000*    CAMPOS EDITADOS DO RELATORIO
008100***************************************************************
008200 77  WS-VALOR-EDITADO        PIC Z(8)9.99.
008300 77  WS-RESTANTE-EDITADO     PIC Z(8)9.99.
008400 77  WS-TOTAL-EDITADO        PIC Z(12)9.99.
008500 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
008600*
008700***************************************************************
008800*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
008900*    COPYBOOKS/RPTWRT.CPY)
009000***************************************************************
009100 COPY "RPTWRT.cpy".
009200 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
009300*
009400***************************************************************
009500*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
009600***************************************************************
009700 COPY "RUNDATE.cpy".
009800*
009900***************************************************************
010000*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
010100***************************************************************
010200 COPY "ERRHDL.cpy".
010300*
010400 PROCEDURE DIVISION.
010500*
010600***************************************************************
010700*    0000-MAINLINE                                             *
010800***************************************************************
010900 0000-MAINLINE.
011000     MOVE ZERO TO RETURN-CODE.
011100     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
011200     ACCEPT RUN-HORA FROM TIME.
011300     ACCEPT WS-PERIODO FROM ENVIRONMENT "RECPERIODO".
011400     IF WS-PERIODO = ZERO
011500         MOVE RUN-DATA(1:6) TO WS-PERIODO
011600     END-IF.
011700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
011800     IF RETURN-CODE NOT = ZERO
011900         GO TO 0000-MAINLINE-FIM
012000     END-IF.
012100     PERFORM 2000-TRATAR-RECUPERACAO
012200         THRU 2000-TRATAR-RECUPERACAO-EXIT
012300         UNTIL FIM-DO-RECUPLOG.
012400     PERFORM 3000-POSICAO-CARTEIRA
012500         THRU 3000-POSICAO-CARTEIRA-EXIT.
012600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
012700 0000-MAINLINE-FIM.
012800     STOP RUN.
012900*
013000***************************************************************
013100*    1000-INICIALIZAR                                          *
013200***************************************************************
013300 1000-INICIALIZAR.
013400     OPEN INPUT RECUP-FILE.
013500     IF NOT RECUP-FILE-OK
013600         MOVE "RECUPMES" TO ERR-PROGRAMA
013700         SET ERR-TIPO-ARQUIVO TO TRUE
013800         MOVE "ABERTURA DO ARQUIVO RECUPLOG" TO ERR-CONTEXTO
013900         MOVE WS-RECUP-FILE-STATUS TO ERR-FILE-STATUS
014000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
014100         MOVE 16 TO RETURN-CODE
014200         GO TO 1000-INICIALIZAR-EXIT
014300     END-IF.
014400     OPEN OUTPUT PRINT-FILE.
014500     MOVE "RECUPERACOES DE CREDITOS BAIXADOS PARA PREJUIZO"
014600         TO RPT-TITULO.
014700     MOVE ZERO TO RPT-LINHAS-POR-PAG.
014800     SET RPT-ACAO-INICIAR TO TRUE.
014900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
015000     PERFORM 8000-GRAVAR-LINHAS-RPT
015100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
015200     PERFORM 1100-LER-RECUPERACAO THRU 1100-LER-RECUPERACAO-EXIT.
015300 1000-INICIALIZAR-EXIT.
015400     EXIT.
015500*
015600***************************************************************
015700*    1100-LER-RECUPERACAO                                      *
015800***************************************************************
015900 1100-LER-RECUPERACAO.
016000     READ RECUP-FILE
016100         AT END
016200             MOVE "Y" TO WS-RECUP-EOF-SWITCH
016300     END-READ.
016400 1100-LER-RECUPERACAO-EXIT.
016500     EXIT.
016600*
016700***************************************************************
016800*    2000-TRATAR-RECUPERACAO - UMA LINHA POR RECUPERACAO        *
016900*    PROCESSADA NO PERIODO                                      *
017000***************************************************************
017100 2000-TRATAR-RECUPERACAO.
017200     ADD 1 TO WS-QTDE-LIDOS.
017300     IF RCP-DATA-PROC NOT NUMERIC
017400         OR RCP-DATA-PROC(1:6) NOT = WS-PERIODO
017500         OR RCP-VALOR NOT NUMERIC
017600         GO TO 2000-TRATAR-RECUPERACAO-LER
017700     END-IF.
017800     ADD 1 TO WS-QTDE-PERIODO.
017900     ADD RCP-VALOR TO WS-TOTAL-PERIODO.
018000     MOVE RCP-VALOR TO WS-VALOR-EDITADO.
018100     MOVE RCP-SALDO-RESTANTE TO WS-RESTANTE-EDITADO.
018200     MOVE SPACES TO RPT-LINHA-ENTRADA.
018300     STRING RCP-CUST-ID " AGENCIA " RCP-AGENCIA
018400         " PAGO EM " RCP-DATA-PAGTO
018500         " PROC " RCP-DATA-PROC
018600         " RECUPERADO R$ " WS-VALOR-EDITADO
018700         " A RECUPERAR R$ " WS-RESTANTE-EDITADO
018800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
018900     END-STRING.
019000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
019100 2000-TRATAR-RECUPERACAO-LER.
019200     PERFORM 1100-LER-RECUPERACAO THRU 1100-LER-RECUPERACAO-EXIT.
019300 2000-TRATAR-RECUPERACAO-EXIT.
019400     EXIT.
019500*
019600***************************************************************
019700*    3000-POSICAO-CARTEIRA - TOTAIS DO RAZAO PREJREG (OPCIONAL) *
019800***************************************************************
019900 3000-POSICAO-CARTEIRA.
020000     OPEN INPUT PREJ-FILE.
020100     IF NOT PREJ-OK
020200         DISPLAY "AVISO: PREJREG INDISPONIVEL (STATUS "
020300             WS-PREJ-FILE-STATUS ") - RELATORIO SEM A POSICAO "
020400             "DA CARTEIRA BAIXADA."
020500         GO TO 3000-POSICAO-CARTEIRA-EXIT
020600     END-IF.
020700     PERFORM 3100-LER-PREJUIZO THRU 3100-LER-PREJUIZO-EXIT.
020800     PERFORM 3200-ACUMULAR-PREJUIZO
020900         THRU 3200-ACUMULAR-PREJUIZO-EXIT
021000         UNTIL FIM-DO-PREJREG.
021100     CLOSE PREJ-FILE.
021200     COMPUTE WS-TOTAL-A-RECUPERAR =
021300         WS-TOTAL-BAIXADO - WS-TOTAL-RECUPERADO.
021400 3000-POSICAO-CARTEIRA-EXIT.
021500     EXIT.
021600*
021700***************************************************************
021800*    3100-LER-PREJUIZO                                         *
021900***************************************************************
022000 3100-LER-PREJUIZO.
022100     READ PREJ-FILE NEXT RECORD
022200         AT END
022300             MOVE "Y" TO WS-PREJ-EOF-SWITCH
022400     END-READ.
022500 3100-LER-PREJUIZO-EXIT.
022600     EXIT.
022700*
022800***************************************************************
022900*    3200-ACUMULAR-PREJUIZO                                    *
023000***************************************************************
023100 3200-ACUMULAR-PREJUIZO.
023200     ADD 1 TO WS-QTDE-BAIXADOS.
023300     IF PRJ-RECUPERADO
023400         ADD 1 TO WS-QTDE-QUITADOS
023500     END-IF.
023600     ADD PRJ-VALOR-BAIXADO TO WS-TOTAL-BAIXADO.
023700     ADD PRJ-VALOR-RECUPERADO TO WS-TOTAL-RECUPERADO.
023800     PERFORM 3100-LER-PREJUIZO THRU 3100-LER-PREJUIZO-EXIT.
023900 3200-ACUMULAR-PREJUIZO-EXIT.
024000     EXIT.
024100*
024200***************************************************************
024300*    9000-FINALIZAR - TOTAL DO PERIODO E POSICAO DA CARTEIRA    *
024400***************************************************************
024500 9000-FINALIZAR.
024600     MOVE WS-QTDE-BAIXADOS TO WS-QTDE-DISP.
024700     MOVE WS-TOTAL-BAIXADO TO WS-TOTAL-EDITADO.
024800     MOVE SPACES TO RPT-LINHA-ENTRADA.
024900     STRING "CARTEIRA BAIXADA: CLIENTES " WS-QTDE-DISP
025000         " BAIXADO R$ " WS-TOTAL-EDITADO
025100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
025200     END-STRING.
025300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
025400     MOVE WS-TOTAL-RECUPERADO TO WS-TOTAL-EDITADO.
025500     MOVE SPACES TO RPT-LINHA-ENTRADA.
025600     STRING "                  RECUPERADO ACUMULADO R$ "
025700         WS-TOTAL-EDITADO
025800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
025900     END-STRING.
026000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
026100     MOVE WS-TOTAL-A-RECUPERAR TO WS-TOTAL-EDITADO.
026200     MOVE SPACES TO RPT-LINHA-ENTRADA.
026300     STRING "                  A RECUPERAR R$ " WS-TOTAL-EDITADO
026400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
026500     END-STRING.
026600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
026700     MOVE WS-QTDE-PERIODO TO WS-QTDE-DISP.
026800     MOVE WS-TOTAL-PERIODO TO WS-TOTAL-EDITADO.
026900     MOVE SPACES TO RPT-LINHA-ENTRADA.
027000     STRING "PERIODO " WS-PERIODO
027100         " RECUPERACOES " WS-QTDE-DISP
027200         " TOTAL RECUPERADO R$ " WS-TOTAL-EDITADO
027300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
027400     END-STRING.
027500     SET RPT-ACAO-TOTAL TO TRUE.
027600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
027700     PERFORM 8000-GRAVAR-LINHAS-RPT
027800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
027900     IF PRINT-FILE-OK
028000         CLOSE PRINT-FILE
028100     END-IF.
028200     CLOSE RECUP-FILE.
028300     DISPLAY "====== RECUPERACOES DO MES ======".
028400     DISPLAY "PERIODO ............: " WS-PERIODO.
028500     DISPLAY "REGISTROS NO LOG ...: " WS-QTDE-LIDOS.
028600     DISPLAY "RECUPERACOES .......: " WS-QTDE-PERIODO.
028700     DISPLAY "TOTAL RECUPERADO ...: " WS-TOTAL-PERIODO.
028800     DISPLAY "CLIENTES BAIXADOS ..: " WS-QTDE-BAIXADOS.
028900     DISPLAY "TOTALMENTE RECUPER. : " WS-QTDE-QUITADOS.
029000     DISPLAY "CARTEIRA A RECUPERAR: " WS-TOTAL-A-RECUPERAR.
029100 9000-FINALIZAR-EXIT.
029200     EXIT.
029300*
029400***************************************************************
029500*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
029600***************************************************************
029700 8500-DETALHE.
029800     SET RPT-ACAO-DETALHE TO TRUE.
029900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
030000     PERFORM 8000-GRAVAR-LINHAS-RPT
030100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
030200 8500-DETALHE-EXIT.
030300     EXIT.
030400*
030500***************************************************************
030600*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
030700*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
030800***************************************************************
030900 8000-GRAVAR-LINHAS-RPT.
031000     IF NOT PRINT-FILE-OK
031100         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
031200     END-IF.
031300     PERFORM 8100-GRAVAR-UMA-LINHA
031400         THRU 8100-GRAVAR-UMA-LINHA-EXIT
031500         VARYING WS-RPT-SUB FROM 1 BY 1
031600         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
031700 8000-GRAVAR-LINHAS-RPT-EXIT.
031800     EXIT.
031900*
032000***************************************************************
032100*    8100-GRAVAR-UMA-LINHA                                     *
032200***************************************************************
032300 8100-GRAVAR-UMA-LINHA.
032400     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
032500     WRITE PRINT-LINE.
032600 8100-GRAVAR-UMA-LINHA-EXIT.
032700     EXIT.
