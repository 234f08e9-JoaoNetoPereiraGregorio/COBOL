000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BAIXA-PREJUIZO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     BAIXA PARA PREJUIZO DOS SALDOS
001200*                       INCOBRAVEIS. DEVEDOR HA UM ANO NA FAIXA
001300*                       120+ DO AGING CONTINUAVA COM O CUST-SALDO
001400*                       NEGATIVO NO CUSTMAST - INFLAVA O TRIAL
001500*                       BALANCE E VOLTAVA EM TODA REMESSA.
001600*                       ESTE PASSO LE O DETALHE AGINGDET DO AGING-
001700*                       REPORT E, PARA CADA DEVEDOR DA FAIXA 120
001800*                       COM ATRASO DE PELO MENOS BXPDIASMIN DIAS
001900*                       UTEIS (PADRAO 372 = 120 + UM ANO DE 252),
002000*                       CONFERE O SALDO CORRENTE NO CUSTMAST,
002100*                       TRANSFERE O VALOR PARA O RAZAO DE BAIXAS
002200*                       PREJREG (VER PREJREG.CPY) E GERA O CREDITO
002300*                       DE CONTRAPARTIDA "C" COM MOTIVO "BXPJ" NO
002400*                       ARQUIVO BXPPOST (LAYOUT DO CLIMSTTX, COM
002500*                       HEADER/TRAILER DE HDRTRL.CPY), QUE O
002600*                       CLIENTE-MESTRE-MAINT APLICA PELO CAMINHO
002700*                       NORMAL - O JOURNAL SAI COM ORIGEM "BXPREJ"
002800*                       E O SALDO-TRIAL-BALANCE ENXERGA A BAIXA.
002900*                       TODO TITULO AINDA ABERTO DO CLIENTE NO
003000*                       TITREG GANHA UMA INSTRUCAO DE BAIXA ("02")
003100*                       NO CARTAO REMINST, QUE O REMESSA-GERAR
003200*                       ENVIA AO BANCO E MARCA O TITULO "B". A
003300*                       PDD DO CLIENTE E REVERTIDA NA PROXIMA
003400*                       RODADA DO PROVISAO-PDD (DEIXOU DE SER
003500*                       DEVEDOR).
003600*                       O RELATORIO BXPPRT LISTA AS BAIXAS.
003600*    2026-10-15 OPR     A INSTRUCAO DE BAIXA DO REMINST LEVA O
003600*                       BANCO COBRADOR DO TITULO (TIT-BANCO).
003700***************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AGING-DET-FILE ASSIGN TO "AGINGDET"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AGING-FILE-STATUS.
004500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CUST-ID
004900         ALTERNATE RECORD KEY IS CUST-NOME
005000             WITH DUPLICATES
005100         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005200         FILE STATUS IS WS-MASTER-FILE-STATUS.
005300     SELECT PREJ-FILE ASSIGN TO "PREJREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS PRJ-CUST-ID
005700         FILE STATUS IS WS-PREJ-FILE-STATUS.
005800     SELECT POSTING-OUT-FILE ASSIGN TO "BXPPOST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-POSTING-FILE-STATUS.
006100     SELECT TITULO-FILE ASSIGN TO "TITREG"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS TIT-CHAVE
006500         ALTERNATE RECORD KEY IS TIT-CUST-ID
006600             WITH DUPLICATES
006700         FILE STATUS IS WS-TITULO-FILE-STATUS.
006800     SELECT INSTRUCAO-FILE ASSIGN TO "REMINST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-INSTR-FILE-STATUS.
007100     SELECT PRINT-FILE ASSIGN TO "BXPPRT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PRINT-FILE-STATUS.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700*
007800 FD  AGING-DET-FILE
007900     RECORDING MODE IS F.
008000 COPY "AGINGDET.cpy".
008100*
008200 FD  CUSTOMER-MASTER.
008300*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008400 COPY "CUSTREC.cpy".
008500*
008600 FD  PREJ-FILE.
008700 COPY "PREJREG.cpy".
008800*
008900 FD  POSTING-OUT-FILE
009000     RECORDING MODE IS F.
009100*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
009200*    POSTREG.CPY) - O CREDITO ENTRA PELO CAMINHO NORMAL DE
009300*    POSTAGEM
009400 COPY "POSTREG.cpy".
009500*
009600 FD  TITULO-FILE.
009700*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
009800*    COPYBOOKS/TITREG.CPY)
009900 COPY "TITREG.cpy".
010000*
010100 FD  INSTRUCAO-FILE
010200     RECORDING MODE IS F.
010300*    MESMO LAYOUT DO CARTAO DE INSTRUCOES LIDO PELO REMESSA-GERAR
010400 01  INSTRUCAO-RECORD.
010500     05  INS-OCORRENCIA      PIC X(02).
010600     05  FILLER              PIC X(01).
010700     05  INS-REMSEQ          PIC 9(05).
010800     05  FILLER              PIC X(01).
010900     05  INS-CUST-ID         PIC X(10).
011000     05  FILLER              PIC X(01).
011100     05  INS-DATA-NOVA       PIC 9(08).
011200     05  FILLER              PIC X(01).
011300     05  INS-VALOR-ABAT      PIC 9(13).
011300     05  FILLER              PIC X(01).
011300     05  INS-BANCO           PIC 9(03).
011400*
011500 FD  PRINT-FILE
011600     RECORDING MODE IS F.
011700 01  PRINT-LINE              PIC X(132).
011800*
011900 WORKING-STORAGE SECTION.
012000*
012100 77  WS-AGING-FILE-STATUS    PIC X(02) VALUE ZEROS.
012200     88  AGING-FILE-OK       VALUE "00".
012300 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
012400     88  MASTER-OK           VALUE "00".
012500 77  WS-PREJ-FILE-STATUS     PIC X(02) VALUE ZEROS.
012600     88  PREJ-OK             VALUE "00".
012700     88  PREJ-NAO-ACHADO     VALUE "23", "35".
012800 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
012900     88  POSTING-FILE-OK     VALUE "00".
013000 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
013100     88  TITULO-OK           VALUE "00".
013200 77  WS-INSTR-FILE-STATUS    PIC X(02) VALUE ZEROS.
013300     88  INSTR-FILE-OK       VALUE "00".
013400 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
013500     88  PRINT-FILE-OK       VALUE "00".
013600*
013700 77  WS-AGING-EOF-SWITCH     PIC X(01) VALUE "N".
013800     88  FIM-DO-AGING        VALUE "Y".
013900 77  WS-TIT-FIM-SW           PIC X(01) VALUE "N".
014000     88  FIM-DOS-TITULOS     VALUE "Y".
014100 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
014200     88  TITREG-DISPONIVEL   VALUE "Y".
014300 77  WS-REGISTRO-NOVO-SW     PIC X(01) VALUE "N".
014400     88  REGISTRO-NOVO       VALUE "Y".
014500*
014600***************************************************************
014700*    CORTE DA BAIXA: DIAS UTEIS DE ATRASO MINIMOS NA FAIXA 120
014800*    (AMBIENTE BXPDIASMIN; PADRAO 120 + 252 DIAS UTEIS DE UM ANO)
014900***************************************************************
015000 77  WS-DIAS-MINIMO          PIC 9(05) VALUE ZERO.
015100 77  WS-VALOR-BAIXA          PIC 9(07)V99 COMP-3 VALUE ZERO.
015200*
015300***************************************************************
015400*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
015500*    COPYBOOKS/HDRTRL.CPY)
015600***************************************************************
015700 COPY "HDRTRL.cpy".
015800 01  WS-HEADER-SAIDA.
015900     05  FILLER              PIC X(02) VALUE "H ".
016000     05  WSH-DATA            PIC 9(08).
016100     05  FILLER              PIC X(01) VALUE SPACE.
016200     05  WSH-ORIGEM          PIC X(08) VALUE "BXPREJ  ".
016300 01  WS-TRAILER-SAIDA.
016400     05  FILLER              PIC X(02) VALUE "T ".
016500     05  WST-QTDE            PIC 9(07).
016600     05  FILLER              PIC X(01) VALUE SPACE.
016700     05  WST-HASH            PIC 9(13).
016800*
016900***************************************************************
017000*    TOTAIS DE CONTROLE
017100***************************************************************
017200 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
017300 77  WS-QTDE-CANDIDATOS      PIC 9(07) COMP VALUE ZERO.
017400 77  WS-QTDE-BAIXADOS        PIC 9(07) COMP VALUE ZERO.
017500 77  WS-QTDE-JA-BAIXADOS     PIC 9(07) COMP VALUE ZERO.
017600 77  WS-QTDE-REGULARIZADOS   PIC 9(07) COMP VALUE ZERO.
017700 77  WS-QTDE-INSTRUCOES      PIC 9(07) COMP VALUE ZERO.
017800 77  WS-QTDE-TIT-CLIENTE     PIC 9(05) COMP VALUE ZERO.
017900 77  WS-TOTAL-BAIXADO        PIC 9(13)V99 COMP-3 VALUE ZERO.
018000*
018100***************************************************************
018200*    CAMPOS EDITADOS DO RELATORIO
018300***************************************************************
018400 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
018500 77  WS-DIAS-EDITADO         PIC ZZZZ9.
018600 77  WS-TIT-EDITADO          PIC ZZZZ9.
018700 77  WS-TOTAL-EDITADO        PIC Z(12)9.99.
018800 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
018900*
019000***************************************************************
019100*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
019200*    COPYBOOKS/RPTWRT.CPY)
019300***************************************************************
019400 COPY "RPTWRT.cpy".
019500 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
019600*
019700***************************************************************
019800*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
019900***************************************************************
020000 COPY "RUNDATE.cpy".
020100*
020200***************************************************************
020300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
020400***************************************************************
020500 COPY "ERRHDL.cpy".
020600*
020700 PROCEDURE DIVISION.
020800*
020900***************************************************************
021000*    0000-MAINLINE                                             *
021100***************************************************************
021200 0000-MAINLINE.
021300     MOVE ZERO TO RETURN-CODE.
021400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
021500     ACCEPT RUN-HORA FROM TIME.
021600     ACCEPT WS-DIAS-MINIMO FROM ENVIRONMENT "BXPDIASMIN".
021700     IF WS-DIAS-MINIMO = ZERO
021800         MOVE 372 TO WS-DIAS-MINIMO
021900     END-IF.
022000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
022100     IF RETURN-CODE NOT = ZERO
022200         GO TO 0000-MAINLINE-FIM
022300     END-IF.
022400     PERFORM 2000-TRATAR-DEVEDOR
022500         THRU 2000-TRATAR-DEVEDOR-EXIT
022600         UNTIL FIM-DO-AGING.
022700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
022800 0000-MAINLINE-FIM.
022900     STOP RUN.
023000*
023100***************************************************************
023200*    1000-INICIALIZAR - ABRE OS ARQUIVOS, GRAVA O HEADER DE     *
023300*    CONTROLE DO BXPPOST E INICIA O RELATORIO                   *
023400***************************************************************
023500 1000-INICIALIZAR.
023600     OPEN INPUT AGING-DET-FILE.
023700     IF NOT AGING-FILE-OK
023800         MOVE "BXPREJ  " TO ERR-PROGRAMA
023900         SET ERR-TIPO-ARQUIVO TO TRUE
024000         MOVE "ABERTURA DO ARQUIVO AGINGDET" TO ERR-CONTEXTO
024100         MOVE WS-AGING-FILE-STATUS TO ERR-FILE-STATUS
024200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024300         MOVE 16 TO RETURN-CODE
024400         GO TO 1000-INICIALIZAR-EXIT
024500     END-IF.
024600     OPEN INPUT CUSTOMER-MASTER.
024700     IF NOT MASTER-OK
024800         MOVE "BXPREJ  " TO ERR-PROGRAMA
024900         SET ERR-TIPO-ARQUIVO TO TRUE
025000         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
025100         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
025200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025300         CLOSE AGING-DET-FILE
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 1000-INICIALIZAR-EXIT
025600     END-IF.
025700     OPEN I-O PREJ-FILE.
025800     IF PREJ-NAO-ACHADO
025900         OPEN OUTPUT PREJ-FILE
026000         CLOSE PREJ-FILE
026100         OPEN I-O PREJ-FILE
026200     END-IF.
026300     IF NOT PREJ-OK
026400         MOVE "BXPREJ  " TO ERR-PROGRAMA
026500         SET ERR-TIPO-ARQUIVO TO TRUE
026600         MOVE "ABERTURA DO ARQUIVO PREJREG" TO ERR-CONTEXTO
026700         MOVE WS-PREJ-FILE-STATUS TO ERR-FILE-STATUS
026800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
026900         CLOSE AGING-DET-FILE
027000         CLOSE CUSTOMER-MASTER
027100         MOVE 16 TO RETURN-CODE
027200         GO TO 1000-INICIALIZAR-EXIT
027300     END-IF.
027400     OPEN OUTPUT POSTING-OUT-FILE.
027500     IF NOT POSTING-FILE-OK
027600         MOVE "BXPREJ  " TO ERR-PROGRAMA
027700         SET ERR-TIPO-ARQUIVO TO TRUE
027800         MOVE "ABERTURA DO ARQUIVO BXPPOST" TO ERR-CONTEXTO
027900         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
028000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
028100         CLOSE AGING-DET-FILE
028200         CLOSE CUSTOMER-MASTER
028300         CLOSE PREJ-FILE
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 1000-INICIALIZAR-EXIT
028600     END-IF.
028700     MOVE RUN-DATA TO WSH-DATA.
028800     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
028900     WRITE POSTING-OUT-RECORD.
029000     OPEN INPUT TITULO-FILE.
029100     IF TITULO-OK
029200         MOVE "Y" TO WS-TITREG-ABERTO-SW
029300     ELSE
029400         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
029500             WS-TITULO-FILE-STATUS ") - TITULOS ABERTOS NAO "
029600             "RECEBEM INSTRUCAO DE BAIXA."
029700     END-IF.
029800     OPEN EXTEND INSTRUCAO-FILE.
029900     IF NOT INSTR-FILE-OK
030000         OPEN OUTPUT INSTRUCAO-FILE
030100     END-IF.
030200     OPEN OUTPUT PRINT-FILE.
030300     MOVE "BAIXA PARA PREJUIZO - FAIXA 120+ HA UM ANO"
030400         TO RPT-TITULO.
030500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
030600     SET RPT-ACAO-INICIAR TO TRUE.
030700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
030800     PERFORM 8000-GRAVAR-LINHAS-RPT
030900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
031000     PERFORM 1300-LER-AGING THRU 1300-LER-AGING-EXIT.
031100 1000-INICIALIZAR-EXIT.
031200     EXIT.
031300*
031400***************************************************************
031500*    1300-LER-AGING                                            *
031600***************************************************************
031700 1300-LER-AGING.
031800     READ AGING-DET-FILE
031900         AT END
032000             MOVE "Y" TO WS-AGING-EOF-SWITCH
032100     END-READ.
032200 1300-LER-AGING-EXIT.
032300     EXIT.
032400*
032500***************************************************************
032600*    2000-TRATAR-DEVEDOR - FAIXA 120 COM ATRASO ACIMA DO CORTE: *
032700*    CONFERE O SALDO CORRENTE, REGISTRA A BAIXA NO PREJREG,     *
032800*    GERA O CREDITO "BXPJ" E INSTRUI A BAIXA DOS TITULOS        *
032900***************************************************************
033000 2000-TRATAR-DEVEDOR.
033100     ADD 1 TO WS-QTDE-LIDOS.
033200     IF AGD-FAIXA NOT NUMERIC OR AGD-FAIXA NOT = 120
033300         GO TO 2000-TRATAR-DEVEDOR-LER
033400     END-IF.
033500     IF AGD-DIAS-ATRASO NOT NUMERIC
033600         OR AGD-DIAS-ATRASO < WS-DIAS-MINIMO
033700         GO TO 2000-TRATAR-DEVEDOR-LER
033800     END-IF.
033900     ADD 1 TO WS-QTDE-CANDIDATOS.
034000*    O AGINGDET E DA ULTIMA RODADA DO AGING - VALE O SALDO DE HOJE
034100     MOVE AGD-CUST-ID TO CUST-ID.
034200     READ CUSTOMER-MASTER
034300         KEY IS CUST-ID
034400         INVALID KEY
034500             CONTINUE
034600     END-READ.
034700     IF NOT MASTER-OK
034800         OR CUST-SALDO NOT NUMERIC
034900         OR CUST-SALDO NOT < ZERO
035000         ADD 1 TO WS-QTDE-REGULARIZADOS
035100         GO TO 2000-TRATAR-DEVEDOR-LER
035200     END-IF.
035300     PERFORM 2100-LER-PREJUIZO THRU 2100-LER-PREJUIZO-EXIT.
035400*    BAIXA JA FEITA PARA ESTE PERIODO NEGATIVO (O CREDITO AINDA
035500*    NAO FOI APLICADO PELO CLIENTE-MESTRE-MAINT) NAO SE REPETE
035600     IF NOT REGISTRO-NOVO
035700         AND AGD-DATA-NEG NOT > PRJ-DATA-BAIXA
035800         ADD 1 TO WS-QTDE-JA-BAIXADOS
035900         GO TO 2000-TRATAR-DEVEDOR-LER
036000     END-IF.
036100     COMPUTE WS-VALOR-BAIXA = ZERO - CUST-SALDO.
036200     PERFORM 2200-GRAVAR-PREJUIZO THRU 2200-GRAVAR-PREJUIZO-EXIT.
036300     PERFORM 2300-GRAVAR-POSTAGEM THRU 2300-GRAVAR-POSTAGEM-EXIT.
036400     MOVE ZERO TO WS-QTDE-TIT-CLIENTE.
036500     PERFORM 2400-INSTRUIR-TITULOS
036600         THRU 2400-INSTRUIR-TITULOS-EXIT.
036700     ADD 1 TO WS-QTDE-BAIXADOS.
036800     ADD WS-VALOR-BAIXA TO WS-TOTAL-BAIXADO.
036900     MOVE WS-VALOR-BAIXA TO WS-VALOR-EDITADO.
037000     MOVE AGD-DIAS-ATRASO TO WS-DIAS-EDITADO.
037100     MOVE WS-QTDE-TIT-CLIENTE TO WS-TIT-EDITADO.
037200     MOVE SPACES TO RPT-LINHA-ENTRADA.
037300     STRING AGD-CUST-ID " " CUST-NOME
037400         " NEG DESDE " AGD-DATA-NEG
037500         " DIAS " WS-DIAS-EDITADO
037600         " BAIXADO R$ " WS-VALOR-EDITADO
037700         " TITULOS " WS-TIT-EDITADO
037800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
037900     END-STRING.
038000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038100 2000-TRATAR-DEVEDOR-LER.
038200     PERFORM 1300-LER-AGING THRU 1300-LER-AGING-EXIT.
038300 2000-TRATAR-DEVEDOR-EXIT.
038400     EXIT.
038500*
038600***************************************************************
038700*    2100-LER-PREJUIZO - REGISTRO DO CLIENTE NO PREJREG (NOVO   *
038800*    NA PRIMEIRA BAIXA)                                         *
038900***************************************************************
039000 2100-LER-PREJUIZO.
039100     MOVE "N" TO WS-REGISTRO-NOVO-SW.
039200     MOVE AGD-CUST-ID TO PRJ-CUST-ID.
039300     READ PREJ-FILE
039400         INVALID KEY
039500             MOVE "Y" TO WS-REGISTRO-NOVO-SW
039600     END-READ.
039700     IF REGISTRO-NOVO
039800         MOVE SPACES TO PREJUIZO-RECORD
039900         MOVE AGD-CUST-ID TO PRJ-CUST-ID
040000         MOVE ZERO TO PRJ-DATA-BAIXA
040100         MOVE ZERO TO PRJ-VALOR-BAIXADO
040200         MOVE ZERO TO PRJ-VALOR-RECUPERADO
040300         MOVE ZERO TO PRJ-DATA-ULT-RECUP
040400         MOVE ZERO TO PRJ-QTDE-BAIXAS
040500     END-IF.
040600 2100-LER-PREJUIZO-EXIT.
040700     EXIT.
040800*
040900***************************************************************
041000*    2200-GRAVAR-PREJUIZO - NOVA BAIXA SOMA AO VALOR JA BAIXADO *
041100*    E REABRE A RECUPERACAO                                     *
041200***************************************************************
041300 2200-GRAVAR-PREJUIZO.
041400     SET PRJ-A-RECUPERAR TO TRUE.
041500     MOVE RUN-DATA TO PRJ-DATA-BAIXA.
041600     MOVE AGD-DATA-NEG TO PRJ-DATA-NEG.
041700     MOVE AGD-DIAS-ATRASO TO PRJ-DIAS-ATRASO.
041800     ADD WS-VALOR-BAIXA TO PRJ-VALOR-BAIXADO.
041900     MOVE AGD-AGENCIA TO PRJ-AGENCIA.
042000     ADD 1 TO PRJ-QTDE-BAIXAS.
042100     IF REGISTRO-NOVO
042200         WRITE PREJUIZO-RECORD
042300     ELSE
042400         REWRITE PREJUIZO-RECORD
042500     END-IF.
042600     IF NOT PREJ-OK
042700         MOVE "BXPREJ  " TO ERR-PROGRAMA
042800         SET ERR-TIPO-ARQUIVO TO TRUE
042900         MOVE "GRAVACAO NO ARQUIVO PREJREG" TO ERR-CONTEXTO
043000         MOVE WS-PREJ-FILE-STATUS TO ERR-FILE-STATUS
043100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
043200     END-IF.
043300 2200-GRAVAR-PREJUIZO-EXIT.
043400     EXIT.
043500*
043600***************************************************************
043700*    2300-GRAVAR-POSTAGEM - CREDITO "C" DE CONTRAPARTIDA COM    *
043800*    MOTIVO "BXPJ" NO LAYOUT DO CLIMSTTX                        *
043900***************************************************************
044000 2300-GRAVAR-POSTAGEM.
044100     MOVE SPACES TO POSTING-OUT-RECORD.
044200     MOVE "C" TO PST-ACAO.
044300     MOVE AGD-CUST-ID TO PST-ID.
044400     MOVE WS-VALOR-BAIXA TO PST-SALDO.
044500     MOVE "BXPJ" TO PST-MOTIVO.
044600     WRITE POSTING-OUT-RECORD.
044700     ADD 1 TO CTRL-QTDE-DETALHES.
044800     COMPUTE CTRL-HASH-DETALHES =
044900         CTRL-HASH-DETALHES + (WS-VALOR-BAIXA * 100).
045000 2300-GRAVAR-POSTAGEM-EXIT.
045100     EXIT.
045200*
045300***************************************************************
045400*    2400-INSTRUIR-TITULOS - PERCORRE OS TITULOS DO CLIENTE     *
045500*    PELA CHAVE ALTERNADA CUST-ID; CADA TITULO ABERTO GANHA UMA *
045600*    INSTRUCAO DE BAIXA ("02") NO CARTAO REMINST                *
045700***************************************************************
045800 2400-INSTRUIR-TITULOS.
045900     IF NOT TITREG-DISPONIVEL OR NOT INSTR-FILE-OK
046000         GO TO 2400-INSTRUIR-TITULOS-EXIT
046100     END-IF.
046200     MOVE "N" TO WS-TIT-FIM-SW.
046300     MOVE AGD-CUST-ID TO TIT-CUST-ID.
046400     START TITULO-FILE KEY IS EQUAL TO TIT-CUST-ID
046500         INVALID KEY
046600             MOVE "Y" TO WS-TIT-FIM-SW
046700     END-START.
046800     IF NOT FIM-DOS-TITULOS
046900         PERFORM 2450-LER-TITULO THRU 2450-LER-TITULO-EXIT
047000     END-IF.
047100     PERFORM 2500-TRATAR-TITULO THRU 2500-TRATAR-TITULO-EXIT
047200         UNTIL FIM-DOS-TITULOS.
047300 2400-INSTRUIR-TITULOS-EXIT.
047400     EXIT.
047500*
047600***************************************************************
047700*    2450-LER-TITULO - PROXIMO TITULO DO MESMO CLIENTE          *
047800***************************************************************
047900 2450-LER-TITULO.
048000     READ TITULO-FILE NEXT RECORD
048100         AT END
048200             MOVE "Y" TO WS-TIT-FIM-SW
048300     END-READ.
048400     IF NOT TITULO-OK OR TIT-CUST-ID NOT = AGD-CUST-ID
048500         MOVE "Y" TO WS-TIT-FIM-SW
048600     END-IF.
048700 2450-LER-TITULO-EXIT.
048800     EXIT.
048900*
049000***************************************************************
049100*    2500-TRATAR-TITULO                                        *
049200***************************************************************
049300 2500-TRATAR-TITULO.
049400     IF TIT-ABERTO
049500         MOVE SPACES TO INSTRUCAO-RECORD
049600         MOVE "02" TO INS-OCORRENCIA
049700         MOVE TIT-REMSEQ TO INS-REMSEQ
049700         MOVE TIT-BANCO TO INS-BANCO
049800         MOVE TIT-CUST-ID TO INS-CUST-ID
049900         MOVE ZERO TO INS-DATA-NOVA
050000         MOVE ZERO TO INS-VALOR-ABAT
050100         WRITE INSTRUCAO-RECORD
050200         ADD 1 TO WS-QTDE-INSTRUCOES
050300         ADD 1 TO WS-QTDE-TIT-CLIENTE
050400     END-IF.
050500     PERFORM 2450-LER-TITULO THRU 2450-LER-TITULO-EXIT.
050600 2500-TRATAR-TITULO-EXIT.
050700     EXIT.
050800*
050900***************************************************************
051000*    9000-FINALIZAR - TRAILER DE CONTROLE, TOTAIS E FECHAMENTO  *
051100***************************************************************
051200 9000-FINALIZAR.
051300     MOVE WS-QTDE-BAIXADOS TO WS-QTDE-DISP.
051400     MOVE WS-TOTAL-BAIXADO TO WS-TOTAL-EDITADO.
051500     MOVE SPACES TO RPT-LINHA-ENTRADA.
051600     STRING "CLIENTES BAIXADOS " WS-QTDE-DISP
051700         " TOTAL BAIXADO PARA PREJUIZO R$ " WS-TOTAL-EDITADO
051800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
051900     END-STRING.
052000     SET RPT-ACAO-TOTAL TO TRUE.
052100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
052200     PERFORM 8000-GRAVAR-LINHAS-RPT
052300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
052400     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
052500     MOVE CTRL-HASH-DETALHES TO WST-HASH.
052600     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
052700     WRITE POSTING-OUT-RECORD.
052800     CLOSE POSTING-OUT-FILE.
052900     IF PRINT-FILE-OK
053000         CLOSE PRINT-FILE
053100     END-IF.
053200     IF INSTR-FILE-OK
053300         CLOSE INSTRUCAO-FILE
053400     END-IF.
053500     IF TITREG-DISPONIVEL
053600         CLOSE TITULO-FILE
053700     END-IF.
053800     CLOSE AGING-DET-FILE.
053900     CLOSE CUSTOMER-MASTER.
054000     CLOSE PREJ-FILE.
054100     DISPLAY "====== BAIXA PARA PREJUIZO ======".
054200     DISPLAY "CORTE (DIAS UTEIS) .: " WS-DIAS-MINIMO.
054300     DISPLAY "REGISTROS DE AGING .: " WS-QTDE-LIDOS.
054400     DISPLAY "CANDIDATOS .........: " WS-QTDE-CANDIDATOS.
054500     DISPLAY "BAIXADOS ...........: " WS-QTDE-BAIXADOS.
054600     DISPLAY "JA BAIXADOS ........: " WS-QTDE-JA-BAIXADOS.
054700     DISPLAY "SALDO REGULARIZADO .: " WS-QTDE-REGULARIZADOS.
054800     DISPLAY "INSTRUCOES DE BAIXA : " WS-QTDE-INSTRUCOES.
054900     DISPLAY "TOTAL BAIXADO ......: " WS-TOTAL-BAIXADO.
055000 9000-FINALIZAR-EXIT.
055100     EXIT.
055200*
055300***************************************************************
055400*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
055500***************************************************************
055600 8500-DETALHE.
055700     SET RPT-ACAO-DETALHE TO TRUE.
055800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
055900     PERFORM 8000-GRAVAR-LINHAS-RPT
056000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
056100 8500-DETALHE-EXIT.
056200     EXIT.
056300*
056400***************************************************************
056500*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
056600*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
056700***************************************************************
056800 8000-GRAVAR-LINHAS-RPT.
056900     IF NOT PRINT-FILE-OK
057000         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
057100     END-IF.
057200     PERFORM 8100-GRAVAR-UMA-LINHA
057300         THRU 8100-GRAVAR-UMA-LINHA-EXIT
057400         VARYING WS-RPT-SUB FROM 1 BY 1
057500         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
057600 8000-GRAVAR-LINHAS-RPT-EXIT.
057700     EXIT.
057800*
057900***************************************************************
058000*    8100-GRAVAR-UMA-LINHA                                     *
058100***************************************************************
058200 8100-GRAVAR-UMA-LINHA.
058300     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
058400     WRITE PRINT-LINE.
058500 8100-GRAVAR-UMA-LINHA-EXIT.
058600     EXIT.
