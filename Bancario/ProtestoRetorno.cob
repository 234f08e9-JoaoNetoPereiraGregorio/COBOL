000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROTESTO-RETORNO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RESPOSTA DO CARTORIO AOS TITULOS ENVIADOS
001200*                       A PROTESTO (VER PROTESTO-SELECIONAR). CADA
001300*                       DETALHE DO ARQUIVO PROTRET MUDA A SITUACAO
001400*                       DO TITULO NO CADASTRO PROTESTO (VER
001500*                       PROTREG.CPY): "P" PROTESTADO, "R" RETIRADO
001600*                       (DESISTENCIA OU SUSTACAO - O TITULO VOLTA
001700*                       A COBRANCA NORMAL) OU "G" PAGO EM
001800*                       CARTORIO. O PAGAMENTO EM CARTORIO LIQUIDA
001900*                       O TITULO NO TITREG, GERA INSTRUCAO DE
002000*                       BAIXA ("02") NO REMINST PARA O BANCO TIRAR
002100*                       O BOLETO E CREDITA O CLIENTE. AS CUSTAS
002200*                       COBRADAS PELO CARTORIO SAO DEBITADAS AO
002300*                       CLIENTE COM MOTIVO "PRTC" (ORIGEM
002400*                       "CUSTPROT" NO JOURNAL); O PROTPOST (LAYOUT
002500*                       DO CLIMSTTX COM HEADER/TRAILER DE
002600*                       HDRTRL.CPY) ENTRA PELO CAMINHO NORMAL DO
002700*                       CLIENTE-MESTRE-MAINT. TRAILER DO PROTRET
002800*                       QUE NAO CONFERE E ABEND (RC 20). O
002900*                       RELATORIO PROTRPRT LISTA CADA RESPOSTA.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RESPOSTA-FILE ASSIGN TO "PROTRET"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RESPOSTA-FILE-STATUS.
003800     SELECT PROTESTO-FILE ASSIGN TO "PROTESTO"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PRT-CHAVE
004200         FILE STATUS IS WS-PROTESTO-FILE-STATUS.
004300     SELECT TITULO-FILE ASSIGN TO "TITREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS TIT-CHAVE
004700         ALTERNATE RECORD KEY IS TIT-CUST-ID
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-TITULO-FILE-STATUS.
005000     SELECT INSTRUCAO-FILE ASSIGN TO "REMINST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-INSTR-FILE-STATUS.
005300     SELECT POSTING-OUT-FILE ASSIGN TO "PROTPOST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-POSTING-FILE-STATUS.
005600     SELECT PRINT-FILE ASSIGN TO "PROTRPRT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PRINT-FILE-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300 FD  RESPOSTA-FILE
006400     RECORDING MODE IS F.
006500***************************************************************
006600*    RESPOSTA DO CARTORIO - "0" HEADER, "1" DETALHE (TITULO,
006700*    OCORRENCIA P/R/G, DATA, PROTOCOLO, VALOR PAGO E CUSTAS EM
006800*    CENTAVOS), "9" TRAILER (QUANTIDADE DE DETALHES)
006900***************************************************************
007000 01  RESPOSTA-RECORD         PIC X(150).
007100 01  RESPOSTA-DETALHE.
007200     05  PRR-TIPO            PIC X(01).
007300     05  PRR-BANCO           PIC 9(03).
007400     05  PRR-REMSEQ          PIC 9(05).
007500     05  PRR-CUST-ID         PIC X(10).
007600     05  PRR-OCORRENCIA      PIC X(01).
007700         88  PRR-OCO-PROTESTADO  VALUE "P".
007800         88  PRR-OCO-RETIRADO    VALUE "R".
007900         88  PRR-OCO-PAGO        VALUE "G".
008000     05  PRR-DATA-OCORRENCIA PIC 9(08).
008100     05  PRR-PROTOCOLO       PIC X(10).
008200     05  PRR-VALOR-PAGO      PIC 9(13).
008300     05  PRR-CUSTAS          PIC 9(09).
008400     05  FILLER              PIC X(90).
008500 01  RESPOSTA-TRAILER.
008600     05  PRR9-TIPO           PIC X(01).
008700     05  PRR9-QTDE           PIC 9(07).
008800     05  FILLER              PIC X(142).
008900*
009000 FD  PROTESTO-FILE.
009100*    TITULOS ENVIADOS A PROTESTO (VER COPYBOOKS/PROTREG.CPY)
009200 COPY "PROTREG.cpy".
009300*
009400 FD  TITULO-FILE.
009500*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
009600*    COPYBOOKS/TITREG.CPY)
009700 COPY "TITREG.cpy".
009800*
009900 FD  INSTRUCAO-FILE
010000     RECORDING MODE IS F.
010100*    MESMO LAYOUT DO CARTAO DE INSTRUCOES LIDO PELO REMESSA-GERAR
010200 01  INSTRUCAO-RECORD.
010300     05  INS-OCORRENCIA      PIC X(02).
010400     05  FILLER              PIC X(01).
010500     05  INS-REMSEQ          PIC 9(05).
010600     05  FILLER              PIC X(01).
010700     05  INS-CUST-ID         PIC X(10).
010800     05  FILLER              PIC X(01).
010900     05  INS-DATA-NOVA       PIC 9(08).
011000     05  FILLER              PIC X(01).
011100     05  INS-VALOR-ABAT      PIC 9(13).
011200     05  FILLER              PIC X(01).
011300     05  INS-BANCO           PIC 9(03).
011400*
011500 FD  POSTING-OUT-FILE
011600     RECORDING MODE IS F.
011700*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
011800*    POSTREG.CPY) - CUSTAS E PAGAMENTO EM CARTORIO ENTRAM PELO
011900*    CAMINHO NORMAL DE POSTAGEM
012000 COPY "POSTREG.cpy".
012100*
012200 FD  PRINT-FILE
012300     RECORDING MODE IS F.
012400 01  PRINT-LINE              PIC X(132).
012500*
012600 WORKING-STORAGE SECTION.
012700*
012800 77  WS-RESPOSTA-FILE-STATUS PIC X(02) VALUE ZEROS.
012900     88  RESPOSTA-FILE-OK    VALUE "00".
013000 77  WS-PROTESTO-FILE-STATUS PIC X(02) VALUE ZEROS.
013100     88  PROTESTO-OK         VALUE "00".
013200 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
013300     88  TITULO-OK           VALUE "00".
013400 77  WS-INSTR-FILE-STATUS    PIC X(02) VALUE ZEROS.
013500     88  INSTR-FILE-OK       VALUE "00".
013600 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
013700     88  POSTING-FILE-OK     VALUE "00".
013800 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
013900     88  PRINT-FILE-OK       VALUE "00".
014000*
014100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
014200     88  FIM-DA-RESPOSTA     VALUE "Y".
014300 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
014400     88  TITREG-DISPONIVEL   VALUE "Y".
014500 77  WS-SITUACAO-ANTERIOR    PIC X(01) VALUE SPACE.
014600 77  WS-OBSERVACAO           PIC X(30) VALUE SPACES.
014700 77  WS-CUSTAS-NOVAS         PIC 9(09) VALUE ZERO.
014800 77  WS-VALOR-LANCAR         PIC 9(07)V99 VALUE ZERO.
014900*
015000***************************************************************
015100*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
015200*    COPYBOOKS/HDRTRL.CPY)
015300***************************************************************
015400 COPY "HDRTRL.cpy".
015500 01  WS-HEADER-SAIDA.
015600     05  FILLER              PIC X(02) VALUE "H ".
015700     05  WSH-DATA            PIC 9(08).
015800     05  FILLER              PIC X(01) VALUE SPACE.
015900     05  WSH-ORIGEM          PIC X(08) VALUE "PROTESTO".
016000 01  WS-TRAILER-SAIDA.
016100     05  FILLER              PIC X(02) VALUE "T ".
016200     05  WST-QTDE            PIC 9(07).
016300     05  FILLER              PIC X(01) VALUE SPACE.
016400     05  WST-HASH            PIC 9(13).
016500*
016600***************************************************************
016700*    PROVA DO PROTRET CONTRA O TRAILER DO CARTORIO
016800***************************************************************
016900 77  WS-TEM-TRAILER          PIC X(01) VALUE "N".
017000     88  RESPOSTA-COM-TRAILER VALUE "Y".
017100 77  WS-TRL-QTDE             PIC 9(07) VALUE ZERO.
017200*
017300***************************************************************
017400*    TOTAIS DE CONTROLE
017500***************************************************************
017600 77  WS-QTDE-DETALHES        PIC 9(07) VALUE ZERO.
017700 77  WS-QTDE-PROTESTADOS     PIC 9(07) COMP VALUE ZERO.
017800 77  WS-QTDE-RETIRADOS       PIC 9(07) COMP VALUE ZERO.
017900 77  WS-QTDE-PAGOS           PIC 9(07) COMP VALUE ZERO.
018000 77  WS-QTDE-REPETIDOS       PIC 9(07) COMP VALUE ZERO.
018100 77  WS-QTDE-DESCONHECIDOS   PIC 9(07) COMP VALUE ZERO.
018200 77  WS-QTDE-PAGO-EM-DOBRO   PIC 9(07) COMP VALUE ZERO.
018300 77  WS-QTDE-INSTRUCOES      PIC 9(07) COMP VALUE ZERO.
018400 77  WS-TOTAL-PAGO           PIC 9(11)V99 VALUE ZERO.
018500 77  WS-TOTAL-CUSTAS         PIC 9(11)V99 VALUE ZERO.
018600*
018700***************************************************************
018800*    CAMPOS EDITADOS DO RELATORIO
018900***************************************************************
019000 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
019100 77  WS-CUSTAS-EDITADO       PIC Z(6)9.99.
019200 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
019300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
019400*
019500***************************************************************
019600*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
019700*    COPYBOOKS/RPTWRT.CPY)
019800***************************************************************
019900 COPY "RPTWRT.cpy".
020000 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
020100*
020200***************************************************************
020300*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
020400***************************************************************
020500 COPY "RUNDATE.cpy".
020600*
020700***************************************************************
020800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
020900***************************************************************
021000 COPY "ERRHDL.cpy".
021100*
021200 PROCEDURE DIVISION.
021300*
021400***************************************************************
021500*    0000-MAINLINE                                             *
021600***************************************************************
021700 0000-MAINLINE.
021800     MOVE ZERO TO RETURN-CODE.
021900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
022000     ACCEPT RUN-HORA FROM TIME.
022100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
022200     IF RETURN-CODE NOT = ZERO
022300         GO TO 0000-MAINLINE-FIM
022400     END-IF.
022500     PERFORM 2000-TRATAR-REGISTRO THRU 2000-TRATAR-REGISTRO-EXIT
022600         UNTIL FIM-DA-RESPOSTA.
022700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
022800 0000-MAINLINE-FIM.
022900     STOP RUN.
023000*
023100***************************************************************
023200*    1000-INICIALIZAR - PROTRET E PROTESTO SAO OBRIGATORIOS;    *
023300*    SEM TITREG O PAGAMENTO EM CARTORIO SO CREDITA O CLIENTE    *
023400***************************************************************
023500 1000-INICIALIZAR.
023600     OPEN INPUT RESPOSTA-FILE.
023700     IF NOT RESPOSTA-FILE-OK
023800         MOVE "PROTRET " TO ERR-PROGRAMA
023900         SET ERR-TIPO-ARQUIVO TO TRUE
024000         MOVE "ABERTURA DO ARQUIVO PROTRET" TO ERR-CONTEXTO
024100         MOVE WS-RESPOSTA-FILE-STATUS TO ERR-FILE-STATUS
024200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024300         MOVE 16 TO RETURN-CODE
024400         GO TO 1000-INICIALIZAR-EXIT
024500     END-IF.
024600     OPEN I-O PROTESTO-FILE.
024700     IF NOT PROTESTO-OK
024800         MOVE "PROTRET " TO ERR-PROGRAMA
024900         SET ERR-TIPO-ARQUIVO TO TRUE
025000         MOVE "ABERTURA DO ARQUIVO PROTESTO" TO ERR-CONTEXTO
025100         MOVE WS-PROTESTO-FILE-STATUS TO ERR-FILE-STATUS
025200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025300         CLOSE RESPOSTA-FILE
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 1000-INICIALIZAR-EXIT
025600     END-IF.
025700     OPEN OUTPUT POSTING-OUT-FILE.
025800     IF NOT POSTING-FILE-OK
025900         MOVE "PROTRET " TO ERR-PROGRAMA
026000         SET ERR-TIPO-ARQUIVO TO TRUE
026100         MOVE "ABERTURA DO ARQUIVO PROTPOST" TO ERR-CONTEXTO
026200         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
026300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
026400         CLOSE RESPOSTA-FILE
026500         CLOSE PROTESTO-FILE
026600         MOVE 16 TO RETURN-CODE
026700         GO TO 1000-INICIALIZAR-EXIT
026800     END-IF.
026900     MOVE RUN-DATA TO WSH-DATA.
027000     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
027100     WRITE POSTING-OUT-RECORD.
027200     OPEN I-O TITULO-FILE.
027300     IF TITULO-OK
027400         MOVE "Y" TO WS-TITREG-ABERTO-SW
027500     ELSE
027600         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
027700             WS-TITULO-FILE-STATUS ") - PAGO EM CARTORIO NAO "
027800             "BAIXA O TITULO NO BANCO."
027900     END-IF.
028000     OPEN EXTEND INSTRUCAO-FILE.
028100     IF NOT INSTR-FILE-OK
028200         OPEN OUTPUT INSTRUCAO-FILE
028300     END-IF.
028400     OPEN OUTPUT PRINT-FILE.
028500     MOVE "RESPOSTA DO CARTORIO DE PROTESTO" TO RPT-TITULO.
028600     MOVE ZERO TO RPT-LINHAS-POR-PAG.
028700     SET RPT-ACAO-INICIAR TO TRUE.
028800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
028900     PERFORM 8000-GRAVAR-LINHAS-RPT
029000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
029100     PERFORM 1100-LER-RESPOSTA THRU 1100-LER-RESPOSTA-EXIT.
029200 1000-INICIALIZAR-EXIT.
029300     EXIT.
029400*
029500***************************************************************
029600*    1100-LER-RESPOSTA                                         *
029700***************************************************************
029800 1100-LER-RESPOSTA.
029900     READ RESPOSTA-FILE
030000         AT END
030100             MOVE "Y" TO WS-EOF-SWITCH
030200     END-READ.
030300 1100-LER-RESPOSTA-EXIT.
030400     EXIT.
030500*
030600***************************************************************
030700*    2000-TRATAR-REGISTRO - CLASSIFICA PELA COLUNA 1            *
030800***************************************************************
030900 2000-TRATAR-REGISTRO.
031000     EVALUATE PRR-TIPO
031100         WHEN "0"
031200             CONTINUE
031300         WHEN "1"
031400             ADD 1 TO WS-QTDE-DETALHES
031500             PERFORM 2100-TRATAR-DETALHE
031600                 THRU 2100-TRATAR-DETALHE-EXIT
031700         WHEN "9"
031800             MOVE "Y" TO WS-TEM-TRAILER
031900             MOVE PRR9-QTDE TO WS-TRL-QTDE
032000         WHEN OTHER
032100             DISPLAY "TIPO DE REGISTRO DESCONHECIDO NO "
032200                 "PROTRET: " PRR-TIPO
032300     END-EVALUATE.
032400     PERFORM 1100-LER-RESPOSTA THRU 1100-LER-RESPOSTA-EXIT.
032500 2000-TRATAR-REGISTRO-EXIT.
032600     EXIT.
032700*
032800***************************************************************
032900*    2100-TRATAR-DETALHE - APLICA A OCORRENCIA AO CADASTRO      *
033000*    PROTESTO E LANCA AS CUSTAS AINDA NAO DEBITADAS             *
033100***************************************************************
033200 2100-TRATAR-DETALHE.
033300     MOVE SPACES TO WS-OBSERVACAO.
033400     MOVE PRR-BANCO TO PRT-BANCO.
033500     MOVE PRR-REMSEQ TO PRT-REMSEQ.
033600     MOVE PRR-CUST-ID TO PRT-CUST-ID.
033700     READ PROTESTO-FILE
033800         INVALID KEY
033900             CONTINUE
034000     END-READ.
034100     IF NOT PROTESTO-OK
034200         ADD 1 TO WS-QTDE-DESCONHECIDOS
034300         MOVE "TITULO NAO ENVIADO A PROTESTO" TO WS-OBSERVACAO
034400         GO TO 2100-TRATAR-DETALHE-RELATAR
034500     END-IF.
034600     MOVE PRT-SITUACAO TO WS-SITUACAO-ANTERIOR.
034700*    PAGO E RETIRADO SAO FINAIS - RESPOSTA REPETIDA SO PODE
034800*    TRAZER CUSTAS NOVAS
034900     IF PRT-PAGO-CARTORIO OR PRT-RETIRADO
035000         ADD 1 TO WS-QTDE-REPETIDOS
035100         MOVE "RESPOSTA REPETIDA" TO WS-OBSERVACAO
035200         PERFORM 2500-LANCAR-CUSTAS THRU 2500-LANCAR-CUSTAS-EXIT
035300         PERFORM 2900-REGRAVAR-PROTESTO
035400             THRU 2900-REGRAVAR-PROTESTO-EXIT
035500         GO TO 2100-TRATAR-DETALHE-RELATAR
035600     END-IF.
035700     EVALUATE TRUE
035800         WHEN PRR-OCO-PROTESTADO
035900             SET PRT-PROTESTADO TO TRUE
036000             ADD 1 TO WS-QTDE-PROTESTADOS
036100         WHEN PRR-OCO-RETIRADO
036200             SET PRT-RETIRADO TO TRUE
036300             ADD 1 TO WS-QTDE-RETIRADOS
036400         WHEN PRR-OCO-PAGO
036500             SET PRT-PAGO-CARTORIO TO TRUE
036600             ADD 1 TO WS-QTDE-PAGOS
036700             PERFORM 2300-LIQUIDAR-EM-CARTORIO
036800                 THRU 2300-LIQUIDAR-EM-CARTORIO-EXIT
036900         WHEN OTHER
037000             ADD 1 TO WS-QTDE-DESCONHECIDOS
037100             MOVE "OCORRENCIA DESCONHECIDA" TO WS-OBSERVACAO
037200             GO TO 2100-TRATAR-DETALHE-RELATAR
037300     END-EVALUATE.
037400     MOVE PRR-DATA-OCORRENCIA TO PRT-DATA-SITUACAO.
037500     IF PRR-PROTOCOLO NOT = SPACES
037600         MOVE PRR-PROTOCOLO TO PRT-PROTOCOLO
037700     END-IF.
037800     PERFORM 2500-LANCAR-CUSTAS THRU 2500-LANCAR-CUSTAS-EXIT.
037900     PERFORM 2900-REGRAVAR-PROTESTO
038000         THRU 2900-REGRAVAR-PROTESTO-EXIT.
038100 2100-TRATAR-DETALHE-RELATAR.
038200     COMPUTE WS-VALOR-LANCAR = PRR-VALOR-PAGO / 100.
038300     MOVE WS-VALOR-LANCAR TO WS-VALOR-EDITADO.
038400     COMPUTE WS-VALOR-LANCAR = PRR-CUSTAS / 100.
038500     MOVE WS-VALOR-LANCAR TO WS-CUSTAS-EDITADO.
038600     MOVE SPACES TO RPT-LINHA-ENTRADA.
038700     STRING PRR-BANCO "/" PRR-REMSEQ " " PRR-CUST-ID
038800         " " WS-SITUACAO-ANTERIOR "->" PRR-OCORRENCIA
038900         " EM " PRR-DATA-OCORRENCIA " PROT " PRR-PROTOCOLO
039000         " PAGO R$ " WS-VALOR-EDITADO
039100         " CUSTAS R$ " WS-CUSTAS-EDITADO " " WS-OBSERVACAO
039200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
039300     END-STRING.
039400     SET RPT-ACAO-DETALHE TO TRUE.
039500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
039600     PERFORM 8000-GRAVAR-LINHAS-RPT
039700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
039800 2100-TRATAR-DETALHE-EXIT.
039900     EXIT.
040000*
040100***************************************************************
040200*    2300-LIQUIDAR-EM-CARTORIO - CREDITO DO VALOR PAGO AO       *
040300*    CARTORIO, TITULO LIQUIDADO NO TITREG E BAIXA NO BANCO      *
040400***************************************************************
040500 2300-LIQUIDAR-EM-CARTORIO.
040600     IF PRR-VALOR-PAGO = ZERO
040700         MOVE PRT-VALOR-CENTAVOS TO PRR-VALOR-PAGO
040800     END-IF.
040900     COMPUTE WS-VALOR-LANCAR = PRR-VALOR-PAGO / 100.
041000     MOVE SPACES TO POSTING-OUT-RECORD.
041100     MOVE "C" TO PST-ACAO.
041200     MOVE PRT-CUST-ID TO PST-ID.
041300     MOVE WS-VALOR-LANCAR TO PST-SALDO.
041400     WRITE POSTING-OUT-RECORD.
041500     ADD 1 TO CTRL-QTDE-DETALHES.
041600     ADD PRR-VALOR-PAGO TO CTRL-HASH-DETALHES.
041700     ADD WS-VALOR-LANCAR TO WS-TOTAL-PAGO.
041800     IF NOT TITREG-DISPONIVEL
041900         GO TO 2300-LIQUIDAR-EM-CARTORIO-EXIT
042000     END-IF.
042100     MOVE PRT-CHAVE TO TIT-CHAVE.
042200     READ TITULO-FILE
042300         KEY IS TIT-CHAVE
042400         INVALID KEY
042500             CONTINUE
042600     END-READ.
042700     IF NOT TITULO-OK
042800         MOVE "TITULO FORA DO TITREG" TO WS-OBSERVACAO
042900         GO TO 2300-LIQUIDAR-EM-CARTORIO-EXIT
043000     END-IF.
043100*    PAGO TAMBEM NO BANCO ANTES DA DESISTENCIA CHEGAR AO CARTORIO:
043200*    O CLIENTE PAGOU DUAS VEZES - DEVOLUCAO E DA COBRANCA
043300     IF NOT TIT-ABERTO
043400         ADD 1 TO WS-QTDE-PAGO-EM-DOBRO
043500         MOVE "*PAGO TAMBEM NO BANCO*" TO WS-OBSERVACAO
043600         GO TO 2300-LIQUIDAR-EM-CARTORIO-EXIT
043700     END-IF.
043800     SET TIT-LIQUIDADO TO TRUE.
043900     MOVE PRR-DATA-OCORRENCIA TO TIT-DATA-BAIXA.
044000     REWRITE TITULO-RECORD.
044100     IF NOT TITULO-OK
044200         MOVE "PROTRET " TO ERR-PROGRAMA
044300         SET ERR-TIPO-ARQUIVO TO TRUE
044400         MOVE "REGRAVACAO NO ARQUIVO TITREG" TO ERR-CONTEXTO
044500         MOVE WS-TITULO-FILE-STATUS TO ERR-FILE-STATUS
044600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
044700     END-IF.
044800     IF INSTR-FILE-OK
044900         MOVE SPACES TO INSTRUCAO-RECORD
045000         MOVE "02" TO INS-OCORRENCIA
045100         MOVE TIT-REMSEQ TO INS-REMSEQ
045200         MOVE TIT-BANCO TO INS-BANCO
045300         MOVE TIT-CUST-ID TO INS-CUST-ID
045400         MOVE ZERO TO INS-DATA-NOVA
045500         MOVE ZERO TO INS-VALOR-ABAT
045600         WRITE INSTRUCAO-RECORD
045700         ADD 1 TO WS-QTDE-INSTRUCOES
045800     END-IF.
045900 2300-LIQUIDAR-EM-CARTORIO-EXIT.
046000     EXIT.
046100*
046200***************************************************************
046300*    2500-LANCAR-CUSTAS - DEBITO "D" MOTIVO "PRTC" DAS CUSTAS   *
046400*    AINDA NAO LANCADAS AO CLIENTE                              *
046500***************************************************************
046600 2500-LANCAR-CUSTAS.
046700     IF PRR-CUSTAS NOT > PRT-CUSTAS-LANCADAS
046800         GO TO 2500-LANCAR-CUSTAS-EXIT
046900     END-IF.
047000     COMPUTE WS-CUSTAS-NOVAS = PRR-CUSTAS - PRT-CUSTAS-LANCADAS.
047100     COMPUTE WS-VALOR-LANCAR = WS-CUSTAS-NOVAS / 100.
047200     MOVE SPACES TO POSTING-OUT-RECORD.
047300     MOVE "D" TO PST-ACAO.
047400     MOVE PRT-CUST-ID TO PST-ID.
047500     MOVE WS-VALOR-LANCAR TO PST-SALDO.
047600     MOVE "PRTC" TO PST-MOTIVO.
047700     WRITE POSTING-OUT-RECORD.
047800     ADD 1 TO CTRL-QTDE-DETALHES.
047900     ADD WS-CUSTAS-NOVAS TO CTRL-HASH-DETALHES.
048000     ADD WS-VALOR-LANCAR TO WS-TOTAL-CUSTAS.
048100     MOVE PRR-CUSTAS TO PRT-CUSTAS-CTVS.
048200     MOVE PRR-CUSTAS TO PRT-CUSTAS-LANCADAS.
048300 2500-LANCAR-CUSTAS-EXIT.
048400     EXIT.
048500*
048600***************************************************************
048700*    2900-REGRAVAR-PROTESTO                                    *
048800***************************************************************
048900 2900-REGRAVAR-PROTESTO.
049000     REWRITE PROTESTO-RECORD.
049100     IF NOT PROTESTO-OK
049200         MOVE "PROTRET " TO ERR-PROGRAMA
049300         SET ERR-TIPO-ARQUIVO TO TRUE
049400         MOVE "REGRAVACAO NO ARQUIVO PROTESTO" TO ERR-CONTEXTO
049500         MOVE WS-PROTESTO-FILE-STATUS TO ERR-FILE-STATUS
049600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
049700     END-IF.
049800 2900-REGRAVAR-PROTESTO-EXIT.
049900     EXIT.
050000*
050100***************************************************************
050200*    9000-FINALIZAR - PROVA DO TRAILER, TRAILER DO PROTPOST,    *
050300*    TOTAIS E FECHAMENTO                                        *
050400***************************************************************
050500 9000-FINALIZAR.
050600     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
050700     MOVE CTRL-HASH-DETALHES TO WST-HASH.
050800     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
050900     WRITE POSTING-OUT-RECORD.
051000     CLOSE POSTING-OUT-FILE.
051100     MOVE WS-QTDE-DETALHES TO WS-QTDE-DISP.
051200     MOVE WS-TOTAL-CUSTAS TO WS-TOTAL-EDITADO.
051300     MOVE SPACES TO RPT-LINHA-ENTRADA.
051400     STRING "RESPOSTAS " WS-QTDE-DISP
051500         " CUSTAS LANCADAS R$ " WS-TOTAL-EDITADO
051600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
051700     END-STRING.
051800     SET RPT-ACAO-TOTAL TO TRUE.
051900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
052000     PERFORM 8000-GRAVAR-LINHAS-RPT
052100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
052200     IF PRINT-FILE-OK
052300         CLOSE PRINT-FILE
052400     END-IF.
052500     IF INSTR-FILE-OK
052600         CLOSE INSTRUCAO-FILE
052700     END-IF.
052800     IF TITREG-DISPONIVEL
052900         CLOSE TITULO-FILE
053000     END-IF.
053100     CLOSE RESPOSTA-FILE.
053200     CLOSE PROTESTO-FILE.
053300     DISPLAY "====== RESPOSTA DO CARTORIO ======".
053400     DISPLAY "DETALHES LIDOS .....: " WS-QTDE-DETALHES.
053500     DISPLAY "PROTESTADOS ........: " WS-QTDE-PROTESTADOS.
053600     DISPLAY "RETIRADOS ..........: " WS-QTDE-RETIRADOS.
053700     DISPLAY "PAGOS EM CARTORIO ..: " WS-QTDE-PAGOS.
053800     DISPLAY "PAGOS TAMBEM BANCO .: " WS-QTDE-PAGO-EM-DOBRO.
053900     DISPLAY "RESPOSTAS REPETIDAS : " WS-QTDE-REPETIDOS.
054000     DISPLAY "NAO RECONHECIDOS ...: " WS-QTDE-DESCONHECIDOS.
054100     DISPLAY "INSTRUCOES DE BAIXA : " WS-QTDE-INSTRUCOES.
054200     DISPLAY "TOTAL PAGO CARTORIO : " WS-TOTAL-PAGO.
054300     DISPLAY "TOTAL DE CUSTAS ....: " WS-TOTAL-CUSTAS.
054400     IF WS-QTDE-DESCONHECIDOS > ZERO
054500         OR WS-QTDE-PAGO-EM-DOBRO > ZERO
054600         MOVE 4 TO RETURN-CODE
054700     END-IF.
054800     IF NOT RESPOSTA-COM-TRAILER
054900         OR WS-TRL-QTDE NOT = WS-QTDE-DETALHES
055000         DISPLAY "ABEND-PROTRET: TRAILER NAO CONFERE - "
055100             WS-TRL-QTDE " X LIDO " WS-QTDE-DETALHES
055200         MOVE 20 TO RETURN-CODE
055300     END-IF.
055400 9000-FINALIZAR-EXIT.
055500     EXIT.
055600*
055700***************************************************************
055800*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
055900*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
056000***************************************************************
056100 8000-GRAVAR-LINHAS-RPT.
056200     IF NOT PRINT-FILE-OK
056300         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
056400     END-IF.
056500     PERFORM 8100-GRAVAR-UMA-LINHA
056600         THRU 8100-GRAVAR-UMA-LINHA-EXIT
056700         VARYING WS-RPT-SUB FROM 1 BY 1
056800         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
056900 8000-GRAVAR-LINHAS-RPT-EXIT.
057000     EXIT.
057100*
057200***************************************************************
057300*    8100-GRAVAR-UMA-LINHA                                     *
057400***************************************************************
057500 8100-GRAVAR-UMA-LINHA.
057600     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
057700     WRITE PRINT-LINE.
057800 8100-GRAVAR-UMA-LINHA-EXIT.
057900     EXIT.
