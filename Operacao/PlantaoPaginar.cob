000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PLANTAO-PAGINAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PAGINACAO DO PLANTAO PARA OS ALERTAS
001200*                       CRITICOS. O ALERT-WRITER GRAVA O ALERTA
001300*                       NO ALERTLOG E A AACK O RECONHECE, MAS SO
001400*                       QUEM ESTAVA OLHANDO O OPER-CONSOLE FICAVA
001500*                       SABENDO - UM LOTEDIA RETIDO AS 3 DA MANHA
001600*                       (RC 28, QUEBRA DE SEQUENCIA) ESPERAVA O
001700*                       TURNO DA MANHA. ESTE PASSO RODA VARIAS
001800*                       VEZES DURANTE A NOITE (JCL/PLANTAO.JCL):
001900*                         - CADA ALERTA CRITICO ("C") NOVO DO
002000*                           ALERTLOG E PAGINADO AO PLANTONISTA DA
002100*                           ESCALA (VER COPYBOOKS/ESCREG.CPY) PARA
002200*                           A CATEGORIA E A HORA, NO ARQUIVO DO
002300*                           GATEWAY DE SMS/E-MAIL (PAGEOUT, MESMO
002400*                           LAYOUT DO NTFOUT);
002500*                         - SEM RECONHECIMENTO NO ALERTACK EM
002600*                           PAGMINUTOS MINUTOS (PADRAO 15), PAGINA
002700*                           O RESERVA (NIVEL 2) E DEPOIS O GERENTE
002800*                           (NIVEL 3);
002900*                         - O PAGLOG (VER COPYBOOKS/PAGREG.CPY)
003000*                           GUARDA POR ALERTA OS NIVEIS PAGINADOS,
003100*                           QUEM RECONHECEU E O TEMPO DE RESPOSTA.
003200*                       COM PAGFASE=R O PASSO SO LISTA A REVISAO
003300*                       MENSAL DO PAGLOG (MES PAGMES=AAAAMM; NA
003400*                       FALTA, O MES ANTERIOR) NO PAGPRT.
003500*                       ALERTA SEM NINGUEM NA ESCALA DA RC 4;
003600*                       FALTA DA ESCALA OU DO PAGLOG E RC 16.
003700***************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ALERT-FILE-STATUS.
004500     SELECT ACK-FILE ASSIGN TO "ALERTACK"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ACK-FILE-STATUS.
004800     SELECT ESCALA-FILE ASSIGN TO "ESCALA"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ESCALA-FILE-STATUS.
005100     SELECT PAGLOG-FILE ASSIGN TO "PAGLOG"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PAG-CHAVE
005500         FILE STATUS IS WS-PAGLOG-FILE-STATUS.
005600     SELECT PAGE-OUT-FILE ASSIGN TO "PAGEOUT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PAGEOUT-FILE-STATUS.
005900     SELECT PRINT-FILE ASSIGN TO "PAGPRT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PRINT-FILE-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
006600 FD  ALERT-LOG-FILE
006700     RECORDING MODE IS F.
006800*    ALERTA GRAVADO PELO ALERT-WRITER (VER COPYBOOKS/ALRHDL.CPY)
006900 01  ALERT-LOG-RECORD.
007000     05  ALOG-DATA           PIC 9(08).
007100     05  FILLER              PIC X(01).
007200     05  ALOG-HORA           PIC 9(08).
007300     05  FILLER              PIC X(01).
007400     05  ALOG-PROGRAMA       PIC X(08).
007500     05  FILLER              PIC X(01).
007600     05  ALOG-SEVERIDADE     PIC X(01).
007700         88  ALOG-CRITICO        VALUE "C".
007800     05  FILLER              PIC X(01).
007900     05  ALOG-MENSAGEM       PIC X(60).
008000*
008100 FD  ACK-FILE
008200     RECORDING MODE IS F.
008300*    RECONHECIMENTO GRAVADO PELA AACK. RECONHECIMENTO ANTIGO, SEM
008400*    A HORA, VALE PELA HORA EM QUE ESTE PASSO O ENCONTROU
008500 01  ACK-FILE-RECORD.
008600     05  ACK-DATA            PIC 9(08).
008700     05  FILLER              PIC X(01).
008800     05  ACK-HORA            PIC 9(08).
008900     05  FILLER              PIC X(01).
009000     05  ACK-PROGRAMA        PIC X(08).
009100     05  FILLER              PIC X(01).
009200     05  ACK-OPERADOR        PIC X(08).
009300     05  FILLER              PIC X(01).
009400     05  ACK-DATA-ACK        PIC 9(08).
009500     05  FILLER              PIC X(01).
009600     05  ACK-NOTA            PIC X(40).
009700     05  FILLER              PIC X(01).
009800     05  ACK-HORA-ACK        PIC 9(08).
009900*
010000 FD  ESCALA-FILE
010100     RECORDING MODE IS F.
010200*    ESCALA DE PLANTAO (VER COPYBOOKS/ESCREG.CPY)
010300 COPY "ESCREG.cpy".
010400*
010500 FD  PAGLOG-FILE.
010600*    REGISTRO DE PAGINACAO POR ALERTA (VER COPYBOOKS/PAGREG.CPY)
010700 COPY "PAGREG.cpy".
010800*
010900 FD  PAGE-OUT-FILE
011000     RECORDING MODE IS F.
011100*    MENSAGEM PARA O GATEWAY DE SMS/E-MAIL, NO LAYOUT DO NTFOUT
011200*    DO NOTIFICACAO-ENVIAR. NO LUGAR DO CLIENTE VAI O OPERADOR
011300*    PAGINADO; O EVENTO E "PLNT". A ORDEM E A HORA DA RODADA
011400*    (HHMMSS) MAIS O SEQUENCIAL DA PAGINA NA RODADA.
011500 01  PAGE-OUT-RECORD.
011600     05  PGO-ID.
011700         10  PGO-LOTE        PIC 9(08).
011800         10  PGO-ORDEM.
011900             15  PGO-ORDEM-HORA  PIC 9(06).
012000             15  PGO-ORDEM-SEQ   PIC 9(03).
012100         10  PGO-CANAL       PIC X(01).
012200     05  FILLER              PIC X(01).
012300     05  PGO-OPERADOR        PIC X(10).
012400     05  FILLER              PIC X(01).
012500     05  PGO-EVENTO          PIC X(04).
012600     05  FILLER              PIC X(01).
012700     05  PGO-CATEGORIA       PIC X(01).
012800     05  FILLER              PIC X(01).
012900     05  PGO-DESTINO         PIC X(40).
013000     05  FILLER              PIC X(01).
013100     05  PGO-ASSUNTO         PIC X(40).
013200     05  FILLER              PIC X(01).
013300     05  PGO-TEXTO           PIC X(160).
013400*
013500 FD  PRINT-FILE
013600     RECORDING MODE IS F.
013700 01  PRINT-LINE              PIC X(132).
013800*
013900 WORKING-STORAGE SECTION.
014000*
014100 77  WS-ALERT-FILE-STATUS    PIC X(02) VALUE ZEROS.
014200     88  ALERT-FILE-OK       VALUE "00".
014300 77  WS-ACK-FILE-STATUS      PIC X(02) VALUE ZEROS.
014400     88  ACK-FILE-OK         VALUE "00".
014500 77  WS-ESCALA-FILE-STATUS   PIC X(02) VALUE ZEROS.
014600     88  ESCALA-FILE-OK      VALUE "00".
014700 77  WS-PAGLOG-FILE-STATUS   PIC X(02) VALUE ZEROS.
014800     88  PAGLOG-OK           VALUE "00".
014900     88  PAGLOG-NAO-ACHADO   VALUE "23" "35".
015000 77  WS-PAGEOUT-FILE-STATUS  PIC X(02) VALUE ZEROS.
015100     88  PAGEOUT-OK          VALUE "00".
015200 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
015300     88  PRINT-FILE-OK       VALUE "00".
015400*
015500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
015600     88  FIM-DO-ARQUIVO      VALUE "Y".
015700*    QUEM FOI ABERTO FICA NESTES INDICADORES PARA O 9000 SO
015800*    FECHAR O QUE ABRIU
015900 77  WS-PAGLOG-ABERTO-SW     PIC X(01) VALUE "N".
016000     88  PAGLOG-DISPONIVEL   VALUE "Y".
016100 77  WS-SAIDA-ABERTA-SW      PIC X(01) VALUE "N".
016200     88  SAIDA-DISPONIVEL    VALUE "Y".
016300 77  WS-RELATORIO-SW         PIC X(01) VALUE "N".
016400     88  RELATORIO-ABERTO    VALUE "Y".
016500 77  WS-FATAL-SW             PIC X(01) VALUE "N".
016600     88  ERRO-FATAL          VALUE "Y".
016700 77  WS-RC-FINAL             PIC 9(02) VALUE ZERO.
016800*
016900***************************************************************
017000*    PARAMETROS DO PASSO (CEEOPTS/ENVAR)
017100***************************************************************
017200 77  WS-FASE                 PIC X(01) VALUE SPACE.
017300     88  FASE-REVISAO        VALUE "R".
017400*    MINUTOS SEM RECONHECIMENTO ANTES DE SUBIR DE NIVEL
017500 77  WS-PRAZO-MINUTOS        PIC 9(03) VALUE ZERO.
017600*    ALERTA MAIS VELHO QUE ISTO (MINUTOS) NA PRIMEIRA VEZ QUE E
017700*    VISTO NAO E PAGINADO - PROTEGE A PRIMEIRA RODADA CONTRA O
017800*    HISTORICO DO ALERTLOG
017900 77  WS-JANELA-MINUTOS       PIC 9(05) VALUE ZERO.
018000 01  WS-MES-REVISAO          PIC X(06) VALUE SPACES.
018100 01  WS-MES-REVISAO-R REDEFINES WS-MES-REVISAO.
018200     05  WS-MR-ANO           PIC 9(04).
018300     05  WS-MR-MES           PIC 9(02).
018400*
018500***************************************************************
018600*    ESCALA VIGENTE NA DATA DA RODADA, CARREGADA DO ESCALA
018700***************************************************************
018800 77  WS-QTDE-ESCALA          PIC 9(03) COMP VALUE ZERO.
018900 01  TABELA-ESCALA.
019000     05  ESCALA-ENTRY OCCURS 200 TIMES.
019100         10  ESCT-CATEGORIA  PIC X(08).
019200         10  ESCT-INICIO     PIC 9(04).
019300         10  ESCT-FIM        PIC 9(04).
019400         10  ESCT-NIVEL      PIC 9(01).
019500         10  ESCT-OPERADOR   PIC X(08).
019600         10  ESCT-NOME       PIC X(20).
019700         10  ESCT-CANAL      PIC X(01).
019800         10  ESCT-DESTINO    PIC X(40).
019900 77  WS-ESC-SUB              PIC 9(03) COMP VALUE ZERO.
020000*
020100***************************************************************
020200*    RECONHECIMENTOS DO ALERTACK - O TRIO DATA/HORA/PROGRAMA
020300*    CASA COM O ALERTLOG E COM A CHAVE DO PAGLOG
020400***************************************************************
020500 77  WS-QTDE-ACKS            PIC 9(03) COMP VALUE ZERO.
020600 01  TABELA-ACKS.
020700     05  ACK-ENTRY OCCURS 500 TIMES.
020800         10  ACKT-DATA       PIC 9(08).
020900         10  ACKT-HORA       PIC 9(08).
021000         10  ACKT-PROGRAMA   PIC X(08).
021100         10  ACKT-OPERADOR   PIC X(08).
021200         10  ACKT-DATA-ACK   PIC 9(08).
021300         10  ACKT-HORA-ACK   PIC 9(08).
021400 77  WS-ACK-SUB              PIC 9(03) COMP VALUE ZERO.
021500 77  WS-ACK-ACHADO           PIC 9(03) COMP VALUE ZERO.
021600*
021700***************************************************************
021800*    PAGINACAO DO ALERTA CORRENTE
021900***************************************************************
022000 77  WS-NIVEL-BUSCA          PIC 9(01) VALUE ZERO.
022100 77  WS-CATEGORIA-BUSCA      PIC X(08) VALUE SPACES.
022200 77  WS-ENVIADAS-NIVEL       PIC 9(03) COMP VALUE ZERO.
022300 77  WS-SEQ-PAGINA           PIC 9(03) VALUE ZERO.
022400 77  WS-HHMM-RODADA          PIC 9(04) VALUE ZERO.
022500 77  WS-NA-FAIXA-SW          PIC X(01) VALUE "N".
022600     88  NA-FAIXA            VALUE "Y".
022700 01  WS-ALERTA-DATA          PIC 9(08) VALUE ZERO.
022800 01  WS-ALERTA-DATA-R REDEFINES WS-ALERTA-DATA.
022900     05  WS-AD-ANO           PIC 9(04).
023000     05  WS-AD-MES           PIC 9(02).
023100     05  WS-AD-DIA           PIC 9(02).
023200 01  WS-ALERTA-HORA          PIC 9(08) VALUE ZERO.
023300 01  WS-ALERTA-HORA-R REDEFINES WS-ALERTA-HORA.
023400     05  WS-AH-HH            PIC 9(02).
023500     05  WS-AH-MM            PIC 9(02).
023600     05  FILLER              PIC 9(04).
023700 01  WS-QUANDO-ED.
023800     05  WS-QE-DIA           PIC 9(02).
023900     05  FILLER              PIC X(01) VALUE "/".
024000     05  WS-QE-MES           PIC 9(02).
024100     05  FILLER              PIC X(01) VALUE "/".
024200     05  WS-QE-ANO           PIC 9(04).
024300     05  FILLER              PIC X(01) VALUE SPACE.
024400     05  WS-QE-HH            PIC 9(02).
024500     05  FILLER              PIC X(01) VALUE ":".
024600     05  WS-QE-MM            PIC 9(02).
024700*
024800***************************************************************
024900*    MINUTO ABSOLUTO (DIA JULIANO X 1440 + MINUTO DO DIA) PARA
025000*    MEDIR INTERVALOS QUE ATRAVESSAM A MEIA-NOITE
025100***************************************************************
025200 01  WS-CALC-DATA            PIC 9(08) VALUE ZERO.
025300 01  WS-CALC-DATA-R REDEFINES WS-CALC-DATA.
025400     05  WS-CD-ANO           PIC 9(04).
025500     05  WS-CD-MES           PIC 9(02).
025600     05  WS-CD-DIA           PIC 9(02).
025700 01  WS-CALC-HORA            PIC 9(08) VALUE ZERO.
025800 01  WS-CALC-HORA-R REDEFINES WS-CALC-HORA.
025900     05  WS-CH-HH            PIC 9(02).
026000     05  WS-CH-MM            PIC 9(02).
026100     05  FILLER              PIC 9(04).
026200 77  WS-CALC-MINUTO          PIC 9(11) VALUE ZERO.
026300 77  WS-JUL-A                PIC 9(01) VALUE ZERO.
026400 77  WS-JUL-Y                PIC 9(05) VALUE ZERO.
026500 77  WS-JUL-M                PIC 9(02) VALUE ZERO.
026600 77  WS-JUL-T1               PIC 9(05) VALUE ZERO.
026700 77  WS-JUL-T2               PIC 9(05) VALUE ZERO.
026800 77  WS-JUL-T3               PIC 9(05) VALUE ZERO.
026900 77  WS-JUL-T4               PIC 9(05) VALUE ZERO.
027000 77  WS-JUL-DIA              PIC 9(07) VALUE ZERO.
027100 77  WS-MINUTO-AGORA         PIC 9(11) VALUE ZERO.
027200 77  WS-MINUTO-ALERTA        PIC 9(11) VALUE ZERO.
027300 77  WS-MINUTO-REF           PIC 9(11) VALUE ZERO.
027400 77  WS-MINUTOS-DECORRIDOS   PIC S9(11) VALUE ZERO.
027500*
027600***************************************************************
027700*    CONTADORES DA RODADA
027800***************************************************************
027900 77  WS-QTDE-ALERTAS         PIC 9(07) COMP VALUE ZERO.
028000 77  WS-QTDE-CRITICOS        PIC 9(07) COMP VALUE ZERO.
028100 77  WS-QTDE-INVALIDOS       PIC 9(07) COMP VALUE ZERO.
028200 77  WS-QTDE-ANTIGOS         PIC 9(07) COMP VALUE ZERO.
028300 77  WS-QTDE-NOVOS           PIC 9(07) COMP VALUE ZERO.
028400 77  WS-QTDE-ESCALADOS       PIC 9(07) COMP VALUE ZERO.
028500 77  WS-QTDE-RECONHECIDOS    PIC 9(07) COMP VALUE ZERO.
028600 77  WS-QTDE-JA-RECONHEC     PIC 9(07) COMP VALUE ZERO.
028700 77  WS-QTDE-AGUARDANDO      PIC 9(07) COMP VALUE ZERO.
028800 77  WS-QTDE-SEM-ESCALA      PIC 9(07) COMP VALUE ZERO.
028900 77  WS-QTDE-PAGINAS         PIC 9(07) COMP VALUE ZERO.
029000 77  WS-QTDE-ED              PIC Z(06)9.
029100 77  WS-NIVEL-ED             PIC 9(01).
029200 77  WS-MINUTOS-ED           PIC Z(04)9.
029300*
029400***************************************************************
029500*    TOTAIS DA REVISAO MENSAL
029600***************************************************************
029700 77  WS-REV-ALERTAS          PIC 9(07) COMP VALUE ZERO.
029800 77  WS-REV-RECONHECIDOS     PIC 9(07) COMP VALUE ZERO.
029900 77  WS-REV-NO-PRAZO         PIC 9(07) COMP VALUE ZERO.
030000 77  WS-REV-RESERVA          PIC 9(07) COMP VALUE ZERO.
030100 77  WS-REV-GERENTE          PIC 9(07) COMP VALUE ZERO.
030200 77  WS-REV-PENDENTES        PIC 9(07) COMP VALUE ZERO.
030300 77  WS-REV-SEM-ESCALA       PIC 9(07) COMP VALUE ZERO.
030400 77  WS-REV-SOMA-MINUTOS     PIC 9(09) COMP VALUE ZERO.
030500 77  WS-REV-MAIOR-MINUTOS    PIC 9(05) VALUE ZERO.
030600 77  WS-REV-MEDIA-MINUTOS    PIC 9(05) VALUE ZERO.
030700*
030800***************************************************************
030900*    AREA DE COMUNICACAO COM O REPORT-WRITER
031000***************************************************************
031100 COPY "RPTWRT.cpy".
031200 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
031300*
031400***************************************************************
031500*    DATA/HORA DE EXECUCAO COMPARTILHADA
031600***************************************************************
031700 COPY "RUNDATE.cpy".
031800*
031900***************************************************************
032000*    AREA DE COMUNICACAO COM O ERROR-HANDLER
032100***************************************************************
032200 COPY "ERRHDL.cpy".
032300*
032400 PROCEDURE DIVISION.
032500*
032600***************************************************************
032700*    0000-MAINLINE                                            *
032800***************************************************************
032900 0000-MAINLINE.
033000     MOVE ZERO TO RETURN-CODE.
033100     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
033200     ACCEPT RUN-HORA FROM TIME.
033300     ACCEPT WS-FASE FROM ENVIRONMENT "PAGFASE".
033400     ACCEPT WS-PRAZO-MINUTOS FROM ENVIRONMENT "PAGMINUTOS".
033500     IF WS-PRAZO-MINUTOS = ZERO
033600         MOVE 15 TO WS-PRAZO-MINUTOS
033700     END-IF.
033800     ACCEPT WS-JANELA-MINUTOS FROM ENVIRONMENT "PAGJANELA".
033900     IF WS-JANELA-MINUTOS = ZERO
034000         MOVE 1440 TO WS-JANELA-MINUTOS
034100     END-IF.
034200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
034300     IF NOT ERRO-FATAL
034400         IF FASE-REVISAO
034500             PERFORM 4000-REVISAO-MENSAL
034600                 THRU 4000-REVISAO-MENSAL-EXIT
034700         ELSE
034800             PERFORM 2000-TRATAR-ALERTAS
034900                 THRU 2000-TRATAR-ALERTAS-EXIT
035000         END-IF
035100     END-IF.
035200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
035300     STOP RUN.
035400*
035500***************************************************************
035600*    1000-INICIALIZAR - PAGLOG SEMPRE (CRIADO NA PRIMEIRA      *
035700*    RODADA); NA PAGINACAO TAMBEM ESCALA, RECONHECIMENTOS E O  *
035800*    ARQUIVO DO GATEWAY                                        *
035900***************************************************************
036000 1000-INICIALIZAR.
036100     OPEN OUTPUT PRINT-FILE.
036200     IF PRINT-FILE-OK
036300         MOVE "Y" TO WS-RELATORIO-SW
036400     END-IF.
036500     IF FASE-REVISAO
036600         MOVE "REVISAO MENSAL DA PAGINACAO DO PLANTAO"
036700             TO RPT-TITULO
036800     ELSE
036900         MOVE "PAGINACAO DO PLANTAO - ALERTAS CRITICOS"
037000             TO RPT-TITULO
037100     END-IF.
037200     MOVE ZERO TO RPT-LINHAS-POR-PAG.
037300     SET RPT-ACAO-INICIAR TO TRUE.
037400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
037500     PERFORM 8000-GRAVAR-LINHAS-RPT
037600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
037700     IF FASE-REVISAO
037800         OPEN INPUT PAGLOG-FILE
037900     ELSE
038000         OPEN I-O PAGLOG-FILE
038100         IF WS-PAGLOG-FILE-STATUS = "35"
038200             OPEN OUTPUT PAGLOG-FILE
038300             CLOSE PAGLOG-FILE
038400             OPEN I-O PAGLOG-FILE
038500         END-IF
038600     END-IF.
038700     IF NOT PAGLOG-OK
038800         MOVE "ABERTURA DO ARQUIVO PAGLOG" TO ERR-CONTEXTO
038900         MOVE WS-PAGLOG-FILE-STATUS TO ERR-FILE-STATUS
039000         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
039100         GO TO 1000-INICIALIZAR-EXIT
039200     END-IF.
039300     MOVE "Y" TO WS-PAGLOG-ABERTO-SW.
039400     IF FASE-REVISAO
039500         GO TO 1000-INICIALIZAR-EXIT
039600     END-IF.
039700     PERFORM 1100-CARREGAR-ESCALA THRU 1100-CARREGAR-ESCALA-EXIT.
039800     IF ERRO-FATAL
039900         GO TO 1000-INICIALIZAR-EXIT
040000     END-IF.
040100     PERFORM 1200-CARREGAR-ACKS THRU 1200-CARREGAR-ACKS-EXIT.
040200     OPEN OUTPUT PAGE-OUT-FILE.
040300     IF NOT PAGEOUT-OK
040400         MOVE "ABERTURA DO ARQUIVO PAGEOUT" TO ERR-CONTEXTO
040500         MOVE WS-PAGEOUT-FILE-STATUS TO ERR-FILE-STATUS
040600         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
040700         GO TO 1000-INICIALIZAR-EXIT
040800     END-IF.
040900     MOVE "Y" TO WS-SAIDA-ABERTA-SW.
041000     MOVE RUN-DATA TO WS-CALC-DATA.
041100     MOVE RUN-HORA TO WS-CALC-HORA.
041200     PERFORM 8700-CALCULAR-MINUTO THRU 8700-CALCULAR-MINUTO-EXIT.
041300     MOVE WS-CALC-MINUTO TO WS-MINUTO-AGORA.
041400     COMPUTE WS-HHMM-RODADA = RUN-HH * 100 + RUN-MM.
041500 1000-INICIALIZAR-EXIT.
041600     EXIT.
041700*
041800***************************************************************
041900*    1100-CARREGAR-ESCALA - SEM NENHUMA LINHA VIGENTE NAO HA   *
042000*    A QUEM PAGINAR: ARQUIVO AUSENTE OU VAZIO E ERRO FATAL     *
042100***************************************************************
042200 1100-CARREGAR-ESCALA.
042300     OPEN INPUT ESCALA-FILE.
042400     IF NOT ESCALA-FILE-OK
042500         MOVE "ABERTURA DO ARQUIVO ESCALA" TO ERR-CONTEXTO
042600         MOVE WS-ESCALA-FILE-STATUS TO ERR-FILE-STATUS
042700         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
042800         GO TO 1100-CARREGAR-ESCALA-EXIT
042900     END-IF.
043000     MOVE "N" TO WS-EOF-SWITCH.
043100     PERFORM 1150-LER-ESCALA THRU 1150-LER-ESCALA-EXIT
043200         UNTIL FIM-DO-ARQUIVO.
043300     CLOSE ESCALA-FILE.
043400     IF WS-QTDE-ESCALA = ZERO
043500         MOVE "ESCALA SEM NENHUMA LINHA VIGENTE" TO ERR-CONTEXTO
043600         MOVE WS-ESCALA-FILE-STATUS TO ERR-FILE-STATUS
043700         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
043800     END-IF.
043900 1100-CARREGAR-ESCALA-EXIT.
044000     EXIT.
044100*
044200***************************************************************
044300*    1150-LER-ESCALA - LINHA INVALIDA E IGNORADA COM AVISO;    *
044400*    LINHA FORA DA VIGENCIA E IGNORADA EM SILENCIO             *
044500***************************************************************
044600 1150-LER-ESCALA.
044700     READ ESCALA-FILE
044800         AT END
044900             MOVE "Y" TO WS-EOF-SWITCH
045000             GO TO 1150-LER-ESCALA-EXIT
045100     END-READ.
045200     IF ESC-CATEGORIA = SPACES OR ESC-CATEGORIA(1:1) = "*"
045300         GO TO 1150-LER-ESCALA-EXIT
045400     END-IF.
045500     IF NOT ESC-NIVEL-VALIDO OR NOT ESC-CANAL-VALIDO
045600         OR ESC-OPERADOR = SPACES OR ESC-DESTINO = SPACES
045700         OR ESC-HORA-INICIO NOT NUMERIC
045800         OR ESC-HORA-FIM NOT NUMERIC
045900         OR ESC-HORA-INICIO > 2359 OR ESC-HORA-FIM > 2359
046000         DISPLAY "AVISO: LINHA DA ESCALA INVALIDA - IGNORADA: "
046100             ESC-CATEGORIA " " ESC-NIVEL " " ESC-OPERADOR
046200         GO TO 1150-LER-ESCALA-EXIT
046300     END-IF.
046400     IF ESC-VIGENCIA-INICIO NUMERIC
046500         AND ESC-VIGENCIA-INICIO > ZERO
046600         AND ESC-VIGENCIA-INICIO > RUN-DATA
046700         GO TO 1150-LER-ESCALA-EXIT
046800     END-IF.
046900     IF ESC-VIGENCIA-FIM NUMERIC
047000         AND ESC-VIGENCIA-FIM > ZERO
047100         AND ESC-VIGENCIA-FIM < RUN-DATA
047200         GO TO 1150-LER-ESCALA-EXIT
047300     END-IF.
047400     IF WS-QTDE-ESCALA >= 200
047500         DISPLAY "AVISO: MAIS DE 200 LINHAS VIGENTES NA ESCALA - "
047600             "EXCEDENTE IGNORADO."
047700         GO TO 1150-LER-ESCALA-EXIT
047800     END-IF.
047900     ADD 1 TO WS-QTDE-ESCALA.
048000     MOVE ESC-CATEGORIA TO ESCT-CATEGORIA(WS-QTDE-ESCALA).
048100     MOVE ESC-HORA-INICIO TO ESCT-INICIO(WS-QTDE-ESCALA).
048200     MOVE ESC-HORA-FIM TO ESCT-FIM(WS-QTDE-ESCALA).
048300     MOVE ESC-NIVEL TO ESCT-NIVEL(WS-QTDE-ESCALA).
048400     MOVE ESC-OPERADOR TO ESCT-OPERADOR(WS-QTDE-ESCALA).
048500     MOVE ESC-NOME TO ESCT-NOME(WS-QTDE-ESCALA).
048600     MOVE ESC-CANAL TO ESCT-CANAL(WS-QTDE-ESCALA).
048700     MOVE ESC-DESTINO TO ESCT-DESTINO(WS-QTDE-ESCALA).
048800 1150-LER-ESCALA-EXIT.
048900     EXIT.
049000*
049100***************************************************************
049200*    1200-CARREGAR-ACKS - ALERTACK AUSENTE = NADA RECONHECIDO  *
049300*    AINDA                                                     *
049400***************************************************************
049500 1200-CARREGAR-ACKS.
049600     OPEN INPUT ACK-FILE.
049700     IF NOT ACK-FILE-OK
049800         DISPLAY "ALERTACK AUSENTE (STATUS " WS-ACK-FILE-STATUS
049900             ") - NENHUM RECONHECIMENTO."
050000         GO TO 1200-CARREGAR-ACKS-EXIT
050100     END-IF.
050200     MOVE "N" TO WS-EOF-SWITCH.
050300     PERFORM 1250-LER-ACK THRU 1250-LER-ACK-EXIT
050400         UNTIL FIM-DO-ARQUIVO.
050500     CLOSE ACK-FILE.
050600 1200-CARREGAR-ACKS-EXIT.
050700     EXIT.
050800*
050900***************************************************************
051000*    1250-LER-ACK                                              *
051100***************************************************************
051200 1250-LER-ACK.
051300     READ ACK-FILE
051400         AT END
051500             MOVE "Y" TO WS-EOF-SWITCH
051600             GO TO 1250-LER-ACK-EXIT
051700     END-READ.
051800     IF ACK-DATA NOT NUMERIC OR ACK-HORA NOT NUMERIC
051900         GO TO 1250-LER-ACK-EXIT
052000     END-IF.
052100     IF WS-QTDE-ACKS >= 500
052200         DISPLAY "AVISO: MAIS DE 500 RECONHECIMENTOS NO ALERTACK "
052300             "- EXCEDENTE IGNORADO."
052400         MOVE "Y" TO WS-EOF-SWITCH
052500         GO TO 1250-LER-ACK-EXIT
052600     END-IF.
052700     ADD 1 TO WS-QTDE-ACKS.
052800     MOVE ACK-DATA TO ACKT-DATA(WS-QTDE-ACKS).
052900     MOVE ACK-HORA TO ACKT-HORA(WS-QTDE-ACKS).
053000     MOVE ACK-PROGRAMA TO ACKT-PROGRAMA(WS-QTDE-ACKS).
053100     MOVE ACK-OPERADOR TO ACKT-OPERADOR(WS-QTDE-ACKS).
053200     IF ACK-DATA-ACK NUMERIC AND ACK-HORA-ACK NUMERIC
053300         MOVE ACK-DATA-ACK TO ACKT-DATA-ACK(WS-QTDE-ACKS)
053400         MOVE ACK-HORA-ACK TO ACKT-HORA-ACK(WS-QTDE-ACKS)
053500     ELSE
053600         MOVE RUN-DATA TO ACKT-DATA-ACK(WS-QTDE-ACKS)
053700         MOVE RUN-HORA TO ACKT-HORA-ACK(WS-QTDE-ACKS)
053800     END-IF.
053900 1250-LER-ACK-EXIT.
054000     EXIT.
054100*
054200***************************************************************
054300*    1900-ERRO-ABERTURA - O CHAMADOR DEIXA CONTEXTO E STATUS   *
054400***************************************************************
054500 1900-ERRO-ABERTURA.
054600     MOVE "PLANTAO " TO ERR-PROGRAMA.
054700     SET ERR-TIPO-ARQUIVO TO TRUE.
054800     CALL "ERROR-HANDLER" USING ERR-PARAMETROS.
054900     MOVE "Y" TO WS-FATAL-SW.
055000     MOVE 16 TO WS-RC-FINAL.
055100 1900-ERRO-ABERTURA-EXIT.
055200     EXIT.
055300*
055400***************************************************************
055500*    2000-TRATAR-ALERTAS - O ALERTLOG INTEIRO A CADA RODADA; O *
055600*    PAGLOG DIZ O QUE JA FOI FEITO COM CADA ALERTA CRITICO     *
055700***************************************************************
055800 2000-TRATAR-ALERTAS.
055900     OPEN INPUT ALERT-LOG-FILE.
056000     IF NOT ALERT-FILE-OK
056100         DISPLAY "ALERTLOG AUSENTE (STATUS " WS-ALERT-FILE-STATUS
056200             ") - NENHUM ALERTA A PAGINAR."
056300         GO TO 2000-TRATAR-ALERTAS-EXIT
056400     END-IF.
056500     MOVE "N" TO WS-EOF-SWITCH.
056600     PERFORM 2050-TRATAR-UM-ALERTA THRU 2050-TRATAR-UM-ALERTA-EXIT
056700         UNTIL FIM-DO-ARQUIVO.
056800     CLOSE ALERT-LOG-FILE.
056900 2000-TRATAR-ALERTAS-EXIT.
057000     EXIT.
057100*
057200***************************************************************
057300*    2050-TRATAR-UM-ALERTA - SO OS CRITICOS; ALERTA NOVO OU    *
057400*    AINDA SEM RECONHECIMENTO                                  *
057500***************************************************************
057600 2050-TRATAR-UM-ALERTA.
057700     READ ALERT-LOG-FILE
057800         AT END
057900             MOVE "Y" TO WS-EOF-SWITCH
058000             GO TO 2050-TRATAR-UM-ALERTA-EXIT
058100     END-READ.
058200     ADD 1 TO WS-QTDE-ALERTAS.
058300     IF NOT ALOG-CRITICO
058400         GO TO 2050-TRATAR-UM-ALERTA-EXIT
058500     END-IF.
058600     ADD 1 TO WS-QTDE-CRITICOS.
058700     IF ALOG-DATA NOT NUMERIC OR ALOG-HORA NOT NUMERIC
058800         ADD 1 TO WS-QTDE-INVALIDOS
058900         GO TO 2050-TRATAR-UM-ALERTA-EXIT
059000     END-IF.
059100     MOVE ALOG-DATA TO PAG-ALERTA-DATA.
059200     MOVE ALOG-HORA TO PAG-ALERTA-HORA.
059300     MOVE ALOG-PROGRAMA TO PAG-ALERTA-PROGRAMA.
059400     READ PAGLOG-FILE
059500         INVALID KEY
059600             CONTINUE
059700     END-READ.
059800     IF PAGLOG-OK
059900         IF PAG-RECONHECIDO
060000             ADD 1 TO WS-QTDE-JA-RECONHEC
060100         ELSE
060200             PERFORM 2200-ACOMPANHAR-ALERTA
060300                 THRU 2200-ACOMPANHAR-ALERTA-EXIT
060400         END-IF
060500         GO TO 2050-TRATAR-UM-ALERTA-EXIT
060600     END-IF.
060700     MOVE ALOG-DATA TO WS-CALC-DATA.
060800     MOVE ALOG-HORA TO WS-CALC-HORA.
060900     PERFORM 8700-CALCULAR-MINUTO THRU 8700-CALCULAR-MINUTO-EXIT.
061000     COMPUTE WS-MINUTOS-DECORRIDOS =
061100         WS-MINUTO-AGORA - WS-CALC-MINUTO.
061200     IF WS-MINUTOS-DECORRIDOS > WS-JANELA-MINUTOS
061300         ADD 1 TO WS-QTDE-ANTIGOS
061400         GO TO 2050-TRATAR-UM-ALERTA-EXIT
061500     END-IF.
061600     PERFORM 2100-REGISTRAR-NOVO THRU 2100-REGISTRAR-NOVO-EXIT.
061700 2050-TRATAR-UM-ALERTA-EXIT.
061800     EXIT.
061900*
062000***************************************************************
062100*    2100-REGISTRAR-NOVO - ALERTA QUE O PAGLOG AINDA NAO TEM:  *
062200*    SE JA FOI RECONHECIDO NA AACK NAO PAGINA; SENAO PAGINA O  *
062300*    PRIMEIRO NIVEL DA ESCALA QUE TIVER ALGUEM                 *
062400***************************************************************
062500 2100-REGISTRAR-NOVO.
062600     ADD 1 TO WS-QTDE-NOVOS.
062700     MOVE SPACES TO PAG-PAGINACAO-RECORD.
062800     MOVE ALOG-DATA TO PAG-ALERTA-DATA.
062900     MOVE ALOG-HORA TO PAG-ALERTA-HORA.
063000     MOVE ALOG-PROGRAMA TO PAG-ALERTA-PROGRAMA.
063100     MOVE ALOG-MENSAGEM TO PAG-MENSAGEM.
063200     SET PAG-AGUARDANDO TO TRUE.
063300     MOVE ZERO TO PAG-NIVEL.
063400     MOVE ZERO TO PAG-QTDE-PAGINAS.
063500     MOVE ZERO TO PAG-DATA-PRIMEIRA.
063600     MOVE ZERO TO PAG-HORA-PRIMEIRA.
063700     MOVE ZERO TO PAG-DATA-ULTIMA.
063800     MOVE ZERO TO PAG-HORA-ULTIMA.
063900     MOVE ZERO TO PAG-ACK-DATA.
064000     MOVE ZERO TO PAG-ACK-HORA.
064100     MOVE ZERO TO PAG-MINUTOS-RESPOSTA.
064200     PERFORM 2500-PROCURAR-ACK THRU 2500-PROCURAR-ACK-EXIT.
064300     IF WS-ACK-ACHADO > ZERO
064400         PERFORM 2600-REGISTRAR-ACK THRU 2600-REGISTRAR-ACK-EXIT
064500     ELSE
064600         PERFORM 3000-PAGINAR-PROXIMO
064700             THRU 3000-PAGINAR-PROXIMO-EXIT
064800     END-IF.
064900     WRITE PAG-PAGINACAO-RECORD.
065000     IF NOT PAGLOG-OK
065100         DISPLAY "ERRO AO GRAVAR O PAGLOG (STATUS "
065200             WS-PAGLOG-FILE-STATUS ") - ALERTA " PAG-CHAVE
065300         MOVE 16 TO WS-RC-FINAL
065400     END-IF.
065500 2100-REGISTRAR-NOVO-EXIT.
065600     EXIT.
065700*
065800***************************************************************
065900*    2200-ACOMPANHAR-ALERTA - JA PAGINADO E SEM RECONHECIMENTO *
066000*    ATE A RODADA ANTERIOR: RECONHECIDO AGORA, SOBE DE NIVEL   *
066100*    SE VENCEU O PRAZO, OU CONTINUA ESPERANDO                  *
066200***************************************************************
066300 2200-ACOMPANHAR-ALERTA.
066400     PERFORM 2500-PROCURAR-ACK THRU 2500-PROCURAR-ACK-EXIT.
066500     IF WS-ACK-ACHADO > ZERO
066600         PERFORM 2600-REGISTRAR-ACK THRU 2600-REGISTRAR-ACK-EXIT
066700         GO TO 2200-REGRAVAR
066800     END-IF.
066900     IF PAG-SEM-ESCALA
067000         PERFORM 3000-PAGINAR-PROXIMO
067100             THRU 3000-PAGINAR-PROXIMO-EXIT
067200         GO TO 2200-REGRAVAR
067300     END-IF.
067400     IF PAG-NIVEL >= 3
067500         ADD 1 TO WS-QTDE-AGUARDANDO
067600         GO TO 2200-ACOMPANHAR-ALERTA-EXIT
067700     END-IF.
067800     MOVE PAG-DATA-ULTIMA TO WS-CALC-DATA.
067900     MOVE PAG-HORA-ULTIMA TO WS-CALC-HORA.
068000     PERFORM 8700-CALCULAR-MINUTO THRU 8700-CALCULAR-MINUTO-EXIT.
068100     COMPUTE WS-MINUTOS-DECORRIDOS =
068200         WS-MINUTO-AGORA - WS-CALC-MINUTO.
068300     IF WS-MINUTOS-DECORRIDOS < WS-PRAZO-MINUTOS
068400         ADD 1 TO WS-QTDE-AGUARDANDO
068500         GO TO 2200-ACOMPANHAR-ALERTA-EXIT
068600     END-IF.
068700     ADD 1 TO WS-QTDE-ESCALADOS.
068800     PERFORM 3000-PAGINAR-PROXIMO THRU 3000-PAGINAR-PROXIMO-EXIT.
068900 2200-REGRAVAR.
069000     REWRITE PAG-PAGINACAO-RECORD.
069100     IF NOT PAGLOG-OK
069200         DISPLAY "ERRO AO REGRAVAR O PAGLOG (STATUS "
069300             WS-PAGLOG-FILE-STATUS ") - ALERTA " PAG-CHAVE
069400         MOVE 16 TO WS-RC-FINAL
069500     END-IF.
069600 2200-ACOMPANHAR-ALERTA-EXIT.
069700     EXIT.
069800*
069900***************************************************************
070000*    2500-PROCURAR-ACK - TRIO DO ALERTA NO ALERTACK            *
070100***************************************************************
070200 2500-PROCURAR-ACK.
070300     MOVE ZERO TO WS-ACK-ACHADO.
070400     PERFORM 2510-COMPARAR-ACK THRU 2510-COMPARAR-ACK-EXIT
070500         VARYING WS-ACK-SUB FROM 1 BY 1
070600         UNTIL WS-ACK-SUB > WS-QTDE-ACKS OR WS-ACK-ACHADO > ZERO.
070700 2500-PROCURAR-ACK-EXIT.
070800     EXIT.
070900*
071000***************************************************************
071100*    2510-COMPARAR-ACK                                         *
071200***************************************************************
071300 2510-COMPARAR-ACK.
071400     IF ACKT-DATA(WS-ACK-SUB) = PAG-ALERTA-DATA
071500         AND ACKT-HORA(WS-ACK-SUB) = PAG-ALERTA-HORA
071600         AND ACKT-PROGRAMA(WS-ACK-SUB) = PAG-ALERTA-PROGRAMA
071700         MOVE WS-ACK-SUB TO WS-ACK-ACHADO
071800     END-IF.
071900 2510-COMPARAR-ACK-EXIT.
072000     EXIT.
072100*
072200***************************************************************
072300*    2600-REGISTRAR-ACK - QUEM RECONHECEU, QUANDO, E O TEMPO   *
072400*    DE RESPOSTA EM MINUTOS DESDE A HORA DO ALERTA             *
072500***************************************************************
072600 2600-REGISTRAR-ACK.
072700     SET PAG-RECONHECIDO TO TRUE.
072800     MOVE ACKT-OPERADOR(WS-ACK-ACHADO) TO PAG-ACK-OPERADOR.
072900     MOVE ACKT-DATA-ACK(WS-ACK-ACHADO) TO PAG-ACK-DATA.
073000     MOVE ACKT-HORA-ACK(WS-ACK-ACHADO) TO PAG-ACK-HORA.
073100     MOVE PAG-ALERTA-DATA TO WS-CALC-DATA.
073200     MOVE PAG-ALERTA-HORA TO WS-CALC-HORA.
073300     PERFORM 8700-CALCULAR-MINUTO THRU 8700-CALCULAR-MINUTO-EXIT.
073400     MOVE WS-CALC-MINUTO TO WS-MINUTO-ALERTA.
073500     MOVE PAG-ACK-DATA TO WS-CALC-DATA.
073600     MOVE PAG-ACK-HORA TO WS-CALC-HORA.
073700     PERFORM 8700-CALCULAR-MINUTO THRU 8700-CALCULAR-MINUTO-EXIT.
073800     COMPUTE WS-MINUTOS-DECORRIDOS =
073900         WS-CALC-MINUTO - WS-MINUTO-ALERTA.
074000     IF WS-MINUTOS-DECORRIDOS < ZERO
074100         MOVE ZERO TO WS-MINUTOS-DECORRIDOS
074200     END-IF.
074300     IF WS-MINUTOS-DECORRIDOS > 99999
074400         MOVE 99999 TO WS-MINUTOS-DECORRIDOS
074500     END-IF.
074600     MOVE WS-MINUTOS-DECORRIDOS TO PAG-MINUTOS-RESPOSTA.
074700     ADD 1 TO WS-QTDE-RECONHECIDOS.
074800     MOVE PAG-MINUTOS-RESPOSTA TO WS-MINUTOS-ED.
074900     MOVE PAG-NIVEL TO WS-NIVEL-ED.
075000     MOVE SPACES TO RPT-LINHA-ENTRADA.
075100     STRING "RECONHECIDO " PAG-ALERTA-DATA " " PAG-ALERTA-HORA
075200         " " PAG-ALERTA-PROGRAMA " POR " PAG-ACK-OPERADOR
075300         " EM " WS-MINUTOS-ED " MIN (NIVEL PAGINADO "
075400         WS-NIVEL-ED ")"
075500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
075600     END-STRING.
075700     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
075800 2600-REGISTRAR-ACK-EXIT.
075900     EXIT.
076000*
076100***************************************************************
076200*    3000-PAGINAR-PROXIMO - PAGINA O NIVEL SEGUINTE AO ULTIMO  *
076300*    JA PAGINADO; NIVEL SEM NINGUEM NA ESCALA PARA A HORA E A  *
076400*    CATEGORIA E PULADO                                        *
076500***************************************************************
076600 3000-PAGINAR-PROXIMO.
076700     MOVE PAG-NIVEL TO WS-NIVEL-BUSCA.
076800     MOVE ZERO TO WS-ENVIADAS-NIVEL.
076900     PERFORM 3050-TENTAR-NIVEL THRU 3050-TENTAR-NIVEL-EXIT
077000         UNTIL WS-ENVIADAS-NIVEL > ZERO OR WS-NIVEL-BUSCA >= 3.
077100     IF WS-ENVIADAS-NIVEL > ZERO
077200         SET PAG-AGUARDANDO TO TRUE
077300         MOVE WS-NIVEL-BUSCA TO PAG-NIVEL
077400         ADD 1 TO PAG-QTDE-PAGINAS
077500         IF PAG-DATA-PRIMEIRA = ZERO
077600             MOVE RUN-DATA TO PAG-DATA-PRIMEIRA
077700             MOVE RUN-HORA TO PAG-HORA-PRIMEIRA
077800         END-IF
077900         MOVE RUN-DATA TO PAG-DATA-ULTIMA
078000         MOVE RUN-HORA TO PAG-HORA-ULTIMA
078100         GO TO 3000-PAGINAR-PROXIMO-EXIT
078200     END-IF.
078300*    NINGUEM ACIMA DO NIVEL JA PAGINADO: A CONTAGEM DO PRAZO
078400*    RECOMECA, PARA O AVISO NAO SE REPETIR A CADA RODADA
078500     IF PAG-NIVEL > ZERO
078600         MOVE RUN-DATA TO PAG-DATA-ULTIMA
078700         MOVE RUN-HORA TO PAG-HORA-ULTIMA
078800         DISPLAY "AVISO: ALERTA " PAG-CHAVE " SEM RESPOSTA E SEM "
078900             "NIVEL ACIMA DE " PAG-NIVEL " NA ESCALA."
079000     ELSE
079100         SET PAG-SEM-ESCALA TO TRUE
079200         ADD 1 TO WS-QTDE-SEM-ESCALA
079300         DISPLAY "AVISO: ALERTA " PAG-CHAVE " SEM NINGUEM NA "
079400             "ESCALA PARA A CATEGORIA E A HORA."
079500         MOVE SPACES TO RPT-LINHA-ENTRADA
079600         STRING "SEM ESCALA  " PAG-ALERTA-DATA " "
079700             PAG-ALERTA-HORA " " PAG-ALERTA-PROGRAMA " "
079800             PAG-MENSAGEM
079900             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
080000         END-STRING
080100         PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT
080200     END-IF.
080300     IF WS-RC-FINAL < 4
080400         MOVE 4 TO WS-RC-FINAL
080500     END-IF.
080600 3000-PAGINAR-PROXIMO-EXIT.
080700     EXIT.
080800*
080900***************************************************************
081000*    3050-TENTAR-NIVEL - ESCALA PROPRIA DA CATEGORIA (PROGRAMA *
081100*    DO ALERTA); NA FALTA, A ESCALA GERAL "*"                  *
081200***************************************************************
081300 3050-TENTAR-NIVEL.
081400     ADD 1 TO WS-NIVEL-BUSCA.
081500     MOVE PAG-ALERTA-PROGRAMA TO WS-CATEGORIA-BUSCA.
081600     PERFORM 3100-CASAR-ESCALA THRU 3100-CASAR-ESCALA-EXIT
081700         VARYING WS-ESC-SUB FROM 1 BY 1
081800         UNTIL WS-ESC-SUB > WS-QTDE-ESCALA.
081900     IF WS-ENVIADAS-NIVEL = ZERO
082000         MOVE "*" TO WS-CATEGORIA-BUSCA
082100         PERFORM 3100-CASAR-ESCALA THRU 3100-CASAR-ESCALA-EXIT
082200             VARYING WS-ESC-SUB FROM 1 BY 1
082300             UNTIL WS-ESC-SUB > WS-QTDE-ESCALA
082400     END-IF.
082500 3050-TENTAR-NIVEL-EXIT.
082600     EXIT.
082700*
082800***************************************************************
082900*    3100-CASAR-ESCALA - NIVEL, CATEGORIA E FAIXA DE HORARIO   *
083000*    DA RODADA (FAIXA INICIO >= FIM ATRAVESSA A MEIA-NOITE)    *
083100***************************************************************
083200 3100-CASAR-ESCALA.
083300     IF ESCT-NIVEL(WS-ESC-SUB) NOT = WS-NIVEL-BUSCA
083400         OR ESCT-CATEGORIA(WS-ESC-SUB) NOT = WS-CATEGORIA-BUSCA
083500         GO TO 3100-CASAR-ESCALA-EXIT
083600     END-IF.
083700     MOVE "N" TO WS-NA-FAIXA-SW.
083800     EVALUATE TRUE
083900         WHEN ESCT-INICIO(WS-ESC-SUB) = ESCT-FIM(WS-ESC-SUB)
084000             MOVE "Y" TO WS-NA-FAIXA-SW
084100         WHEN ESCT-INICIO(WS-ESC-SUB) < ESCT-FIM(WS-ESC-SUB)
084200             IF WS-HHMM-RODADA >= ESCT-INICIO(WS-ESC-SUB)
084300                 AND WS-HHMM-RODADA < ESCT-FIM(WS-ESC-SUB)
084400                 MOVE "Y" TO WS-NA-FAIXA-SW
084500             END-IF
084600         WHEN OTHER
084700             IF WS-HHMM-RODADA >= ESCT-INICIO(WS-ESC-SUB)
084800                 OR WS-HHMM-RODADA < ESCT-FIM(WS-ESC-SUB)
084900                 MOVE "Y" TO WS-NA-FAIXA-SW
085000             END-IF
085100     END-EVALUATE.
085200     IF NA-FAIXA
085300         PERFORM 3200-GRAVAR-PAGINA THRU 3200-GRAVAR-PAGINA-EXIT
085400     END-IF.
085500 3100-CASAR-ESCALA-EXIT.
085600     EXIT.
085700*
085800***************************************************************
085900*    3200-GRAVAR-PAGINA - UMA MENSAGEM NO PAGEOUT PARA A LINHA *
086000*    DA ESCALA (PESSOA E CANAL)                                *
086100***************************************************************
086200 3200-GRAVAR-PAGINA.
086300     MOVE PAG-ALERTA-DATA TO WS-ALERTA-DATA.
086400     MOVE PAG-ALERTA-HORA TO WS-ALERTA-HORA.
086500     MOVE WS-AD-DIA TO WS-QE-DIA.
086600     MOVE WS-AD-MES TO WS-QE-MES.
086700     MOVE WS-AD-ANO TO WS-QE-ANO.
086800     MOVE WS-AH-HH TO WS-QE-HH.
086900     MOVE WS-AH-MM TO WS-QE-MM.
087000     MOVE WS-NIVEL-BUSCA TO WS-NIVEL-ED.
087100     ADD 1 TO WS-SEQ-PAGINA.
087200     MOVE SPACES TO PAGE-OUT-RECORD.
087300     MOVE RUN-DATA TO PGO-LOTE.
087400     MOVE RUN-HORA(1:6) TO PGO-ORDEM-HORA.
087500     MOVE WS-SEQ-PAGINA TO PGO-ORDEM-SEQ.
087600     MOVE ESCT-CANAL(WS-ESC-SUB) TO PGO-CANAL.
087700     MOVE ESCT-OPERADOR(WS-ESC-SUB) TO PGO-OPERADOR.
087800     MOVE "PLNT" TO PGO-EVENTO.
087900     MOVE "T" TO PGO-CATEGORIA.
088000     MOVE ESCT-DESTINO(WS-ESC-SUB) TO PGO-DESTINO.
088100     STRING "ALERTA CRITICO " PAG-ALERTA-PROGRAMA
088200         " - PLANTAO NIVEL " WS-NIVEL-ED
088300         DELIMITED BY SIZE INTO PGO-ASSUNTO
088400     END-STRING.
088500     STRING "ALERTA CRITICO DE " PAG-ALERTA-PROGRAMA
088600         " EM " WS-QUANDO-ED ": " PAG-MENSAGEM
088700         " - RECONHECER NA TRANSACAO AACK. NIVEL "
088800         WS-NIVEL-ED "."
088900         DELIMITED BY SIZE INTO PGO-TEXTO
089000     END-STRING.
089100     WRITE PAGE-OUT-RECORD.
089200     IF NOT PAGEOUT-OK
089300         DISPLAY "ERRO AO GRAVAR O PAGEOUT (STATUS "
089400             WS-PAGEOUT-FILE-STATUS ") - ALERTA " PAG-CHAVE
089500         MOVE 16 TO WS-RC-FINAL
089600         GO TO 3200-GRAVAR-PAGINA-EXIT
089700     END-IF.
089800     ADD 1 TO WS-ENVIADAS-NIVEL.
089900     ADD 1 TO WS-QTDE-PAGINAS.
090000     MOVE ESCT-OPERADOR(WS-ESC-SUB)
090100         TO PAG-PAGINADO(WS-NIVEL-BUSCA).
090200     MOVE SPACES TO RPT-LINHA-ENTRADA.
090300     STRING "PAGINADO    " PAG-ALERTA-DATA " " PAG-ALERTA-HORA
090400         " " PAG-ALERTA-PROGRAMA " NIVEL " WS-NIVEL-ED " "
090500         ESCT-OPERADOR(WS-ESC-SUB) " " ESCT-NOME(WS-ESC-SUB)
090600         " " ESCT-CANAL(WS-ESC-SUB) " "
090700         ESCT-DESTINO(WS-ESC-SUB)
090800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
090900     END-STRING.
091000     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
091100 3200-GRAVAR-PAGINA-EXIT.
091200     EXIT.
091300*
091400***************************************************************
091500*    4000-REVISAO-MENSAL - UMA LINHA POR ALERTA CRITICO DO MES *
091600*    NO PAGLOG E OS TOTAIS PARA A REVISAO DA OPERACAO          *
091700***************************************************************
091800 4000-REVISAO-MENSAL.
091900     ACCEPT WS-MES-REVISAO FROM ENVIRONMENT "PAGMES".
092000     IF WS-MES-REVISAO NOT NUMERIC
092100         OR WS-MR-MES < 1 OR WS-MR-MES > 12
092200         IF RUN-MES = 1
092300             COMPUTE WS-MR-ANO = RUN-ANO - 1
092400             MOVE 12 TO WS-MR-MES
092500         ELSE
092600             MOVE RUN-ANO TO WS-MR-ANO
092700             COMPUTE WS-MR-MES = RUN-MES - 1
092800         END-IF
092900     END-IF.
093000     MOVE SPACES TO RPT-LINHA-ENTRADA.
093100     STRING "MES DA REVISAO: " WS-MES-REVISAO
093200         "   PRAZO POR NIVEL: " WS-PRAZO-MINUTOS " MIN"
093300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
093400     END-STRING.
093500     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
093600     COMPUTE PAG-ALERTA-DATA = WS-MR-ANO * 10000
093700         + WS-MR-MES * 100 + 1.
093800     MOVE ZERO TO PAG-ALERTA-HORA.
093900     MOVE LOW-VALUES TO PAG-ALERTA-PROGRAMA.
094000     MOVE "N" TO WS-EOF-SWITCH.
094100     START PAGLOG-FILE KEY IS NOT LESS THAN PAG-CHAVE
094200         INVALID KEY
094300             MOVE "Y" TO WS-EOF-SWITCH
094400     END-START.
094500     PERFORM 4100-REVISAR-ALERTA THRU 4100-REVISAR-ALERTA-EXIT
094600         UNTIL FIM-DO-ARQUIVO.
094700     PERFORM 4900-TOTAIS-REVISAO THRU 4900-TOTAIS-REVISAO-EXIT.
094800 4000-REVISAO-MENSAL-EXIT.
094900     EXIT.
095000*
095100***************************************************************
095200*    4100-REVISAR-ALERTA - PARA NO PRIMEIRO ALERTA DE OUTRO MES*
095300***************************************************************
095400 4100-REVISAR-ALERTA.
095500     READ PAGLOG-FILE NEXT RECORD
095600         AT END
095700             MOVE "Y" TO WS-EOF-SWITCH
095800             GO TO 4100-REVISAR-ALERTA-EXIT
095900     END-READ.
096000     IF PAG-ALERTA-DATA(1:6) NOT = WS-MES-REVISAO
096100         MOVE "Y" TO WS-EOF-SWITCH
096200         GO TO 4100-REVISAR-ALERTA-EXIT
096300     END-IF.
096400     ADD 1 TO WS-REV-ALERTAS.
096500     IF PAG-NIVEL >= 2
096600         ADD 1 TO WS-REV-RESERVA
096700     END-IF.
096800     IF PAG-NIVEL >= 3
096900         ADD 1 TO WS-REV-GERENTE
097000     END-IF.
097100     EVALUATE TRUE
097200         WHEN PAG-RECONHECIDO
097300             ADD 1 TO WS-REV-RECONHECIDOS
097400             ADD PAG-MINUTOS-RESPOSTA TO WS-REV-SOMA-MINUTOS
097500             IF PAG-MINUTOS-RESPOSTA > WS-REV-MAIOR-MINUTOS
097600                 MOVE PAG-MINUTOS-RESPOSTA TO WS-REV-MAIOR-MINUTOS
097700             END-IF
097800             IF PAG-MINUTOS-RESPOSTA NOT > WS-PRAZO-MINUTOS
097900                 ADD 1 TO WS-REV-NO-PRAZO
098000             END-IF
098100         WHEN PAG-SEM-ESCALA
098200             ADD 1 TO WS-REV-SEM-ESCALA
098300         WHEN OTHER
098400             ADD 1 TO WS-REV-PENDENTES
098500     END-EVALUATE.
098600     MOVE PAG-NIVEL TO WS-NIVEL-ED.
098700     MOVE PAG-MINUTOS-RESPOSTA TO WS-MINUTOS-ED.
098800     MOVE SPACES TO RPT-LINHA-ENTRADA.
098900     IF PAG-RECONHECIDO
099000         STRING PAG-ALERTA-DATA " " PAG-ALERTA-HORA " "
099100             PAG-ALERTA-PROGRAMA " " PAG-SITUACAO " NIVEL "
099200             WS-NIVEL-ED " PAGINAS " PAG-QTDE-PAGINAS " ("
099300             PAG-PAGINADO(1) " " PAG-PAGINADO(2) " "
099400             PAG-PAGINADO(3) ") RECONHECIDO POR "
099500             PAG-ACK-OPERADOR " EM " WS-MINUTOS-ED " MIN"
099600             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
099700         END-STRING
099800     ELSE
099900         STRING PAG-ALERTA-DATA " " PAG-ALERTA-HORA " "
100000             PAG-ALERTA-PROGRAMA " " PAG-SITUACAO " NIVEL "
100100             WS-NIVEL-ED " PAGINAS " PAG-QTDE-PAGINAS " ("
100200             PAG-PAGINADO(1) " " PAG-PAGINADO(2) " "
100300             PAG-PAGINADO(3) ") SEM RECONHECIMENTO"
100400             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
100500         END-STRING
100600     END-IF.
100700     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
100800 4100-REVISAR-ALERTA-EXIT.
100900     EXIT.
101000*
101100***************************************************************
101200*    4900-TOTAIS-REVISAO - TEMPO MEDIO SO DOS RECONHECIDOS     *
101300***************************************************************
101400 4900-TOTAIS-REVISAO.
101500     MOVE ZERO TO WS-REV-MEDIA-MINUTOS.
101600     IF WS-REV-RECONHECIDOS > ZERO
101700         COMPUTE WS-REV-MEDIA-MINUTOS ROUNDED =
101800             WS-REV-SOMA-MINUTOS / WS-REV-RECONHECIDOS
101900     END-IF.
102000     MOVE WS-REV-ALERTAS TO WS-QTDE-ED.
102100     MOVE SPACES TO RPT-LINHA-ENTRADA.
102200     STRING "ALERTAS CRITICOS NO MES .........: " WS-QTDE-ED
102300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
102400     END-STRING.
102500     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
102600     MOVE WS-REV-RECONHECIDOS TO WS-QTDE-ED.
102700     MOVE SPACES TO RPT-LINHA-ENTRADA.
102800     STRING "RECONHECIDOS ....................: " WS-QTDE-ED
102900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
103000     END-STRING.
103100     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
103200     MOVE WS-REV-NO-PRAZO TO WS-QTDE-ED.
103300     MOVE SPACES TO RPT-LINHA-ENTRADA.
103400     STRING "  DENTRO DO PRAZO DO PLANTONISTA : " WS-QTDE-ED
103500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
103600     END-STRING.
103700     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
103800     MOVE WS-REV-MEDIA-MINUTOS TO WS-MINUTOS-ED.
103900     MOVE SPACES TO RPT-LINHA-ENTRADA.
104000     STRING "  TEMPO MEDIO DE RESPOSTA (MIN) .: " WS-MINUTOS-ED
104100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
104200     END-STRING.
104300     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
104400     MOVE WS-REV-MAIOR-MINUTOS TO WS-MINUTOS-ED.
104500     MOVE SPACES TO RPT-LINHA-ENTRADA.
104600     STRING "  MAIOR TEMPO DE RESPOSTA (MIN) .: " WS-MINUTOS-ED
104700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
104800     END-STRING.
104900     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
105000     MOVE WS-REV-RESERVA TO WS-QTDE-ED.
105100     MOVE SPACES TO RPT-LINHA-ENTRADA.
105200     STRING "ESCALADOS AO RESERVA (NIVEL 2) ..: " WS-QTDE-ED
105300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
105400     END-STRING.
105500     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
105600     MOVE WS-REV-GERENTE TO WS-QTDE-ED.
105700     MOVE SPACES TO RPT-LINHA-ENTRADA.
105800     STRING "ESCALADOS AO GERENTE (NIVEL 3) ..: " WS-QTDE-ED
105900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
106000     END-STRING.
106100     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
106200     MOVE WS-REV-PENDENTES TO WS-QTDE-ED.
106300     MOVE SPACES TO RPT-LINHA-ENTRADA.
106400     STRING "SEM RECONHECIMENTO ..............: " WS-QTDE-ED
106500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
106600     END-STRING.
106700     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
106800     MOVE WS-REV-SEM-ESCALA TO WS-QTDE-ED.
106900     MOVE SPACES TO RPT-LINHA-ENTRADA.
107000     STRING "SEM NINGUEM NA ESCALA ...........: " WS-QTDE-ED
107100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
107200     END-STRING.
107300     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
107400     DISPLAY "====== REVISAO MENSAL DO PLANTAO ======".
107500     DISPLAY "MES ....................: " WS-MES-REVISAO.
107600     DISPLAY "ALERTAS CRITICOS .......: " WS-REV-ALERTAS.
107700     DISPLAY "RECONHECIDOS ...........: " WS-REV-RECONHECIDOS.
107800     DISPLAY "TEMPO MEDIO (MIN) ......: " WS-REV-MEDIA-MINUTOS.
107900     DISPLAY "ESCALADOS AO GERENTE ...: " WS-REV-GERENTE.
108000     DISPLAY "SEM RECONHECIMENTO .....: " WS-REV-PENDENTES.
108100 4900-TOTAIS-REVISAO-EXIT.
108200     EXIT.
108300*
108400***************************************************************
108500*    9000-FINALIZAR                                            *
108600***************************************************************
108700 9000-FINALIZAR.
108800     IF PAGLOG-DISPONIVEL
108900         CLOSE PAGLOG-FILE
109000     END-IF.
109100     IF SAIDA-DISPONIVEL
109200         CLOSE PAGE-OUT-FILE
109300     END-IF.
109400     IF FASE-REVISAO
109500         GO TO 9000-FECHAR-RELATORIO
109600     END-IF.
109700     MOVE WS-QTDE-PAGINAS TO WS-QTDE-ED.
109800     MOVE SPACES TO RPT-LINHA-ENTRADA.
109900     STRING "PAGINAS GRAVADAS PARA O GATEWAY .: " WS-QTDE-ED
110000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
110100     END-STRING.
110200     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
110300     MOVE WS-QTDE-AGUARDANDO TO WS-QTDE-ED.
110400     MOVE SPACES TO RPT-LINHA-ENTRADA.
110500     STRING "ALERTAS AGUARDANDO RECONHECIMENTO: " WS-QTDE-ED
110600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
110700     END-STRING.
110800     PERFORM 8300-LINHA-TOTAL THRU 8300-LINHA-TOTAL-EXIT.
110900     DISPLAY "====== PAGINACAO DO PLANTAO ======".
111000     DISPLAY "ALERTAS LIDOS ..........: " WS-QTDE-ALERTAS.
111100     DISPLAY "ALERTAS CRITICOS .......: " WS-QTDE-CRITICOS.
111200     DISPLAY "  INVALIDOS ............: " WS-QTDE-INVALIDOS.
111300     DISPLAY "  ANTIGOS, NAO PAGINADOS: " WS-QTDE-ANTIGOS.
111400     DISPLAY "  NOVOS ................: " WS-QTDE-NOVOS.
111500     DISPLAY "  JA RECONHECIDOS ......: " WS-QTDE-JA-RECONHEC.
111600     DISPLAY "  RECONHECIDOS AGORA ...: " WS-QTDE-RECONHECIDOS.
111700     DISPLAY "  ESCALADOS ............: " WS-QTDE-ESCALADOS.
111800     DISPLAY "  AGUARDANDO ...........: " WS-QTDE-AGUARDANDO.
111900     DISPLAY "  SEM ESCALA ...........: " WS-QTDE-SEM-ESCALA.
112000     DISPLAY "PAGINAS GRAVADAS .......: " WS-QTDE-PAGINAS.
112100 9000-FECHAR-RELATORIO.
112200     IF RELATORIO-ABERTO
112300         CLOSE PRINT-FILE
112400     END-IF.
112500     MOVE WS-RC-FINAL TO RETURN-CODE.
112600 9000-FINALIZAR-EXIT.
112700     EXIT.
112800*
112900***************************************************************
113000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS *
113100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                      *
113200***************************************************************
113300 8000-GRAVAR-LINHAS-RPT.
113400     IF NOT RELATORIO-ABERTO
113500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
113600     END-IF.
113700     PERFORM 8100-GRAVAR-UMA-LINHA
113800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
113900         VARYING WS-RPT-SUB FROM 1 BY 1
114000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
114100 8000-GRAVAR-LINHAS-RPT-EXIT.
114200     EXIT.
114300*
114400***************************************************************
114500*    8100-GRAVAR-UMA-LINHA                                     *
114600***************************************************************
114700 8100-GRAVAR-UMA-LINHA.
114800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
114900     WRITE PRINT-LINE.
115000 8100-GRAVAR-UMA-LINHA-EXIT.
115100     EXIT.
115200*
115300***************************************************************
115400*    8200-LINHA-DETALHE - RPT-LINHA-ENTRADA JA MONTADA         *
115500***************************************************************
115600 8200-LINHA-DETALHE.
115700     SET RPT-ACAO-DETALHE TO TRUE.
115800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
115900     PERFORM 8000-GRAVAR-LINHAS-RPT
116000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
116100 8200-LINHA-DETALHE-EXIT.
116200     EXIT.
116300*
116400***************************************************************
116500*    8300-LINHA-TOTAL - RPT-LINHA-ENTRADA JA MONTADA           *
116600***************************************************************
116700 8300-LINHA-TOTAL.
116800     SET RPT-ACAO-TOTAL TO TRUE.
116900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
117000     PERFORM 8000-GRAVAR-LINHAS-RPT
117100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
117200 8300-LINHA-TOTAL-EXIT.
117300     EXIT.
117400*
117500***************************************************************
117600*    8700-CALCULAR-MINUTO - WS-CALC-DATA (AAAAMMDD) E          *
117700*    WS-CALC-HORA (HHMMSSCC) PARA O MINUTO ABSOLUTO EM         *
117800*    WS-CALC-MINUTO. O DIA JULIANO SAI DA FORMULA DE FLIEGEL E *
117900*    VAN FLANDERN; CADA DIVISAO E FEITA A PARTE PARA TRUNCAR.  *
118000***************************************************************
118100 8700-CALCULAR-MINUTO.
118200     COMPUTE WS-JUL-A = (14 - WS-CD-MES) / 12.
118300     COMPUTE WS-JUL-Y = WS-CD-ANO + 4800 - WS-JUL-A.
118400     COMPUTE WS-JUL-M = WS-CD-MES + 12 * WS-JUL-A - 3.
118500     COMPUTE WS-JUL-T1 = (153 * WS-JUL-M + 2) / 5.
118600     COMPUTE WS-JUL-T2 = WS-JUL-Y / 4.
118700     COMPUTE WS-JUL-T3 = WS-JUL-Y / 100.
118800     COMPUTE WS-JUL-T4 = WS-JUL-Y / 400.
118900     COMPUTE WS-JUL-DIA = WS-CD-DIA + WS-JUL-T1
119000         + 365 * WS-JUL-Y + WS-JUL-T2 - WS-JUL-T3
119100         + WS-JUL-T4 - 32045.
119200     COMPUTE WS-CALC-MINUTO = WS-JUL-DIA * 1440
119300         + WS-CH-HH * 60 + WS-CH-MM.
119400 8700-CALCULAR-MINUTO-EXIT.
119500     EXIT.
