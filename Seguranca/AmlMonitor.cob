000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AML-MONITOR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     MONITOR NOTURNO DE PREVENCAO A LAVAGEM DE
001200*                       DINHEIRO. A COMPLIANCE NAO TINHA VISAO
001300*                       AUTOMATICA DO MOVIMENTO SUSPEITO. O PASSO
001400*                       LE O MOVIMENTO DO DIA NO JRNFILE (DELTA
001500*                       DAS IMAGENS, EM BRL PELA
001600*                       CAMBIO-CONVERTER), ACUMULA POR CLIENTE NO
001700*                       PERFIL AMLPERF E AVALIA TRES REGRAS COM O
001800*                       SALDO DE FECHAMENTO DO BALHIST:
001900*                       ESTRUTURACAO (ES - CREDITOS EM ESPECIE DO
002000*                       GUICHE OU PIX LOGO ABAIXO DO LIMITE DE
002100*                       COMUNICACAO, REPETIDOS EM POUCOS DIAS),
002200*                       PASSAGEM (PT - CREDITO ALTO SEGUIDO DE
002300*                       DEBITO QUASE TOTAL EM ATE N DIAS) E
002400*                       MOVIMENTO MUITO ACIMA DA MEDIA HISTORICA
002500*                       (MD). CADA DISPARO ABRE UM CASO NO AMLCASO
002600*                       (VER AMLREG.CPY) PARA O ANALISTA, LISTADO
002700*                       NO AMLPRT DA COMPLIANCE. OS LIMITES VEM DO
002800*                       AMBIENTE (AMLLIMITE, AMLMARGEM,
002900*                       AMLFRACQTD, AMLFRACDIAS, AMLPTVALOR,
003000*                       AMLPTDIAS, AMLPTPCT, AMLMDFATOR,
003100*                       AMLMDMINIMO, AMLMDHIST), COM PADRAO QUANDO
003200*                       ZERO; A DATA DO MOVIMENTO VEM DE AMLDATA
003300*                       (PADRAO A DATA DA EXECUCAO). O DIA JA
003400*                       AVALIADO NO PERFIL NAO E ACUMULADO DE NOVO
003500*                       (REPROCESSAMENTO IDEMPOTENTE). PARA NAO
003600*                       ALERTAR O CLIENTE, NADA E GRAVADO NOS
003700*                       ARQUIVOS DO CLIENTE, A AUDITORIA LEVA O
003800*                       NUMERO DO CASO E O ALERTA DO CONSOLE SO A
003900*                       QUANTIDADE.
004000***************************************************************
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
004800     SELECT HIST-FILE ASSIGN TO "BALHIST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-HIST-FILE-STATUS.
005100     SELECT PERFIL-FILE ASSIGN TO "AMLPERF"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PRF-CUST-ID
005500         FILE STATUS IS WS-PERFIL-FILE-STATUS.
005600     SELECT CASO-FILE ASSIGN TO "AMLCASO"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ACS-NUMERO
006000         ALTERNATE RECORD KEY IS ACS-EVENTO
006100         FILE STATUS IS WS-CASO-FILE-STATUS.
006200     SELECT PRINT-FILE ASSIGN TO "AMLPRT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PRINT-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800*
006900 FD  JOURNAL-FILE
007000     RECORDING MODE IS F.
007100 COPY "JRNREC.cpy".
007200*
007300*    SO AS LINHAS DE CLIENTE (CONTA EM BRANCO) DO DIA INTERESSAM -
007400*    MESMO LAYOUT GRAVADO PELO SALDO-HIST-APPEND, NA ORDEM DE
007500*    CUST-ID, LIDO JUNTO COM O PERFIL (BALANCE LINE)
007600 FD  HIST-FILE
007700     RECORDING MODE IS F.
007800 01  HIST-RECORD.
007900     05  HST-DATA            PIC 9(08).
008000     05  FILLER              PIC X(01).
008100     05  HST-CUST-ID         PIC X(10).
008200     05  FILLER              PIC X(01).
008300     05  HST-STATUS          PIC X(01).
008400     05  FILLER              PIC X(01).
008500     05  HST-SALDO           PIC S9(7)V99
008600         SIGN IS LEADING SEPARATE.
008700     05  FILLER              PIC X(01).
008800     05  HST-MOEDA           PIC X(03).
008900     05  FILLER              PIC X(01).
009000     05  HST-CONTA           PIC X(02).
009100     05  FILLER              PIC X(11).
009200*
009300*    PERFIL DE MOVIMENTO POR CLIENTE. O BALDE DO DIA E CARIMBADO
009400*    COM A EXECUCAO QUE O ACUMULOU (UMA EXECUCAO INTERROMPIDA NAO
009500*    SOMA DUAS VEZES); PRF-ULT-DIA-AVALIADO MARCA O ULTIMO DIA JA
009600*    LEVADO AS REGRAS E A MEDIA. VALORES EM BRL
009700 FD  PERFIL-FILE.
009800 01  AML-PERFIL-RECORD.
009900     05  PRF-CUST-ID         PIC X(10).
010000     05  PRF-CPF-CNPJ        PIC X(14).
010100     05  PRF-NOME            PIC X(30).
010200     05  PRF-ULT-DIA-AVALIADO PIC 9(08).
010300     05  PRF-MEDIA-MOVTO     PIC S9(11)V99 COMP-3.
010400     05  PRF-DIAS-HIST       PIC 9(05) COMP-3.
010500     05  PRF-SALDO-ULTIMO    PIC S9(11)V99 COMP-3.
010600     05  PRF-DIA-DATA        PIC 9(08).
010700     05  PRF-DIA-CARIMBO     PIC 9(16).
010800     05  PRF-DIA-CREDITOS    PIC S9(11)V99 COMP-3.
010900     05  PRF-DIA-DEBITOS     PIC S9(11)V99 COMP-3.
011000     05  PRF-DIA-QTDE-FRAC   PIC 9(03) COMP-3.
011100     05  PRF-DIA-VALOR-FRAC  PIC S9(11)V99 COMP-3.
011200     05  PRF-DIA-MAIOR-CRED  PIC S9(11)V99 COMP-3.
011300     05  PRF-DIA-SALDO-BASE  PIC S9(11)V99 COMP-3.
011400     05  PRF-DIA-SALDO-FINAL PIC S9(11)V99 COMP-3.
011500*    JANELA DA ESTRUTURACAO - CREDITOS FRACIONADOS POR DIA
011600     05  PRF-FRAC OCCURS 10 TIMES.
011700         10  PRF-FRAC-DATA   PIC 9(08).
011800         10  PRF-FRAC-QTDE   PIC 9(03) COMP-3.
011900         10  PRF-FRAC-VALOR  PIC S9(11)V99 COMP-3.
012000*    CREDITO ALTO EM OBSERVACAO PELA REGRA DE PASSAGEM
012100     05  PRF-PT-DATA         PIC 9(08).
012200     05  PRF-PT-CREDITO      PIC S9(11)V99 COMP-3.
012300     05  PRF-PT-SALDO-BASE   PIC S9(11)V99 COMP-3.
012400     05  PRF-PT-DEBITOS      PIC S9(11)V99 COMP-3.
012500*
012600 FD  CASO-FILE.
012700*    CADASTRO RESTRITO DE CASOS (VER COPYBOOKS/AMLREG.CPY)
012800 COPY "AMLREG.cpy".
012900*
013000 FD  PRINT-FILE
013100     RECORDING MODE IS F.
013200 01  PRINT-LINE              PIC X(132).
013300*
013400 WORKING-STORAGE SECTION.
013500*
013600 77  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE ZEROS.
013700     88  JOURNAL-FILE-OK     VALUE "00".
013800 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE ZEROS.
013900     88  HIST-FILE-OK        VALUE "00".
014000 77  WS-PERFIL-FILE-STATUS   PIC X(02) VALUE ZEROS.
014100     88  PERFIL-OK           VALUE "00".
014200     88  PERFIL-NAO-ACHADO   VALUE "23", "35".
014300 77  WS-CASO-FILE-STATUS     PIC X(02) VALUE ZEROS.
014400     88  CASO-OK             VALUE "00".
014500     88  CASO-NAO-ACHADO     VALUE "23", "35".
014600     88  CASO-DUPLICADO      VALUE "22".
014700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
014800     88  PRINT-FILE-OK       VALUE "00".
014900*
015000 77  WS-JRN-EOF-SWITCH       PIC X(01) VALUE "N".
015100     88  FIM-DO-JOURNAL      VALUE "Y".
015200 77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
015300     88  FIM-DO-HISTORICO    VALUE "Y".
015400 77  WS-PERFIL-EOF-SWITCH    PIC X(01) VALUE "N".
015500     88  FIM-DOS-PERFIS      VALUE "Y".
015600 77  WS-CASO-EOF-SWITCH      PIC X(01) VALUE "N".
015700     88  FIM-DOS-CASOS       VALUE "Y".
015800 77  WS-HIST-ABERTO-SW       PIC X(01) VALUE "N".
015900     88  HISTORICO-ABERTO    VALUE "Y".
016000 77  WS-PERFIL-NOVO-SW       PIC X(01) VALUE "N".
016100     88  PERFIL-NOVO         VALUE "Y".
016200 77  WS-CONVERSAO-SW         PIC X(01) VALUE "N".
016300     88  CONVERSAO-OK        VALUE "Y".
016400 77  WS-CASO-ABERTO-SW       PIC X(01) VALUE "N".
016500     88  CASO-REGISTRADO     VALUE "Y".
016600*
016700***************************************************************
016800*    DATA DO MOVIMENTO E CARIMBO DA EXECUCAO
016900***************************************************************
017000 01  WS-DATA-ALVO            PIC 9(08) VALUE ZERO.
017100 01  WS-DATA-ALVO-R REDEFINES WS-DATA-ALVO.
017200     05  FILLER              PIC 9(02).
017300     05  WS-ALVO-AAMMDD      PIC 9(06).
017400 01  WS-CARIMBO-AREA.
017500     05  WS-CAR-DATA         PIC 9(08).
017600     05  WS-CAR-HORA         PIC 9(08).
017700 01  WS-CARIMBO REDEFINES WS-CARIMBO-AREA PIC 9(16).
017800*
017900***************************************************************
018000*    PARAMETROS DAS REGRAS (AMBIENTE; ZERO = PADRAO)
018100***************************************************************
018200 77  WS-LIMITE-ESPECIE       PIC 9(09) VALUE ZERO.
018300 77  WS-MARGEM-PCT           PIC 9(02) VALUE ZERO.
018400 77  WS-FRAC-QTDE-MIN        PIC 9(03) VALUE ZERO.
018500 77  WS-FRAC-DIAS            PIC 9(03) VALUE ZERO.
018600 77  WS-PT-VALOR-MIN         PIC 9(09) VALUE ZERO.
018700 77  WS-PT-DIAS              PIC 9(03) VALUE ZERO.
018800 77  WS-PT-PCT               PIC 9(03) VALUE ZERO.
018900 77  WS-MD-FATOR             PIC 9(03) VALUE ZERO.
019000 77  WS-MD-MINIMO            PIC 9(09) VALUE ZERO.
019100 77  WS-MD-HIST-MIN          PIC 9(05) VALUE ZERO.
019200 77  WS-PISO-FRAC            PIC S9(11)V99 COMP-3 VALUE ZERO.
019300*
019400*    MEDIA MOVEL: CADA DIA AVALIADO PESA 1/N, COM N = DIAS DE
019500*    HISTORICO ATE O TETO ABAIXO
019600 77  WS-JANELA-MEDIA         PIC 9(03) VALUE 60.
019700 77  WS-DIVISOR              PIC 9(05) COMP VALUE ZERO.
019800*
019900*    ORIGENS DE CREDITO TRATADAS COMO ESPECIE (DEPOSITO NO GUICHE
020000*    PELA MANUTENCAO DO MESTRE E PIX RECEBIDO)
020100 77  WS-ORIGEM               PIC X(08) VALUE SPACES.
020200     88  ORIGEM-ESPECIE      VALUE "CLIMEST " "PIXCRED ".
020300*
020400***************************************************************
020500*    LANCAMENTO CORRENTE DO JOURNAL
020600***************************************************************
020700 01  WS-SALDO-IMAGEM-AREA.
020800     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
020900 77  WS-SALDO-ANTES          PIC S9(7)V99 COMP-3 VALUE ZERO.
021000 77  WS-SALDO-DEPOIS         PIC S9(7)V99 COMP-3 VALUE ZERO.
021100 77  WS-DELTA                PIC S9(7)V99 COMP-3 VALUE ZERO.
021200 77  WS-VALOR-ORIG           PIC S9(7)V99 COMP-3 VALUE ZERO.
021300 77  WS-VALOR-BRL            PIC S9(11)V99 COMP-3 VALUE ZERO.
021400 77  WS-DELTA-BRL            PIC S9(11)V99 COMP-3 VALUE ZERO.
021500 77  WS-ANTES-BRL            PIC S9(11)V99 COMP-3 VALUE ZERO.
021600 77  WS-DEPOIS-BRL           PIC S9(11)V99 COMP-3 VALUE ZERO.
021700 77  WS-MOEDA-TRAB           PIC X(03) VALUE SPACES.
021800*
021900***************************************************************
022000*    AVALIACAO DO PERFIL
022100***************************************************************
022200 77  WS-SALDO-FECHAMENTO     PIC S9(11)V99 COMP-3 VALUE ZERO.
022300 77  WS-MOVTO-DIA            PIC S9(11)V99 COMP-3 VALUE ZERO.
022400 77  WS-FRAC-TOTAL-QTDE      PIC 9(05) COMP VALUE ZERO.
022500 77  WS-FRAC-TOTAL-VALOR     PIC S9(11)V99 COMP-3 VALUE ZERO.
022600 77  WS-PT-DEBITO-MIN        PIC S9(11)V99 COMP-3 VALUE ZERO.
022700 77  WS-PT-SALDO-MAX         PIC S9(11)V99 COMP-3 VALUE ZERO.
022800 77  WS-MEDIA-LIMITE         PIC S9(13)V99 COMP-3 VALUE ZERO.
022900 77  WS-VEZES-MEDIA          PIC 9(07) COMP VALUE ZERO.
023000 77  WS-DIA-ALVO             PIC 9(07) COMP VALUE ZERO.
023100 77  WS-DIAS-DECORRIDOS      PIC S9(07) COMP VALUE ZERO.
023200 77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
023300 77  WS-SUB-LIVRE            PIC 9(02) COMP VALUE ZERO.
023400 77  WS-SUB-MENOR            PIC 9(02) COMP VALUE ZERO.
023500 77  WS-MENOR-DATA           PIC 9(08) VALUE ZERO.
023600*
023700***************************************************************
023800*    CASO A ABRIR
023900***************************************************************
024000 77  WS-PROX-SEQ             PIC 9(04) COMP VALUE ZERO.
024100 77  WS-CASO-REGRA           PIC X(02) VALUE SPACES.
024200 77  WS-CASO-VALOR           PIC S9(11)V99 COMP-3 VALUE ZERO.
024300 77  WS-CASO-REF             PIC S9(11)V99 COMP-3 VALUE ZERO.
024400 77  WS-CASO-QTDE            PIC 9(03) VALUE ZERO.
024500 77  WS-VALOR-EDITADO        PIC Z(10)9.99.
024600 77  WS-REF-EDITADA          PIC Z(10)9.99.
024700 77  WS-QTDE-EDITADA         PIC Z(6)9.
024800*
024900***************************************************************
025000*    NUMERO DO DIA (DIAS CORRIDOS DESDE UMA ORIGEM FIXA) - ANO
025100*    COMECANDO EM MARCO, COM AS REGRAS DE BISSEXTO DO CALENDARIO
025200*    GREGORIANO (MESMA CONTA DO BOLETO-CODIGO)
025300***************************************************************
025400 01  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
025500 01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
025600     05  WS-DT-ANO           PIC 9(04).
025700     05  WS-DT-MES           PIC 9(02).
025800     05  WS-DT-DIA           PIC 9(02).
025900 77  WS-DN-ANO               PIC 9(04) COMP VALUE ZERO.
026000 77  WS-DN-MES               PIC 9(02) COMP VALUE ZERO.
026100 77  WS-DN-Q4                PIC 9(05) COMP VALUE ZERO.
026200 77  WS-DN-Q100              PIC 9(05) COMP VALUE ZERO.
026300 77  WS-DN-Q400              PIC 9(05) COMP VALUE ZERO.
026400 77  WS-DN-QMES              PIC 9(05) COMP VALUE ZERO.
026500 77  WS-DN-RESULTADO         PIC 9(07) COMP VALUE ZERO.
026600 77  WS-LIXO                 PIC 9(07) COMP VALUE ZERO.
026700*
026800 77  WS-QTDE-JRN-LIDOS       PIC 9(07) COMP VALUE ZERO.
026900 77  WS-QTDE-JRN-DIA         PIC 9(07) COMP VALUE ZERO.
027000 77  WS-QTDE-JA-AVALIADOS    PIC 9(07) COMP VALUE ZERO.
027100 77  WS-QTDE-SEM-TAXA        PIC 9(07) COMP VALUE ZERO.
027200 77  WS-QTDE-PERFIS          PIC 9(07) COMP VALUE ZERO.
027300 77  WS-QTDE-PERFIS-NOVOS    PIC 9(07) COMP VALUE ZERO.
027400 77  WS-QTDE-SEM-FECHAMENTO  PIC 9(07) COMP VALUE ZERO.
027500 77  WS-QTDE-CASOS-ES        PIC 9(07) COMP VALUE ZERO.
027600 77  WS-QTDE-CASOS-PT        PIC 9(07) COMP VALUE ZERO.
027700 77  WS-QTDE-CASOS-MD        PIC 9(07) COMP VALUE ZERO.
027800 77  WS-QTDE-CASOS-NOVOS     PIC 9(07) COMP VALUE ZERO.
027900 77  WS-QTDE-CASOS-EXISTENTES PIC 9(07) COMP VALUE ZERO.
028000*
028100***************************************************************
028200*    PARAMETROS DA ROTINA COMPARTILHADA DE CONVERSAO DE MOEDA
028300*    (VER COPYBOOKS/CMBHDL.CPY)
028400***************************************************************
028500 COPY "CMBHDL.cpy".
028600*
028700***************************************************************
028800*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
028900*    RUNDATE.CPY)
029000***************************************************************
029100 COPY "RUNDATE.cpy".
029200*
029300***************************************************************
029400*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
029500***************************************************************
029600 COPY "AUDHDL.cpy".
029700*
029800***************************************************************
029900*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA
030000***************************************************************
030100 COPY "ALRHDL.cpy".
030200*
030300***************************************************************
030400*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
030500***************************************************************
030600 COPY "ERRHDL.cpy".
030700*
030800 PROCEDURE DIVISION.
030900*
031000***************************************************************
031100*    0000-MAINLINE                                             *
031200***************************************************************
031300 0000-MAINLINE.
031400     MOVE ZERO TO RETURN-CODE.
031500     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
031600     ACCEPT RUN-HORA FROM TIME.
031700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
031800     IF RETURN-CODE NOT = ZERO
031900         GO TO 0000-MAINLINE-FIM
032000     END-IF.
032100     PERFORM 2000-ACUMULAR-DIA THRU 2000-ACUMULAR-DIA-EXIT.
032200     IF RETURN-CODE NOT > 4
032300         PERFORM 3000-AVALIAR-PERFIS
032400             THRU 3000-AVALIAR-PERFIS-EXIT
032500     END-IF.
032600     CLOSE PERFIL-FILE.
032700     CLOSE CASO-FILE.
032800     IF PRINT-FILE-OK
032900         MOVE SPACES TO PRINT-LINE
033000         MOVE WS-QTDE-CASOS-NOVOS TO WS-QTDE-EDITADA
033100         STRING "TOTAL DE CASOS ABERTOS: " WS-QTDE-EDITADA
033200             DELIMITED BY SIZE INTO PRINT-LINE
033300         END-STRING
033400         WRITE PRINT-LINE
033500         CLOSE PRINT-FILE
033600     END-IF.
033700     PERFORM 8000-AVISAR-COMPLIANCE
033800         THRU 8000-AVISAR-COMPLIANCE-EXIT.
033900     IF WS-QTDE-SEM-TAXA > ZERO OR NOT HISTORICO-ABERTO
034000         IF RETURN-CODE = ZERO
034100             MOVE 4 TO RETURN-CODE
034200         END-IF
034300     END-IF.
034400 0000-MAINLINE-FIM.
034500     DISPLAY "====== MONITOR PLD/AML ======".
034600     DISPLAY "DATA DO MOVIMENTO ..: " WS-DATA-ALVO.
034700     DISPLAY "JOURNAL LIDO .......: " WS-QTDE-JRN-LIDOS.
034800     DISPLAY "MOVIMENTOS NO DIA ..: " WS-QTDE-JRN-DIA.
034900     DISPLAY "JA AVALIADOS (PUL.) : " WS-QTDE-JA-AVALIADOS.
035000     DISPLAY "SEM TAXA (PULADOS) .: " WS-QTDE-SEM-TAXA.
035100     DISPLAY "PERFIS AVALIADOS ...: " WS-QTDE-PERFIS.
035200     DISPLAY "PERFIS NOVOS .......: " WS-QTDE-PERFIS-NOVOS.
035300     DISPLAY "SEM SALDO NO BALHIST: " WS-QTDE-SEM-FECHAMENTO.
035400     DISPLAY "CASOS ESTRUTURACAO .: " WS-QTDE-CASOS-ES.
035500     DISPLAY "CASOS PASSAGEM .....: " WS-QTDE-CASOS-PT.
035600     DISPLAY "CASOS ACIMA DA MEDIA: " WS-QTDE-CASOS-MD.
035700     DISPLAY "CASOS JA EXISTENTES : " WS-QTDE-CASOS-EXISTENTES.
035800     STOP RUN.
035900*
036000***************************************************************
036100*    1000-INICIALIZAR - DATA, PARAMETROS DAS REGRAS, PERFIL E   *
036200*    CADASTRO DE CASOS (CRIADOS NA PRIMEIRA EXECUCAO)           *
036300***************************************************************
036400 1000-INICIALIZAR.
036500     ACCEPT WS-DATA-ALVO FROM ENVIRONMENT "AMLDATA".
036600     IF WS-DATA-ALVO = ZERO
036700         MOVE RUN-DATA TO WS-DATA-ALVO
036800     END-IF.
036900     MOVE WS-DATA-ALVO TO WS-DATA-TRAB.
037000     IF WS-DT-MES < 1 OR WS-DT-MES > 12
037100         OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
037200         DISPLAY "ABEND-AMLMONIT: DATA INVALIDA EM AMLDATA ("
037300             WS-DATA-ALVO ") - INFORME AAAAMMDD."
037400         MOVE 16 TO RETURN-CODE
037500         GO TO 1000-INICIALIZAR-EXIT
037600     END-IF.
037700     PERFORM 7100-NUMERO-DO-DIA THRU 7100-NUMERO-DO-DIA-EXIT.
037800     MOVE WS-DN-RESULTADO TO WS-DIA-ALVO.
037900     MOVE RUN-DATA TO WS-CAR-DATA.
038000     MOVE RUN-HORA TO WS-CAR-HORA.
038100     PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.
038200     OPEN I-O PERFIL-FILE.
038300     IF PERFIL-NAO-ACHADO
038400         OPEN OUTPUT PERFIL-FILE
038500         CLOSE PERFIL-FILE
038600         OPEN I-O PERFIL-FILE
038700     END-IF.
038800     IF NOT PERFIL-OK
038900         MOVE "AMLMONIT" TO ERR-PROGRAMA
039000         SET ERR-TIPO-ARQUIVO TO TRUE
039100         MOVE "ABERTURA DO ARQUIVO AMLPERF" TO ERR-CONTEXTO
039200         MOVE WS-PERFIL-FILE-STATUS TO ERR-FILE-STATUS
039300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 1000-INICIALIZAR-EXIT
039600     END-IF.
039700     OPEN I-O CASO-FILE.
039800     IF CASO-NAO-ACHADO
039900         OPEN OUTPUT CASO-FILE
040000         CLOSE CASO-FILE
040100         OPEN I-O CASO-FILE
040200     END-IF.
040300     IF NOT CASO-OK
040400         MOVE "AMLMONIT" TO ERR-PROGRAMA
040500         SET ERR-TIPO-ARQUIVO TO TRUE
040600         MOVE "ABERTURA DO ARQUIVO AMLCASO" TO ERR-CONTEXTO
040700         MOVE WS-CASO-FILE-STATUS TO ERR-FILE-STATUS
040800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
040900         CLOSE PERFIL-FILE
041000         MOVE 16 TO RETURN-CODE
041100         GO TO 1000-INICIALIZAR-EXIT
041200     END-IF.
041300     PERFORM 1200-ULTIMO-NUMERO THRU 1200-ULTIMO-NUMERO-EXIT.
041400     OPEN OUTPUT PRINT-FILE.
041500     IF NOT PRINT-FILE-OK
041600         DISPLAY "AVISO: AMLPRT INDISPONIVEL (STATUS "
041700             WS-PRINT-FILE-STATUS ") - CASOS SO NO AMLCASO."
041800     ELSE
041900         MOVE SPACES TO PRINT-LINE
042000         STRING "PLD/AML - CASOS ABERTOS PARA ANALISE - "
042100             "MOVIMENTO DE " WS-DATA-ALVO
042200             " - USO RESTRITO DA COMPLIANCE"
042300             DELIMITED BY SIZE INTO PRINT-LINE
042400         END-STRING
042500         WRITE PRINT-LINE
042600         MOVE ALL "-" TO PRINT-LINE
042700         WRITE PRINT-LINE
042800     END-IF.
042900 1000-INICIALIZAR-EXIT.
043000     EXIT.
043100*
043200***************************************************************
043300*    1100-LER-PARAMETROS - LIMITES DAS REGRAS; ZERO OU AUSENTE  *
043400*    FICA COM O PADRAO                                          *
043500***************************************************************
043600 1100-LER-PARAMETROS.
043700     ACCEPT WS-LIMITE-ESPECIE FROM ENVIRONMENT "AMLLIMITE".
043800     IF WS-LIMITE-ESPECIE = ZERO
043900         MOVE 50000 TO WS-LIMITE-ESPECIE
044000     END-IF.
044100     ACCEPT WS-MARGEM-PCT FROM ENVIRONMENT "AMLMARGEM".
044200     IF WS-MARGEM-PCT = ZERO
044300         MOVE 10 TO WS-MARGEM-PCT
044400     END-IF.
044500     ACCEPT WS-FRAC-QTDE-MIN FROM ENVIRONMENT "AMLFRACQTD".
044600     IF WS-FRAC-QTDE-MIN = ZERO
044700         MOVE 3 TO WS-FRAC-QTDE-MIN
044800     END-IF.
044900     ACCEPT WS-FRAC-DIAS FROM ENVIRONMENT "AMLFRACDIAS".
045000     IF WS-FRAC-DIAS = ZERO
045100         MOVE 5 TO WS-FRAC-DIAS
045200     END-IF.
045300     IF WS-FRAC-DIAS > 10
045400         DISPLAY "AVISO: AMLFRACDIAS " WS-FRAC-DIAS
045500             " ACIMA DA JANELA DO PERFIL - USANDO 10."
045600         MOVE 10 TO WS-FRAC-DIAS
045700     END-IF.
045800     ACCEPT WS-PT-VALOR-MIN FROM ENVIRONMENT "AMLPTVALOR".
045900     IF WS-PT-VALOR-MIN = ZERO
046000         MOVE 20000 TO WS-PT-VALOR-MIN
046100     END-IF.
046200     ACCEPT WS-PT-DIAS FROM ENVIRONMENT "AMLPTDIAS".
046300     IF WS-PT-DIAS = ZERO
046400         MOVE 3 TO WS-PT-DIAS
046500     END-IF.
046600     ACCEPT WS-PT-PCT FROM ENVIRONMENT "AMLPTPCT".
046700     IF WS-PT-PCT = ZERO OR WS-PT-PCT > 100
046800         MOVE 90 TO WS-PT-PCT
046900     END-IF.
047000     ACCEPT WS-MD-FATOR FROM ENVIRONMENT "AMLMDFATOR".
047100     IF WS-MD-FATOR = ZERO
047200         MOVE 5 TO WS-MD-FATOR
047300     END-IF.
047400     ACCEPT WS-MD-MINIMO FROM ENVIRONMENT "AMLMDMINIMO".
047500     IF WS-MD-MINIMO = ZERO
047600         MOVE 10000 TO WS-MD-MINIMO
047700     END-IF.
047800     ACCEPT WS-MD-HIST-MIN FROM ENVIRONMENT "AMLMDHIST".
047900     IF WS-MD-HIST-MIN = ZERO
048000         MOVE 30 TO WS-MD-HIST-MIN
048100     END-IF.
048200     COMPUTE WS-PISO-FRAC =
048300         (WS-LIMITE-ESPECIE * (100 - WS-MARGEM-PCT)) / 100.
048400 1100-LER-PARAMETROS-EXIT.
048500     EXIT.
048600*
048700***************************************************************
048800*    1200-ULTIMO-NUMERO - ULTIMO SEQUENCIAL JA USADO NOS CASOS  *
048900*    DO DIA DO MOVIMENTO (NUMERO = AAMMDD + SEQUENCIAL)         *
049000***************************************************************
049100 1200-ULTIMO-NUMERO.
049200     MOVE ZERO TO WS-PROX-SEQ.
049300     MOVE WS-ALVO-AAMMDD TO ACS-NUM-DATA.
049400     MOVE ZERO TO ACS-NUM-SEQ.
049500     START CASO-FILE KEY IS NOT LESS THAN ACS-NUMERO
049600         INVALID KEY
049700             GO TO 1200-ULTIMO-NUMERO-EXIT
049800     END-START.
049900     MOVE "N" TO WS-CASO-EOF-SWITCH.
050000     PERFORM 1250-LER-NUMERO THRU 1250-LER-NUMERO-EXIT
050100         UNTIL FIM-DOS-CASOS.
050200 1200-ULTIMO-NUMERO-EXIT.
050300     EXIT.
050400*
050500***************************************************************
050600*    1250-LER-NUMERO                                           *
050700***************************************************************
050800 1250-LER-NUMERO.
050900     READ CASO-FILE NEXT RECORD
051000         AT END
051100             MOVE "Y" TO WS-CASO-EOF-SWITCH
051200     END-READ.
051300     IF FIM-DOS-CASOS
051400         GO TO 1250-LER-NUMERO-EXIT
051500     END-IF.
051600     IF ACS-NUM-DATA NOT = WS-ALVO-AAMMDD
051700         MOVE "Y" TO WS-CASO-EOF-SWITCH
051800     ELSE
051900         MOVE ACS-NUM-SEQ TO WS-PROX-SEQ
052000     END-IF.
052100 1250-LER-NUMERO-EXIT.
052200     EXIT.
052300*
052400***************************************************************
052500*    2000-ACUMULAR-DIA - PRIMEIRA PASSADA: MOVIMENTO DO DIA DO  *
052600*    JOURNAL NO BALDE DO PERFIL DE CADA CLIENTE                 *
052700***************************************************************
052800 2000-ACUMULAR-DIA.
052900     OPEN INPUT JOURNAL-FILE.
053000     IF NOT JOURNAL-FILE-OK
053100         MOVE "AMLMONIT" TO ERR-PROGRAMA
053200         SET ERR-TIPO-ARQUIVO TO TRUE
053300         MOVE "ABERTURA DO ARQUIVO JRNFILE" TO ERR-CONTEXTO
053400         MOVE WS-JOURNAL-FILE-STATUS TO ERR-FILE-STATUS
053500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
053600         MOVE 16 TO RETURN-CODE
053700         GO TO 2000-ACUMULAR-DIA-EXIT
053800     END-IF.
053900     PERFORM 2100-LER-JOURNAL THRU 2100-LER-JOURNAL-EXIT.
054000     PERFORM 2200-TRATAR-JOURNAL THRU 2200-TRATAR-JOURNAL-EXIT
054100         UNTIL FIM-DO-JOURNAL.
054200     CLOSE JOURNAL-FILE.
054300 2000-ACUMULAR-DIA-EXIT.
054400     EXIT.
054500*
054600***************************************************************
054700*    2100-LER-JOURNAL                                          *
054800***************************************************************
054900 2100-LER-JOURNAL.
055000     READ JOURNAL-FILE
055100         AT END
055200             MOVE "Y" TO WS-JRN-EOF-SWITCH
055300     END-READ.
055400 2100-LER-JOURNAL-EXIT.
055500     EXIT.
055600*
055700***************************************************************
055800*    2200-TRATAR-JOURNAL - DELTA DAS IMAGENS (POSICOES DE       *
055900*    CUSTREC.CPY: NOME 11-40, SALDO 42-50, MOEDA 61-63, CPF/    *
056000*    CNPJ 66-79). TRANSFERENCIA ENTRE CONTAS DO MESMO CLIENTE   *
056100*    NAO E MOVIMENTO; O ESTORNO ABATE DO LADO QUE DESFAZ        *
056200***************************************************************
056300 2200-TRATAR-JOURNAL.
056400     ADD 1 TO WS-QTDE-JRN-LIDOS.
056500     IF JRN-DATA NOT = WS-DATA-ALVO
056600         GO TO 2200-TRATAR-JOURNAL-LER
056700     END-IF.
056800     IF JRN-PROGRAMA = "TRANSF  "
056900         AND JRN-TRF-CONTRAPARTE = JRN-CHAVE
057000         GO TO 2200-TRATAR-JOURNAL-LER
057100     END-IF.
057200     MOVE ZERO TO WS-SALDO-ANTES.
057300     MOVE JRN-ANTES(42:9) TO WS-SALDO-IMAGEM-AREA.
057400     IF WS-SALDO-IMAGEM NUMERIC
057500         MOVE WS-SALDO-IMAGEM TO WS-SALDO-ANTES
057600     END-IF.
057700     MOVE ZERO TO WS-SALDO-DEPOIS.
057800     MOVE JRN-DEPOIS(42:9) TO WS-SALDO-IMAGEM-AREA.
057900     IF WS-SALDO-IMAGEM NUMERIC
058000         MOVE WS-SALDO-IMAGEM TO WS-SALDO-DEPOIS
058100     END-IF.
058200     COMPUTE WS-DELTA = WS-SALDO-DEPOIS - WS-SALDO-ANTES.
058300     IF WS-DELTA = ZERO
058400         GO TO 2200-TRATAR-JOURNAL-LER
058500     END-IF.
058600     ADD 1 TO WS-QTDE-JRN-DIA.
058700     IF JRN-DEPOIS = SPACES
058800         MOVE JRN-ANTES(61:3) TO WS-MOEDA-TRAB
058900     ELSE
059000         MOVE JRN-DEPOIS(61:3) TO WS-MOEDA-TRAB
059100     END-IF.
059200     IF WS-DELTA < ZERO
059300         COMPUTE WS-VALOR-ORIG = ZERO - WS-DELTA
059400     ELSE
059500         MOVE WS-DELTA TO WS-VALOR-ORIG
059600     END-IF.
059700     PERFORM 7000-CONVERTER THRU 7000-CONVERTER-EXIT.
059800     IF NOT CONVERSAO-OK
059900         ADD 1 TO WS-QTDE-SEM-TAXA
060000         GO TO 2200-TRATAR-JOURNAL-LER
060100     END-IF.
060200     MOVE WS-VALOR-BRL TO WS-DELTA-BRL.
060300     MOVE WS-SALDO-ANTES TO WS-VALOR-ORIG.
060400     PERFORM 7000-CONVERTER THRU 7000-CONVERTER-EXIT.
060500     MOVE WS-VALOR-BRL TO WS-ANTES-BRL.
060600     MOVE WS-SALDO-DEPOIS TO WS-VALOR-ORIG.
060700     PERFORM 7000-CONVERTER THRU 7000-CONVERTER-EXIT.
060800     MOVE WS-VALOR-BRL TO WS-DEPOIS-BRL.
060900     PERFORM 2300-OBTER-PERFIL THRU 2300-OBTER-PERFIL-EXIT.
061000     IF PRF-ULT-DIA-AVALIADO NOT < WS-DATA-ALVO
061100         ADD 1 TO WS-QTDE-JA-AVALIADOS
061200         GO TO 2200-TRATAR-JOURNAL-LER
061300     END-IF.
061400     IF JRN-DEPOIS NOT = SPACES
061500         MOVE JRN-DEPOIS(11:30) TO PRF-NOME
061600         MOVE JRN-DEPOIS(66:14) TO PRF-CPF-CNPJ
061700     END-IF.
061800     PERFORM 2400-SOMAR-LANCAMENTO
061900         THRU 2400-SOMAR-LANCAMENTO-EXIT.
062000     MOVE WS-DEPOIS-BRL TO PRF-DIA-SALDO-FINAL.
062100     IF PERFIL-NOVO
062200         WRITE AML-PERFIL-RECORD
062300     ELSE
062400         REWRITE AML-PERFIL-RECORD
062500     END-IF.
062600     IF NOT PERFIL-OK
062700         MOVE "AMLMONIT" TO ERR-PROGRAMA
062800         SET ERR-TIPO-ARQUIVO TO TRUE
062900         MOVE "GRAVACAO NO ARQUIVO AMLPERF" TO ERR-CONTEXTO
063000         MOVE WS-PERFIL-FILE-STATUS TO ERR-FILE-STATUS
063100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
063200     END-IF.
063300 2200-TRATAR-JOURNAL-LER.
063400     PERFORM 2100-LER-JOURNAL THRU 2100-LER-JOURNAL-EXIT.
063500 2200-TRATAR-JOURNAL-EXIT.
063600     EXIT.
063700*
063800***************************************************************
063900*    2300-OBTER-PERFIL - PERFIL DO CLIENTE (NOVO SE AINDA NAO   *
064000*    EXISTE); BALDE DE OUTRO DIA OU DE OUTRA EXECUCAO E ZERADO  *
064100***************************************************************
064200 2300-OBTER-PERFIL.
064300     MOVE "N" TO WS-PERFIL-NOVO-SW.
064400     MOVE JRN-CHAVE TO PRF-CUST-ID.
064500     READ PERFIL-FILE
064600         INVALID KEY
064700             MOVE "Y" TO WS-PERFIL-NOVO-SW
064800     END-READ.
064900     IF PERFIL-NOVO
065000         ADD 1 TO WS-QTDE-PERFIS-NOVOS
065100         MOVE SPACES TO AML-PERFIL-RECORD
065200         MOVE JRN-CHAVE TO PRF-CUST-ID
065300         MOVE ZERO TO PRF-ULT-DIA-AVALIADO
065400         MOVE ZERO TO PRF-MEDIA-MOVTO
065500         MOVE ZERO TO PRF-DIAS-HIST
065600         MOVE WS-ANTES-BRL TO PRF-SALDO-ULTIMO
065700         MOVE ZERO TO PRF-PT-DATA
065800         MOVE ZERO TO PRF-PT-CREDITO
065900         MOVE ZERO TO PRF-PT-SALDO-BASE
066000         MOVE ZERO TO PRF-PT-DEBITOS
066100         PERFORM 4080-LIMPAR-FRAC THRU 4080-LIMPAR-FRAC-EXIT
066200             VARYING WS-SUB FROM 1 BY 1
066300             UNTIL WS-SUB > 10
066400         PERFORM 2350-ZERAR-DIA THRU 2350-ZERAR-DIA-EXIT
066500         GO TO 2300-OBTER-PERFIL-EXIT
066600     END-IF.
066700     IF PRF-DIA-DATA NOT = WS-DATA-ALVO
066800         OR PRF-DIA-CARIMBO NOT = WS-CARIMBO
066900         PERFORM 2350-ZERAR-DIA THRU 2350-ZERAR-DIA-EXIT
067000     END-IF.
067100 2300-OBTER-PERFIL-EXIT.
067200     EXIT.
067300*
067400***************************************************************
067500*    2350-ZERAR-DIA - BALDE DO DIA VAZIO, CARIMBADO COM ESTA    *
067600*    EXECUCAO; SEM MOVIMENTO, O FECHAMENTO E O SALDO ANTERIOR   *
067700***************************************************************
067800 2350-ZERAR-DIA.
067900     MOVE WS-DATA-ALVO TO PRF-DIA-DATA.
068000     MOVE WS-CARIMBO TO PRF-DIA-CARIMBO.
068100     MOVE ZERO TO PRF-DIA-CREDITOS.
068200     MOVE ZERO TO PRF-DIA-DEBITOS.
068300     MOVE ZERO TO PRF-DIA-QTDE-FRAC.
068400     MOVE ZERO TO PRF-DIA-VALOR-FRAC.
068500     MOVE ZERO TO PRF-DIA-MAIOR-CRED.
068600     MOVE PRF-SALDO-ULTIMO TO PRF-DIA-SALDO-BASE.
068700     MOVE PRF-SALDO-ULTIMO TO PRF-DIA-SALDO-FINAL.
068800 2350-ZERAR-DIA-EXIT.
068900     EXIT.
069000*
069100***************************************************************
069200*    2400-SOMAR-LANCAMENTO - CREDITO, DEBITO OU ESTORNO NO      *
069300*    BALDE; O MAIOR CREDITO DO DIA GUARDA O SALDO ANTERIOR A    *
069400*    ELE (BASE DA PASSAGEM) E O CREDITO EM ESPECIE NA FAIXA     *
069500*    LOGO ABAIXO DO LIMITE CONTA COMO FRACIONADO                *
069600***************************************************************
069700 2400-SOMAR-LANCAMENTO.
069800     MOVE JRN-PROGRAMA TO WS-ORIGEM.
069900     IF JRN-ESTORNO
070000         IF WS-DELTA < ZERO
070100             SUBTRACT WS-DELTA-BRL FROM PRF-DIA-CREDITOS
070200             IF ORIGEM-ESPECIE
070300                 AND WS-DELTA-BRL NOT < WS-PISO-FRAC
070400                 AND WS-DELTA-BRL < WS-LIMITE-ESPECIE
070500                 AND PRF-DIA-QTDE-FRAC > ZERO
070600                 SUBTRACT 1 FROM PRF-DIA-QTDE-FRAC
070700                 SUBTRACT WS-DELTA-BRL FROM PRF-DIA-VALOR-FRAC
070800             END-IF
070900         ELSE
071000             SUBTRACT WS-DELTA-BRL FROM PRF-DIA-DEBITOS
071100         END-IF
071200         GO TO 2400-SOMAR-LANCAMENTO-EXIT
071300     END-IF.
071400     IF WS-DELTA < ZERO
071500         ADD WS-DELTA-BRL TO PRF-DIA-DEBITOS
071600         GO TO 2400-SOMAR-LANCAMENTO-EXIT
071700     END-IF.
071800     ADD WS-DELTA-BRL TO PRF-DIA-CREDITOS.
071900     IF WS-DELTA-BRL > PRF-DIA-MAIOR-CRED
072000         MOVE WS-DELTA-BRL TO PRF-DIA-MAIOR-CRED
072100         MOVE WS-ANTES-BRL TO PRF-DIA-SALDO-BASE
072200     END-IF.
072300     IF ORIGEM-ESPECIE
072400         AND WS-DELTA-BRL NOT < WS-PISO-FRAC
072500         AND WS-DELTA-BRL < WS-LIMITE-ESPECIE
072600         AND PRF-DIA-QTDE-FRAC < 999
072700         ADD 1 TO PRF-DIA-QTDE-FRAC
072800         ADD WS-DELTA-BRL TO PRF-DIA-VALOR-FRAC
072900     END-IF.
073000 2400-SOMAR-LANCAMENTO-EXIT.
073100     EXIT.
073200*
073300***************************************************************
073400*    3000-AVALIAR-PERFIS - SEGUNDA PASSADA: CADA PERFIL, COM O  *
073500*    SALDO DE FECHAMENTO DO DIA NO BALHIST, PASSA PELAS REGRAS  *
073600*    E TEM O DIA INCORPORADO A MEDIA E AS JANELAS               *
073700***************************************************************
073800 3000-AVALIAR-PERFIS.
073900     OPEN INPUT HIST-FILE.
074000     IF NOT HIST-FILE-OK
074100         DISPLAY "AVISO: BALHIST INDISPONIVEL (STATUS "
074200             WS-HIST-FILE-STATUS ") - FECHAMENTO PELO ULTIMO "
074300             "SALDO DO JOURNAL."
074400         MOVE "Y" TO WS-HIST-EOF-SWITCH
074500     ELSE
074600         MOVE "Y" TO WS-HIST-ABERTO-SW
074700         PERFORM 3150-LER-HISTORICO THRU 3150-LER-HISTORICO-EXIT
074800     END-IF.
074900     MOVE LOW-VALUES TO PRF-CUST-ID.
075000     START PERFIL-FILE KEY IS NOT LESS THAN PRF-CUST-ID
075100         INVALID KEY
075200             MOVE "Y" TO WS-PERFIL-EOF-SWITCH
075300     END-START.
075400     IF NOT FIM-DOS-PERFIS
075500         PERFORM 3100-LER-PERFIL THRU 3100-LER-PERFIL-EXIT
075600     END-IF.
075700     PERFORM 3200-TRATAR-PERFIL THRU 3200-TRATAR-PERFIL-EXIT
075800         UNTIL FIM-DOS-PERFIS.
075900     IF HISTORICO-ABERTO
076000         CLOSE HIST-FILE
076100     END-IF.
076200 3000-AVALIAR-PERFIS-EXIT.
076300     EXIT.
076400*
076500***************************************************************
076600*    3100-LER-PERFIL                                           *
076700***************************************************************
076800 3100-LER-PERFIL.
076900     READ PERFIL-FILE NEXT RECORD
077000         AT END
077100             MOVE "Y" TO WS-PERFIL-EOF-SWITCH
077200     END-READ.
077300 3100-LER-PERFIL-EXIT.
077400     EXIT.
077500*
077600***************************************************************
077700*    3150-LER-HISTORICO - PROXIMA LINHA DE CLIENTE DO DIA DO    *
077800*    MOVIMENTO (OUTROS DIAS E LINHAS POR CONTA SAO PULADOS)     *
077900***************************************************************
078000 3150-LER-HISTORICO.
078100     READ HIST-FILE
078200         AT END
078300             MOVE "Y" TO WS-HIST-EOF-SWITCH
078400     END-READ.
078500     IF NOT FIM-DO-HISTORICO
078600         AND (HST-DATA NOT = WS-DATA-ALVO
078700         OR HST-CONTA NOT = SPACES)
078800         GO TO 3150-LER-HISTORICO
078900     END-IF.
079000 3150-LER-HISTORICO-EXIT.
079100     EXIT.
079200*
079300***************************************************************
079400*    3200-TRATAR-PERFIL                                        *
079500***************************************************************
079600 3200-TRATAR-PERFIL.
079700     IF PRF-ULT-DIA-AVALIADO NOT < WS-DATA-ALVO
079800         GO TO 3200-TRATAR-PERFIL-LER
079900     END-IF.
080000     ADD 1 TO WS-QTDE-PERFIS.
080100     IF PRF-DIA-DATA NOT = WS-DATA-ALVO
080200         OR PRF-DIA-CARIMBO NOT = WS-CARIMBO
080300         PERFORM 2350-ZERAR-DIA THRU 2350-ZERAR-DIA-EXIT
080400     END-IF.
080500     PERFORM 3300-BUSCAR-FECHAMENTO
080600         THRU 3300-BUSCAR-FECHAMENTO-EXIT.
080700     COMPUTE WS-MOVTO-DIA = PRF-DIA-CREDITOS + PRF-DIA-DEBITOS.
080800     IF WS-MOVTO-DIA < ZERO
080900         MOVE ZERO TO WS-MOVTO-DIA
081000     END-IF.
081100     PERFORM 4000-REGRA-ESTRUTURACAO
081200         THRU 4000-REGRA-ESTRUTURACAO-EXIT.
081300     PERFORM 4200-REGRA-PASSAGEM THRU 4200-REGRA-PASSAGEM-EXIT.
081400     PERFORM 4400-REGRA-MEDIA THRU 4400-REGRA-MEDIA-EXIT.
081500     PERFORM 4600-INCORPORAR-DIA THRU 4600-INCORPORAR-DIA-EXIT.
081600     REWRITE AML-PERFIL-RECORD.
081700     IF NOT PERFIL-OK
081800         MOVE "AMLMONIT" TO ERR-PROGRAMA
081900         SET ERR-TIPO-ARQUIVO TO TRUE
082000         MOVE "REGRAVACAO NO ARQUIVO AMLPERF" TO ERR-CONTEXTO
082100         MOVE WS-PERFIL-FILE-STATUS TO ERR-FILE-STATUS
082200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
082300     END-IF.
082400 3200-TRATAR-PERFIL-LER.
082500     PERFORM 3100-LER-PERFIL THRU 3100-LER-PERFIL-EXIT.
082600 3200-TRATAR-PERFIL-EXIT.
082700     EXIT.
082800*
082900***************************************************************
083000*    3300-BUSCAR-FECHAMENTO - SALDO DO CLIENTE NO BALHIST DO    *
083100*    DIA; SEM A LINHA (OU SEM TAXA) VALE O ULTIMO SALDO DO      *
083200*    JOURNAL                                                    *
083300***************************************************************
083400 3300-BUSCAR-FECHAMENTO.
083500     MOVE PRF-DIA-SALDO-FINAL TO WS-SALDO-FECHAMENTO.
083600     PERFORM 3150-LER-HISTORICO THRU 3150-LER-HISTORICO-EXIT
083700         UNTIL FIM-DO-HISTORICO
083800         OR HST-CUST-ID NOT < PRF-CUST-ID.
083900     IF FIM-DO-HISTORICO OR HST-CUST-ID NOT = PRF-CUST-ID
084000         IF HISTORICO-ABERTO
084100             ADD 1 TO WS-QTDE-SEM-FECHAMENTO
084200         END-IF
084300         GO TO 3300-BUSCAR-FECHAMENTO-EXIT
084400     END-IF.
084500     MOVE HST-MOEDA TO WS-MOEDA-TRAB.
084600     MOVE HST-SALDO TO WS-VALOR-ORIG.
084700     PERFORM 7000-CONVERTER THRU 7000-CONVERTER-EXIT.
084800     IF CONVERSAO-OK
084900         MOVE WS-VALOR-BRL TO WS-SALDO-FECHAMENTO
085000     END-IF.
085100 3300-BUSCAR-FECHAMENTO-EXIT.
085200     EXIT.
085300*
085400***************************************************************
085500*    4000-REGRA-ESTRUTURACAO - CREDITOS FRACIONADOS DO DIA NA   *
085600*    JANELA DE AMLFRACDIAS DIAS; AMLFRACQTD OU MAIS NA JANELA   *
085700*    ABREM O CASO "ES" E ESVAZIAM A JANELA                      *
085800***************************************************************
085900 4000-REGRA-ESTRUTURACAO.
086000     PERFORM 4050-EXPURGAR-FRAC THRU 4050-EXPURGAR-FRAC-EXIT
086100         VARYING WS-SUB FROM 1 BY 1
086200         UNTIL WS-SUB > 10.
086300     IF PRF-DIA-QTDE-FRAC > ZERO
086400         MOVE ZERO TO WS-SUB-LIVRE
086500         MOVE 1 TO WS-SUB-MENOR
086600         MOVE 99999999 TO WS-MENOR-DATA
086700         PERFORM 4060-ACHAR-POSICAO THRU 4060-ACHAR-POSICAO-EXIT
086800             VARYING WS-SUB FROM 1 BY 1
086900             UNTIL WS-SUB > 10
087000         IF WS-SUB-LIVRE = ZERO
087100             MOVE WS-SUB-MENOR TO WS-SUB-LIVRE
087200         END-IF
087300         MOVE WS-DATA-ALVO TO PRF-FRAC-DATA(WS-SUB-LIVRE)
087400         MOVE PRF-DIA-QTDE-FRAC TO PRF-FRAC-QTDE(WS-SUB-LIVRE)
087500         MOVE PRF-DIA-VALOR-FRAC TO PRF-FRAC-VALOR(WS-SUB-LIVRE)
087600     END-IF.
087700     MOVE ZERO TO WS-FRAC-TOTAL-QTDE.
087800     MOVE ZERO TO WS-FRAC-TOTAL-VALOR.
087900     PERFORM 4070-SOMAR-FRAC THRU 4070-SOMAR-FRAC-EXIT
088000         VARYING WS-SUB FROM 1 BY 1
088100         UNTIL WS-SUB > 10.
088200     IF WS-FRAC-TOTAL-QTDE < WS-FRAC-QTDE-MIN
088300         GO TO 4000-REGRA-ESTRUTURACAO-EXIT
088400     END-IF.
088500     MOVE "ES" TO WS-CASO-REGRA.
088600     MOVE WS-FRAC-TOTAL-VALOR TO WS-CASO-VALOR.
088700     MOVE WS-LIMITE-ESPECIE TO WS-CASO-REF.
088800     IF WS-FRAC-TOTAL-QTDE > 999
088900         MOVE 999 TO WS-CASO-QTDE
089000     ELSE
089100         MOVE WS-FRAC-TOTAL-QTDE TO WS-CASO-QTDE
089200     END-IF.
089300     PERFORM 6000-ABRIR-CASO THRU 6000-ABRIR-CASO-EXIT.
089400     IF CASO-REGISTRADO
089500         PERFORM 4080-LIMPAR-FRAC THRU 4080-LIMPAR-FRAC-EXIT
089600             VARYING WS-SUB FROM 1 BY 1
089700             UNTIL WS-SUB > 10
089800     END-IF.
089900 4000-REGRA-ESTRUTURACAO-EXIT.
090000     EXIT.
090100*
090200***************************************************************
090300*    4050-EXPURGAR-FRAC - DIA QUE SAIU DA JANELA                *
090400***************************************************************
090500 4050-EXPURGAR-FRAC.
090600     IF PRF-FRAC-DATA(WS-SUB) = ZERO
090700         GO TO 4050-EXPURGAR-FRAC-EXIT
090800     END-IF.
090900     MOVE PRF-FRAC-DATA(WS-SUB) TO WS-DATA-TRAB.
091000     PERFORM 7100-NUMERO-DO-DIA THRU 7100-NUMERO-DO-DIA-EXIT.
091100     COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-ALVO - WS-DN-RESULTADO.
091200     IF WS-DIAS-DECORRIDOS NOT < WS-FRAC-DIAS
091300         OR WS-DIAS-DECORRIDOS < ZERO
091400         PERFORM 4080-LIMPAR-FRAC THRU 4080-LIMPAR-FRAC-EXIT
091500     END-IF.
091600 4050-EXPURGAR-FRAC-EXIT.
091700     EXIT.
091800*
091900***************************************************************
092000*    4060-ACHAR-POSICAO - PRIMEIRA POSICAO LIVRE DA JANELA OU,  *
092100*    NA FALTA, A MAIS ANTIGA                                    *
092200***************************************************************
092300 4060-ACHAR-POSICAO.
092400     IF PRF-FRAC-DATA(WS-SUB) = ZERO
092500         IF WS-SUB-LIVRE = ZERO
092600             MOVE WS-SUB TO WS-SUB-LIVRE
092700         END-IF
092800     ELSE
092900         IF PRF-FRAC-DATA(WS-SUB) < WS-MENOR-DATA
093000             MOVE PRF-FRAC-DATA(WS-SUB) TO WS-MENOR-DATA
093100             MOVE WS-SUB TO WS-SUB-MENOR
093200         END-IF
093300     END-IF.
093400 4060-ACHAR-POSICAO-EXIT.
093500     EXIT.
093600*
093700***************************************************************
093800*    4070-SOMAR-FRAC                                           *
093900***************************************************************
094000 4070-SOMAR-FRAC.
094100     ADD PRF-FRAC-QTDE(WS-SUB) TO WS-FRAC-TOTAL-QTDE.
094200     ADD PRF-FRAC-VALOR(WS-SUB) TO WS-FRAC-TOTAL-VALOR.
094300 4070-SOMAR-FRAC-EXIT.
094400     EXIT.
094500*
094600***************************************************************
094700*    4080-LIMPAR-FRAC                                          *
094800***************************************************************
094900 4080-LIMPAR-FRAC.
095000     MOVE ZERO TO PRF-FRAC-DATA(WS-SUB).
095100     MOVE ZERO TO PRF-FRAC-QTDE(WS-SUB).
095200     MOVE ZERO TO PRF-FRAC-VALOR(WS-SUB).
095300 4080-LIMPAR-FRAC-EXIT.
095400     EXIT.
095500*
095600***************************************************************
095700*    4200-REGRA-PASSAGEM - CREDITO DE AMLPTVALOR OU MAIS ABRE A *
095800*    OBSERVACAO; SE EM ATE AMLPTDIAS DIAS OS DEBITOS CHEGAM A   *
095900*    AMLPTPCT% DELE E O FECHAMENTO VOLTA PERTO DO SALDO         *
096000*    ANTERIOR AO CREDITO, ABRE O CASO "PT"                      *
096100***************************************************************
096200 4200-REGRA-PASSAGEM.
096300     IF PRF-PT-DATA = ZERO
096400         AND PRF-DIA-MAIOR-CRED NOT < WS-PT-VALOR-MIN
096500         MOVE WS-DATA-ALVO TO PRF-PT-DATA
096600         MOVE PRF-DIA-MAIOR-CRED TO PRF-PT-CREDITO
096700         MOVE PRF-DIA-SALDO-BASE TO PRF-PT-SALDO-BASE
096800         MOVE ZERO TO PRF-PT-DEBITOS
096900     END-IF.
097000     IF PRF-PT-DATA = ZERO
097100         GO TO 4200-REGRA-PASSAGEM-EXIT
097200     END-IF.
097300     ADD PRF-DIA-DEBITOS TO PRF-PT-DEBITOS.
097400     COMPUTE WS-PT-DEBITO-MIN ROUNDED =
097500         (PRF-PT-CREDITO * WS-PT-PCT) / 100.
097600     COMPUTE WS-PT-SALDO-MAX = PRF-PT-SALDO-BASE
097700         + PRF-PT-CREDITO - WS-PT-DEBITO-MIN.
097800     MOVE PRF-PT-DATA TO WS-DATA-TRAB.
097900     PERFORM 7100-NUMERO-DO-DIA THRU 7100-NUMERO-DO-DIA-EXIT.
098000     COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-ALVO - WS-DN-RESULTADO.
098100     IF PRF-PT-DEBITOS NOT < WS-PT-DEBITO-MIN
098200         AND WS-SALDO-FECHAMENTO NOT > WS-PT-SALDO-MAX
098300         MOVE "PT" TO WS-CASO-REGRA
098400         MOVE PRF-PT-CREDITO TO WS-CASO-VALOR
098500         MOVE PRF-PT-DEBITOS TO WS-CASO-REF
098600         MOVE WS-DIAS-DECORRIDOS TO WS-CASO-QTDE
098700         PERFORM 6000-ABRIR-CASO THRU 6000-ABRIR-CASO-EXIT
098800         MOVE ZERO TO PRF-PT-DATA
098900         GO TO 4200-REGRA-PASSAGEM-EXIT
099000     END-IF.
099100     IF WS-DIAS-DECORRIDOS NOT < WS-PT-DIAS
099200         OR WS-DIAS-DECORRIDOS < ZERO
099300         MOVE ZERO TO PRF-PT-DATA
099400     END-IF.
099500 4200-REGRA-PASSAGEM-EXIT.
099600     EXIT.
099700*
099800***************************************************************
099900*    4400-REGRA-MEDIA - COM AMLMDHIST DIAS DE HISTORICO, O      *
100000*    MOVIMENTO DO DIA (CREDITOS + DEBITOS) DE AMLMDMINIMO OU    *
100100*    MAIS E ACIMA DE AMLMDFATOR VEZES A MEDIA ABRE O CASO "MD"  *
100200***************************************************************
100300 4400-REGRA-MEDIA.
100400     IF PRF-DIAS-HIST < WS-MD-HIST-MIN
100500         OR WS-MOVTO-DIA < WS-MD-MINIMO
100600         GO TO 4400-REGRA-MEDIA-EXIT
100700     END-IF.
100800     COMPUTE WS-MEDIA-LIMITE = PRF-MEDIA-MOVTO * WS-MD-FATOR.
100900     IF WS-MOVTO-DIA NOT > WS-MEDIA-LIMITE
101000         GO TO 4400-REGRA-MEDIA-EXIT
101100     END-IF.
101200     MOVE "MD" TO WS-CASO-REGRA.
101300     MOVE WS-MOVTO-DIA TO WS-CASO-VALOR.
101400     MOVE PRF-MEDIA-MOVTO TO WS-CASO-REF.
101500     MOVE 999 TO WS-CASO-QTDE.
101600     IF PRF-MEDIA-MOVTO > ZERO
101700         COMPUTE WS-VEZES-MEDIA = WS-MOVTO-DIA / PRF-MEDIA-MOVTO
101800         IF WS-VEZES-MEDIA < 999
101900             MOVE WS-VEZES-MEDIA TO WS-CASO-QTDE
102000         END-IF
102100     END-IF.
102200     PERFORM 6000-ABRIR-CASO THRU 6000-ABRIR-CASO-EXIT.
102300 4400-REGRA-MEDIA-EXIT.
102400     EXIT.
102500*
102600***************************************************************
102700*    4600-INCORPORAR-DIA - O DIA ENTRA NA MEDIA MOVEL (PESO 1/N,*
102800*    N = DIAS DE HISTORICO ATE WS-JANELA-MEDIA) E O FECHAMENTO  *
102900*    VIRA O ULTIMO SALDO                                        *
103000***************************************************************
103100 4600-INCORPORAR-DIA.
103200     IF PRF-DIAS-HIST < 99999
103300         ADD 1 TO PRF-DIAS-HIST
103400     END-IF.
103500     IF PRF-DIAS-HIST < WS-JANELA-MEDIA
103600         MOVE PRF-DIAS-HIST TO WS-DIVISOR
103700     ELSE
103800         MOVE WS-JANELA-MEDIA TO WS-DIVISOR
103900     END-IF.
104000     COMPUTE PRF-MEDIA-MOVTO ROUNDED = PRF-MEDIA-MOVTO
104100         + ((WS-MOVTO-DIA - PRF-MEDIA-MOVTO) / WS-DIVISOR).
104200     MOVE WS-SALDO-FECHAMENTO TO PRF-SALDO-ULTIMO.
104300     MOVE WS-DATA-ALVO TO PRF-ULT-DIA-AVALIADO.
104400 4600-INCORPORAR-DIA-EXIT.
104500     EXIT.
104600*
104700***************************************************************
104800*    6000-ABRIR-CASO - CASO DO CLIENTE/DIA/REGRA NO AMLCASO;    *
104900*    JA EXISTENTE (REPROCESSAMENTO) NAO E DUPLICADO. A          *
105000*    AUDITORIA LEVA SO O NUMERO DO CASO                         *
105100***************************************************************
105200 6000-ABRIR-CASO.
105300     MOVE "N" TO WS-CASO-ABERTO-SW.
105400     MOVE PRF-CUST-ID TO ACS-CUST-ID.
105500     MOVE WS-DATA-ALVO TO ACS-DATA-EVENTO.
105600     MOVE WS-CASO-REGRA TO ACS-REGRA.
105700     READ CASO-FILE KEY IS ACS-EVENTO
105800         INVALID KEY
105900             CONTINUE
106000     END-READ.
106100     IF CASO-OK
106200         ADD 1 TO WS-QTDE-CASOS-EXISTENTES
106300         MOVE "Y" TO WS-CASO-ABERTO-SW
106400         GO TO 6000-ABRIR-CASO-EXIT
106500     END-IF.
106600     IF WS-PROX-SEQ NOT < 9999
106700         DISPLAY "ERRO: SEQUENCIAL DE CASOS DO DIA " WS-DATA-ALVO
106800             " ESGOTADO - CASO " WS-CASO-REGRA " NAO ABERTO."
106900         MOVE 8 TO RETURN-CODE
107000         GO TO 6000-ABRIR-CASO-EXIT
107100     END-IF.
107200     ADD 1 TO WS-PROX-SEQ.
107300     MOVE SPACES TO AML-CASO-RECORD.
107400     MOVE WS-ALVO-AAMMDD TO ACS-NUM-DATA.
107500     MOVE WS-PROX-SEQ TO ACS-NUM-SEQ.
107600     MOVE PRF-CUST-ID TO ACS-CUST-ID.
107700     MOVE WS-DATA-ALVO TO ACS-DATA-EVENTO.
107800     MOVE WS-CASO-REGRA TO ACS-REGRA.
107900     SET ACS-ABERTO TO TRUE.
108000     MOVE PRF-CPF-CNPJ TO ACS-CPF-CNPJ.
108100     MOVE PRF-NOME TO ACS-NOME.
108200     IF WS-CASO-VALOR < ZERO
108300         MOVE ZERO TO ACS-VALOR
108400     ELSE
108500         MOVE WS-CASO-VALOR TO ACS-VALOR
108600     END-IF.
108700     IF WS-CASO-REF < ZERO
108800         MOVE ZERO TO ACS-REFERENCIA
108900     ELSE
109000         MOVE WS-CASO-REF TO ACS-REFERENCIA
109100     END-IF.
109200     MOVE WS-CASO-QTDE TO ACS-QTDE.
109300     MOVE RUN-DATA TO ACS-DATA-ABERTURA.
109400     MOVE ZERO TO ACS-DATA-DECISAO.
109500     MOVE ZERO TO ACS-DATA-COAF.
109600     WRITE AML-CASO-RECORD.
109700     IF NOT CASO-OK
109800         MOVE "AMLMONIT" TO ERR-PROGRAMA
109900         SET ERR-TIPO-ARQUIVO TO TRUE
110000         MOVE "GRAVACAO NO ARQUIVO AMLCASO" TO ERR-CONTEXTO
110100         MOVE WS-CASO-FILE-STATUS TO ERR-FILE-STATUS
110200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
110300         MOVE 8 TO RETURN-CODE
110400         GO TO 6000-ABRIR-CASO-EXIT
110500     END-IF.
110600     MOVE "Y" TO WS-CASO-ABERTO-SW.
110700     ADD 1 TO WS-QTDE-CASOS-NOVOS.
110800     EVALUATE TRUE
110900         WHEN ACS-REGRA-ESTRUTURACAO
111000             ADD 1 TO WS-QTDE-CASOS-ES
111100         WHEN ACS-REGRA-PASSAGEM
111200             ADD 1 TO WS-QTDE-CASOS-PT
111300         WHEN OTHER
111400             ADD 1 TO WS-QTDE-CASOS-MD
111500     END-EVALUATE.
111600     MOVE "AMLMONIT" TO AUD-PROGRAMA.
111700     MOVE 9 TO AUD-OPCODE.
111800     MOVE "ABRE-CASO" TO AUD-EVENTO.
111900     MOVE ACS-NUMERO TO AUD-CHAVE.
112000     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
112100     PERFORM 6100-LISTAR-CASO THRU 6100-LISTAR-CASO-EXIT.
112200 6000-ABRIR-CASO-EXIT.
112300     EXIT.
112400*
112500***************************************************************
112600*    6100-LISTAR-CASO - LINHA DO CASO NO AMLPRT DA COMPLIANCE   *
112700***************************************************************
112800 6100-LISTAR-CASO.
112900     IF NOT PRINT-FILE-OK
113000         GO TO 6100-LISTAR-CASO-EXIT
113100     END-IF.
113200     MOVE ACS-VALOR TO WS-VALOR-EDITADO.
113300     MOVE ACS-REFERENCIA TO WS-REF-EDITADA.
113400     MOVE SPACES TO PRINT-LINE.
113500     STRING "CASO " ACS-NUMERO "  REGRA " ACS-REGRA
113600         "  CLIENTE " ACS-CUST-ID " " ACS-NOME
113700         "  VALOR " WS-VALOR-EDITADO
113800         "  REF " WS-REF-EDITADA
113900         "  QTDE " ACS-QTDE
114000         DELIMITED BY SIZE INTO PRINT-LINE
114100     END-STRING.
114200     WRITE PRINT-LINE.
114300 6100-LISTAR-CASO-EXIT.
114400     EXIT.
114500*
114600***************************************************************
114700*    7000-CONVERTER - WS-VALOR-ORIG NA MOEDA WS-MOEDA-TRAB PARA *
114800*    BRL PELA TAXA DO DIA DO MOVIMENTO (BRL E BRANCO PASSAM     *
114900*    DIRETO)                                                    *
115000***************************************************************
115100 7000-CONVERTER.
115200     MOVE "N" TO WS-CONVERSAO-SW.
115300     IF WS-MOEDA-TRAB = SPACES OR WS-MOEDA-TRAB = "BRL"
115400         MOVE WS-VALOR-ORIG TO WS-VALOR-BRL
115500         MOVE "Y" TO WS-CONVERSAO-SW
115600         GO TO 7000-CONVERTER-EXIT
115700     END-IF.
115800     MOVE WS-MOEDA-TRAB TO CMB-MOEDA.
115900     MOVE WS-DATA-ALVO TO CMB-DATA-REF.
116000     MOVE WS-VALOR-ORIG TO CMB-VALOR.
116100     CALL "CAMBIO-CONVERTER" USING CMB-PARAMETROS.
116200     IF CMB-RETORNO NOT > 04
116300         MOVE CMB-VALOR-BRL TO WS-VALOR-BRL
116400         MOVE "Y" TO WS-CONVERSAO-SW
116500     END-IF.
116600 7000-CONVERTER-EXIT.
116700     EXIT.
116800*
116900***************************************************************
117000*    7100-NUMERO-DO-DIA - DIAS CORRIDOS DE WS-DATA-TRAB DESDE A *
117100*    ORIGEM DO CALENDARIO, COM O ANO COMECANDO EM MARCO (O DIA  *
117200*    29/02 FICA NO FIM DO ANO E O BISSEXTO SAI DAS DIVISOES)    *
117300***************************************************************
117400 7100-NUMERO-DO-DIA.
117500     IF WS-DT-MES > 2
117600         MOVE WS-DT-ANO TO WS-DN-ANO
117700         COMPUTE WS-DN-MES = WS-DT-MES - 3
117800     ELSE
117900         COMPUTE WS-DN-ANO = WS-DT-ANO - 1
118000         COMPUTE WS-DN-MES = WS-DT-MES + 9
118100     END-IF.
118200     DIVIDE WS-DN-ANO BY 4 GIVING WS-DN-Q4.
118300     DIVIDE WS-DN-ANO BY 100 GIVING WS-DN-Q100.
118400     DIVIDE WS-DN-ANO BY 400 GIVING WS-DN-Q400.
118500     COMPUTE WS-LIXO = (153 * WS-DN-MES) + 2.
118600     DIVIDE WS-LIXO BY 5 GIVING WS-DN-QMES.
118700     COMPUTE WS-DN-RESULTADO = (365 * WS-DN-ANO) + WS-DN-Q4
118800         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMES + WS-DT-DIA.
118900 7100-NUMERO-DO-DIA-EXIT.
119000     EXIT.
119100*
119200***************************************************************
119300*    8000-AVISAR-COMPLIANCE - ALERTA NO CONSOLE SO COM A        *
119400*    QUANTIDADE DE CASOS NOVOS (NENHUM DADO DE CLIENTE)         *
119500***************************************************************
119600 8000-AVISAR-COMPLIANCE.
119700     IF WS-QTDE-CASOS-NOVOS = ZERO
119800         GO TO 8000-AVISAR-COMPLIANCE-EXIT
119900     END-IF.
120000     MOVE WS-QTDE-CASOS-NOVOS TO WS-QTDE-EDITADA.
120100     MOVE "AMLMONIT" TO ALR-PROGRAMA.
120200     SET ALR-SEV-AVISO TO TRUE.
120300     MOVE SPACES TO ALR-MENSAGEM.
120400     STRING "PLD: " WS-QTDE-EDITADA
120500         " CASO(S) NOVO(S) AGUARDANDO A COMPLIANCE"
120600         DELIMITED BY SIZE INTO ALR-MENSAGEM
120700     END-STRING.
120800     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
120900 8000-AVISAR-COMPLIANCE-EXIT.
121000     EXIT.
