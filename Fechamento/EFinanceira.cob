000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    E-FINANCEIRA.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     MOVIMENTO SEMESTRAL DA E-FINANCEIRA PARA A
001200*                       RECEITA FEDERAL, ANTES MONTADO A MAO A
001300*                       PARTIR DOS EXTRATOS. O SEMESTRE VEM DO
001400*                       AMBIENTE "EFINSEM" (AAAAS, S = 1 OU 2;
001500*                       ZERO OU AUSENTE = SEMESTRE ANTERIOR AO DA
001600*                       EXECUCAO). O PASSO LE O JOURNAL JRNFILE
001700*                       (CREDITOS E DEBITOS DO MES PELO DELTA DAS
001800*                       IMAGENS, NA CONTA JRN-CONTA) E AS FOTOS
001900*                       POR CONTA DOS SEIS FECHAMENTOS (PERCTA,
002000*                       VER PCTREG.CPY - O JCL CONCATENA OS SEIS
002100*                       DATASETS MENSAIS NO DD), CONVERTE PARA BRL
002200*                       PELA TAXA DE FIM DE MES (CAMBIO-CONVERTER)
002300*                       E ACUMULA POR CPF/CNPJ + CONTA NO ARQUIVO
002400*                       DE TRABALHO EFINWRK. O TITULAR ENTRA NO
002500*                       ARQUIVO EFINFILE QUANDO, EM ALGUM MES, A
002600*                       SOMA DAS SUAS CONTAS EM CREDITOS, DEBITOS
002700*                       OU SALDO PASSA DO LIMITE LEGAL (AMBIENTE
002800*                       "EFINLIMPF" PARA CPF, PADRAO R$ 5.000, E
002900*                       "EFINLIMPJ" PARA CNPJ, PADRAO R$ 15.000):
003000*                       HEADER "0", UM DETALHE "1" POR CONTA COM
003100*                       OS SEIS MESES E TRAILER "9" COM AS
003200*                       QUANTIDADES E A SOMA EM CENTAVOS. O
003300*                       CADASTRO EFINSUBM RECEBE SEMESTRE, HASH E
003400*                       DATA - SEMESTRE JA ENVIADO E RECUSADO (RC
003500*                       24, FORCERUN=S REPROCESSA). CLIENTE AINDA
003600*                       COM O PLACEHOLDER "*" + CUST-ID NO LUGAR
003700*                       DO DOCUMENTO FICA FORA DO ARQUIVO E E
003800*                       LISTADO NO EFINPRT (RC 4 SE ALGUM PASSOU
003900*                       DO LIMITE).
004000***************************************************************
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
004800     SELECT PERCTA-FILE ASSIGN TO "PERCTA"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PERCTA-FILE-STATUS.
005100     SELECT EFIN-WORK-FILE ASSIGN TO "EFINWRK"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS EFW-CHAVE
005500         FILE STATUS IS WS-WORK-FILE-STATUS.
005600     SELECT EFIN-OUT-FILE ASSIGN TO "EFINFILE"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-EFINOUT-FILE-STATUS.
005900     SELECT SUBM-REG-IN ASSIGN TO "EFINSUBM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SUBM-IN-STATUS.
006200     SELECT SUBM-REG-OUT ASSIGN TO "EFINSUBM"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-SUBM-OUT-STATUS.
006500     SELECT PRINT-FILE ASSIGN TO "EFINPRT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PRINT-FILE-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
007100*
007200 FD  JOURNAL-FILE
007300     RECORDING MODE IS F.
007400 COPY "JRNREC.cpy".
007500*
007600 FD  PERCTA-FILE
007700     RECORDING MODE IS F.
007800*    FOTO POR CONTA DOS FECHAMENTOS (VER COPYBOOKS/PCTREG.CPY)
007900 COPY "PCTREG.cpy".
008000*
008100*    ACUMULADO DO SEMESTRE POR CPF/CNPJ + CONTA, UM BALDE POR MES
008200*    (MES 1 = JANEIRO OU JULHO). RECRIADO A CADA EXECUCAO
008300 FD  EFIN-WORK-FILE.
008400 01  EFIN-WORK-RECORD.
008500     05  EFW-CHAVE.
008600         10  EFW-CPF-CNPJ    PIC X(14).
008700         10  EFW-CONTA       PIC X(02).
008800     05  EFW-CUST-ID         PIC X(10).
008900     05  EFW-MES OCCURS 6 TIMES.
009000         10  EFW-CREDITOS    PIC S9(11)V99 COMP-3.
009100         10  EFW-DEBITOS     PIC S9(11)V99 COMP-3.
009200         10  EFW-SALDO       PIC S9(11)V99 COMP-3.
009300*
009400 FD  EFIN-OUT-FILE
009500     RECORDING MODE IS F.
009600 01  EFIN-OUT-RECORD         PIC X(258).
009700*
009800 FD  SUBM-REG-IN
009900     RECORDING MODE IS F.
010000 01  SUBM-REG-RECORD.
010100     05  ESB-SEMESTRE        PIC 9(05).
010200     05  FILLER              PIC X(01).
010300     05  ESB-HASH            PIC 9(13).
010400     05  FILLER              PIC X(01).
010500     05  ESB-DATA-GERACAO    PIC 9(08).
010600*
010700 FD  SUBM-REG-OUT
010800     RECORDING MODE IS F.
010900 01  SUBM-OUT-RECORD         PIC X(28).
011000*
011100 FD  PRINT-FILE
011200     RECORDING MODE IS F.
011300 01  PRINT-LINE              PIC X(132).
011400*
011500 WORKING-STORAGE SECTION.
011600*
011700 77  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE ZEROS.
011800     88  JOURNAL-FILE-OK     VALUE "00".
011900 77  WS-PERCTA-FILE-STATUS   PIC X(02) VALUE ZEROS.
012000     88  PERCTA-FILE-OK      VALUE "00".
012100 77  WS-WORK-FILE-STATUS     PIC X(02) VALUE ZEROS.
012200     88  WORK-OK             VALUE "00".
012300 77  WS-EFINOUT-FILE-STATUS  PIC X(02) VALUE ZEROS.
012400     88  EFINOUT-FILE-OK     VALUE "00".
012500 77  WS-SUBM-IN-STATUS       PIC X(02) VALUE ZEROS.
012600     88  SUBM-IN-OK          VALUE "00".
012700 77  WS-SUBM-OUT-STATUS      PIC X(02) VALUE ZEROS.
012800     88  SUBM-OUT-OK         VALUE "00".
012900 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
013000     88  PRINT-FILE-OK       VALUE "00".
013100*
013200 77  WS-JRN-EOF-SWITCH       PIC X(01) VALUE "N".
013300     88  FIM-DO-JOURNAL      VALUE "Y".
013400 77  WS-PCT-EOF-SWITCH       PIC X(01) VALUE "N".
013500     88  FIM-DO-PERCTA       VALUE "Y".
013600 77  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
013700     88  FIM-DO-TRABALHO     VALUE "Y".
013800 77  WS-SUBM-EOF-SWITCH      PIC X(01) VALUE "N".
013900     88  FIM-DO-EFINSUBM     VALUE "Y".
014000 77  WS-JA-SUBMETIDO-SW      PIC X(01) VALUE "N".
014100     88  SEMESTRE-JA-SUBMETIDO VALUE "Y".
014200 77  WS-FORCERUN             PIC X(01) VALUE "N".
014300*
014400***************************************************************
014500*    SEMESTRE, MESES E LIMITES LEGAIS
014600***************************************************************
014700 01  WS-SEMESTRE             PIC 9(05) VALUE ZERO.
014800 01  WS-SEMESTRE-R REDEFINES WS-SEMESTRE.
014900     05  WS-SEM-ANO          PIC 9(04).
015000     05  WS-SEM-NUM          PIC 9(01).
015100 77  WS-PER-INICIO           PIC 9(06) VALUE ZERO.
015200 77  WS-PER-FIM              PIC 9(06) VALUE ZERO.
015300 77  WS-MES-DESLOCAMENTO     PIC 9(02) VALUE ZERO.
015400 77  WS-IDX-MES              PIC 9(02) COMP VALUE ZERO.
015500 01  WS-DATA-REF             PIC 9(08) VALUE ZERO.
015600 01  WS-DATA-REF-R REDEFINES WS-DATA-REF.
015700     05  WS-DR-PERIODO       PIC 9(06).
015800     05  WS-DR-DIA           PIC 9(02).
015900 77  WS-LIMITE-PF            PIC 9(07) VALUE ZERO.
016000 77  WS-LIMITE-PJ            PIC 9(07) VALUE ZERO.
016100 77  WS-LIMITE-TITULAR       PIC 9(07) VALUE ZERO.
016200*
016300***************************************************************
016400*    MOVIMENTO CORRENTE (JOURNAL OU FOTO) A ACUMULAR
016500***************************************************************
016600 01  WS-SALDO-IMAGEM-AREA.
016700     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
016800 77  WS-SALDO-ANTES          PIC S9(7)V99 COMP-3 VALUE ZERO.
016900 77  WS-SALDO-DEPOIS         PIC S9(7)V99 COMP-3 VALUE ZERO.
017000 77  WS-DELTA                PIC S9(7)V99 COMP-3 VALUE ZERO.
017100 77  WS-VALOR-BRL            PIC S9(11)V99 COMP-3 VALUE ZERO.
017200 77  WS-CPF-TRAB             PIC X(14) VALUE SPACES.
017300 77  WS-CONTA-TRAB           PIC X(02) VALUE SPACES.
017400 77  WS-CUST-TRAB            PIC X(10) VALUE SPACES.
017500 77  WS-MOEDA-TRAB           PIC X(03) VALUE SPACES.
017600 77  WS-TIPO-ACUMULO         PIC X(01) VALUE SPACE.
017700     88  ACUMULA-CREDITO     VALUE "C".
017800     88  ACUMULA-DEBITO      VALUE "D".
017900     88  ACUMULA-SALDO       VALUE "S".
018000*
018100***************************************************************
018200*    CONTAS DO TITULAR CORRENTE NA SAIDA (CORTE POR CPF/CNPJ)
018300***************************************************************
018400 77  WS-CPF-CORRENTE         PIC X(14) VALUE SPACES.
018500 77  WS-QTDE-CONTAS-TIT      PIC 9(02) COMP VALUE ZERO.
018600 01  TABELA-CONTAS-TIT.
018700     05  CONTA-TIT OCCURS 10 TIMES.
018800         10  CTT-IMAGEM      PIC X(152).
018900 77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
019000 77  WS-SUB-MES              PIC 9(02) COMP VALUE ZERO.
019100 01  TABELA-MESES-TIT.
019200     05  MES-TIT OCCURS 6 TIMES.
019300         10  MST-CREDITOS    PIC S9(13)V99 COMP-3.
019400         10  MST-DEBITOS     PIC S9(13)V99 COMP-3.
019500         10  MST-SALDO       PIC S9(13)V99 COMP-3.
019600 77  WS-ACIMA-LIMITE-SW      PIC X(01) VALUE "N".
019700     88  TITULAR-ACIMA-LIMITE VALUE "Y".
019800*
019900***************************************************************
020000*    REGISTROS DO ARQUIVO DA E-FINANCEIRA
020100***************************************************************
020200 01  WS-EF-HEADER.
020300     05  FILLER              PIC X(01) VALUE "0".
020400     05  EFH-SEMESTRE        PIC 9(05).
020500     05  EFH-DATA-GERACAO    PIC 9(08).
020600     05  EFH-LIMITE-PF       PIC 9(07).
020700     05  EFH-LIMITE-PJ       PIC 9(07).
020800     05  FILLER              PIC X(230) VALUE SPACES.
020900 01  WS-EF-DETALHE.
021000     05  FILLER              PIC X(01) VALUE "1".
021100     05  EFD-CPF-CNPJ        PIC X(14).
021200     05  EFD-TIPO-PESSOA     PIC X(01).
021300     05  EFD-CONTA           PIC X(02).
021400     05  EFD-MES OCCURS 6 TIMES.
021500         10  EFD-CREDITOS    PIC 9(11)V99.
021600         10  EFD-DEBITOS     PIC 9(11)V99.
021700         10  EFD-SALDO       PIC S9(11)V99
021800             SIGN IS LEADING SEPARATE.
021900 01  WS-EF-TRAILER.
022000     05  FILLER              PIC X(01) VALUE "9".
022100     05  EFT-QTDE-DETALHES   PIC 9(07).
022200     05  EFT-QTDE-TITULARES  PIC 9(07).
022300     05  EFT-SOMA-CENTAVOS   PIC 9(15).
022400     05  FILLER              PIC X(228) VALUE SPACES.
022500*
022600 77  WS-SOMA-CENTAVOS        PIC 9(15) VALUE ZERO.
022700 77  WS-VALOR-ABS            PIC 9(11)V99 COMP-3 VALUE ZERO.
022800 77  WS-HASH-SUBMISSAO       PIC 9(13) VALUE ZERO.
022900*
023000 77  WS-QTDE-JRN-LIDOS       PIC 9(07) COMP VALUE ZERO.
023100 77  WS-QTDE-JRN-SEMESTRE    PIC 9(07) COMP VALUE ZERO.
023200 77  WS-QTDE-FOTOS           PIC 9(07) COMP VALUE ZERO.
023300 77  WS-QTDE-SEM-TAXA        PIC 9(07) COMP VALUE ZERO.
023400 77  WS-QTDE-TITULARES       PIC 9(07) COMP VALUE ZERO.
023500 77  WS-QTDE-ABAIXO-LIMITE   PIC 9(07) COMP VALUE ZERO.
023600 77  WS-QTDE-DETALHES        PIC 9(07) COMP VALUE ZERO.
023700 77  WS-QTDE-PLACEHOLDER     PIC 9(07) COMP VALUE ZERO.
023800 77  WS-QTDE-PLACEHOLDER-LIM PIC 9(07) COMP VALUE ZERO.
023900 77  WS-QTDE-EXCEDENTES      PIC 9(07) COMP VALUE ZERO.
024000 77  WS-QTDE-EDITADA         PIC Z(6)9.
024100*
024200***************************************************************
024300*    PARAMETROS DA ROTINA COMPARTILHADA DE CONVERSAO DE MOEDA
024400*    (VER COPYBOOKS/CMBHDL.CPY)
024500***************************************************************
024600 COPY "CMBHDL.cpy".
024700*
024800***************************************************************
024900*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
025000*    RUNDATE.CPY)
025100***************************************************************
025200 COPY "RUNDATE.cpy".
025300*
025400***************************************************************
025500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
025600***************************************************************
025700 COPY "ERRHDL.cpy".
025800*
025900 PROCEDURE DIVISION.
026000*
026100***************************************************************
026200*    0000-MAINLINE                                             *
026300***************************************************************
026400 0000-MAINLINE.
026500     MOVE ZERO TO RETURN-CODE.
026600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
026700     ACCEPT RUN-HORA FROM TIME.
026800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
026900     IF RETURN-CODE NOT = ZERO
027000         GO TO 0000-MAINLINE-FIM
027100     END-IF.
027200     PERFORM 1100-TESTAR-SUBMISSAO
027300         THRU 1100-TESTAR-SUBMISSAO-EXIT.
027400     IF SEMESTRE-JA-SUBMETIDO
027500         ACCEPT WS-FORCERUN FROM ENVIRONMENT "FORCERUN"
027600         IF WS-FORCERUN = "S"
027700             DISPLAY "AVISO: SEMESTRE " WS-SEMESTRE " JA "
027800                 "ENVIADO - REGERANDO POR FORCERUN."
027900         ELSE
028000             DISPLAY "ABEND-EFINANC: SEMESTRE " WS-SEMESTRE
028100                 " JA ENVIADO A RECEITA - RECUSANDO "
028200                 "(FORCERUN=S REPROCESSA)."
028300             MOVE 24 TO RETURN-CODE
028400             GO TO 0000-MAINLINE-FIM
028500         END-IF
028600     END-IF.
028700     PERFORM 2000-ACUMULAR-JOURNAL
028800         THRU 2000-ACUMULAR-JOURNAL-EXIT.
028900     IF RETURN-CODE NOT > 4
029000         PERFORM 3000-ACUMULAR-FOTOS
029100             THRU 3000-ACUMULAR-FOTOS-EXIT
029200     END-IF.
029300     IF RETURN-CODE NOT > 4
029400         PERFORM 5000-GRAVAR-ARQUIVO
029500             THRU 5000-GRAVAR-ARQUIVO-EXIT
029600     END-IF.
029700     IF RETURN-CODE NOT > 4
029800         PERFORM 6000-REGISTRAR-SUBMISSAO
029900             THRU 6000-REGISTRAR-SUBMISSAO-EXIT
030000     END-IF.
030100     CLOSE EFIN-WORK-FILE.
030200     IF WS-QTDE-SEM-TAXA > ZERO OR WS-QTDE-PLACEHOLDER-LIM > ZERO
030300         OR WS-QTDE-EXCEDENTES > ZERO
030400         IF RETURN-CODE = ZERO
030500             MOVE 4 TO RETURN-CODE
030600         END-IF
030700     END-IF.
030800 0000-MAINLINE-FIM.
030900     DISPLAY "====== E-FINANCEIRA SEMESTRAL ======".
031000     DISPLAY "SEMESTRE ...........: " WS-SEMESTRE.
031100     DISPLAY "JOURNAL LIDO .......: " WS-QTDE-JRN-LIDOS.
031200     DISPLAY "MOVIMENTOS NO SEM. .: " WS-QTDE-JRN-SEMESTRE.
031300     DISPLAY "FOTOS DE CONTA .....: " WS-QTDE-FOTOS.
031400     DISPLAY "SEM TAXA (PULADOS) .: " WS-QTDE-SEM-TAXA.
031500     DISPLAY "TITULARES ENVIADOS .: " WS-QTDE-TITULARES.
031600     DISPLAY "CONTAS ENVIADAS ....: " WS-QTDE-DETALHES.
031700     DISPLAY "ABAIXO DO LIMITE ...: " WS-QTDE-ABAIXO-LIMITE.
031800     DISPLAY "SEM DOCUMENTO ......: " WS-QTDE-PLACEHOLDER.
031900     DISPLAY "SEM DOC. ACIMA LIM. : " WS-QTDE-PLACEHOLDER-LIM.
032000     DISPLAY "CONTAS FORA TABELA .: " WS-QTDE-EXCEDENTES.
032100     STOP RUN.
032200*
032300***************************************************************
032400*    1000-INICIALIZAR - SEMESTRE, LIMITES E ARQUIVO DE TRABALHO *
032500***************************************************************
032600 1000-INICIALIZAR.
032700     ACCEPT WS-SEMESTRE FROM ENVIRONMENT "EFINSEM".
032800     IF WS-SEMESTRE = ZERO
032900         IF RUN-MES > 06
033000             MOVE RUN-ANO TO WS-SEM-ANO
033100             MOVE 1 TO WS-SEM-NUM
033200         ELSE
033300             COMPUTE WS-SEM-ANO = RUN-ANO - 1
033400             MOVE 2 TO WS-SEM-NUM
033500         END-IF
033600     END-IF.
033700     IF WS-SEM-NUM NOT = 1 AND WS-SEM-NUM NOT = 2
033800         DISPLAY "ABEND-EFINANC: SEMESTRE INVALIDO EM EFINSEM ("
033900             WS-SEMESTRE ") - INFORME AAAAS, S = 1 OU 2."
034000         MOVE 16 TO RETURN-CODE
034100         GO TO 1000-INICIALIZAR-EXIT
034200     END-IF.
034300     COMPUTE WS-MES-DESLOCAMENTO = (WS-SEM-NUM - 1) * 6.
034400     COMPUTE WS-PER-INICIO =
034500         (WS-SEM-ANO * 100) + WS-MES-DESLOCAMENTO + 1.
034600     COMPUTE WS-PER-FIM = WS-PER-INICIO + 5.
034700     ACCEPT WS-LIMITE-PF FROM ENVIRONMENT "EFINLIMPF".
034800     IF WS-LIMITE-PF = ZERO
034900         MOVE 5000 TO WS-LIMITE-PF
035000     END-IF.
035100     ACCEPT WS-LIMITE-PJ FROM ENVIRONMENT "EFINLIMPJ".
035200     IF WS-LIMITE-PJ = ZERO
035300         MOVE 15000 TO WS-LIMITE-PJ
035400     END-IF.
035500     OPEN OUTPUT EFIN-WORK-FILE.
035600     IF WORK-OK
035700         CLOSE EFIN-WORK-FILE
035800         OPEN I-O EFIN-WORK-FILE
035900     END-IF.
036000     IF NOT WORK-OK
036100         MOVE "EFINANC " TO ERR-PROGRAMA
036200         SET ERR-TIPO-ARQUIVO TO TRUE
036300         MOVE "ABERTURA DO ARQUIVO EFINWRK" TO ERR-CONTEXTO
036400         MOVE WS-WORK-FILE-STATUS TO ERR-FILE-STATUS
036500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
036600         MOVE 16 TO RETURN-CODE
036700     END-IF.
036800 1000-INICIALIZAR-EXIT.
036900     EXIT.
037000*
037100***************************************************************
037200*    1100-TESTAR-SUBMISSAO                                     *
037300***************************************************************
037400 1100-TESTAR-SUBMISSAO.
037500     OPEN INPUT SUBM-REG-IN.
037600     IF NOT SUBM-IN-OK
037700         GO TO 1100-TESTAR-SUBMISSAO-EXIT
037800     END-IF.
037900     PERFORM 1150-LER-SUBMISSAO THRU 1150-LER-SUBMISSAO-EXIT.
038000     PERFORM 1160-COMPARAR-SUBMISSAO
038100         THRU 1160-COMPARAR-SUBMISSAO-EXIT
038200         UNTIL FIM-DO-EFINSUBM OR SEMESTRE-JA-SUBMETIDO.
038300     CLOSE SUBM-REG-IN.
038400 1100-TESTAR-SUBMISSAO-EXIT.
038500     EXIT.
038600*
038700***************************************************************
038800*    1150-LER-SUBMISSAO                                        *
038900***************************************************************
039000 1150-LER-SUBMISSAO.
039100     READ SUBM-REG-IN
039200         AT END
039300             MOVE "Y" TO WS-SUBM-EOF-SWITCH
039400     END-READ.
039500 1150-LER-SUBMISSAO-EXIT.
039600     EXIT.
039700*
039800***************************************************************
039900*    1160-COMPARAR-SUBMISSAO                                   *
040000***************************************************************
040100 1160-COMPARAR-SUBMISSAO.
040200     IF ESB-SEMESTRE = WS-SEMESTRE
040300         MOVE "Y" TO WS-JA-SUBMETIDO-SW
040400     END-IF.
040500     PERFORM 1150-LER-SUBMISSAO THRU 1150-LER-SUBMISSAO-EXIT.
040600 1160-COMPARAR-SUBMISSAO-EXIT.
040700     EXIT.
040800*
040900***************************************************************
041000*    2000-ACUMULAR-JOURNAL - CREDITOS E DEBITOS DO SEMESTRE     *
041100***************************************************************
041200 2000-ACUMULAR-JOURNAL.
041300     OPEN INPUT JOURNAL-FILE.
041400     IF NOT JOURNAL-FILE-OK
041500         MOVE "EFINANC " TO ERR-PROGRAMA
041600         SET ERR-TIPO-ARQUIVO TO TRUE
041700         MOVE "ABERTURA DO ARQUIVO JRNFILE" TO ERR-CONTEXTO
041800         MOVE WS-JOURNAL-FILE-STATUS TO ERR-FILE-STATUS
041900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 2000-ACUMULAR-JOURNAL-EXIT
042200     END-IF.
042300     PERFORM 2100-LER-JOURNAL THRU 2100-LER-JOURNAL-EXIT.
042400     PERFORM 2200-TRATAR-JOURNAL THRU 2200-TRATAR-JOURNAL-EXIT
042500         UNTIL FIM-DO-JOURNAL.
042600     CLOSE JOURNAL-FILE.
042700 2000-ACUMULAR-JOURNAL-EXIT.
042800     EXIT.
042900*
043000***************************************************************
043100*    2100-LER-JOURNAL                                          *
043200***************************************************************
043300 2100-LER-JOURNAL.
043400     READ JOURNAL-FILE
043500         AT END
043600             MOVE "Y" TO WS-JRN-EOF-SWITCH
043700     END-READ.
043800 2100-LER-JOURNAL-EXIT.
043900     EXIT.
044000*
044100***************************************************************
044200*    2200-TRATAR-JOURNAL - DELTA DAS IMAGENS (POSICOES DE       *
044300*    CUSTREC.CPY: SALDO 42-50, MOEDA 61-63, CPF/CNPJ 66-79).    *
044400*    CREDITO AUMENTA O SALDO E DEBITO DIMINUI; O ESTORNO ABATE  *
044500*    DO LADO QUE DESFAZ, NO MES EM QUE FOI LANCADO              *
044600***************************************************************
044700 2200-TRATAR-JOURNAL.
044800     ADD 1 TO WS-QTDE-JRN-LIDOS.
044900     IF JRN-DATA(1:6) < WS-PER-INICIO
045000         OR JRN-DATA(1:6) > WS-PER-FIM
045100         GO TO 2200-TRATAR-JOURNAL-LER
045200     END-IF.
045300     MOVE ZERO TO WS-SALDO-ANTES.
045400     MOVE JRN-ANTES(42:9) TO WS-SALDO-IMAGEM-AREA.
045500     IF WS-SALDO-IMAGEM NUMERIC
045600         MOVE WS-SALDO-IMAGEM TO WS-SALDO-ANTES
045700     END-IF.
045800     MOVE ZERO TO WS-SALDO-DEPOIS.
045900     MOVE JRN-DEPOIS(42:9) TO WS-SALDO-IMAGEM-AREA.
046000     IF WS-SALDO-IMAGEM NUMERIC
046100         MOVE WS-SALDO-IMAGEM TO WS-SALDO-DEPOIS
046200     END-IF.
046300     COMPUTE WS-DELTA = WS-SALDO-DEPOIS - WS-SALDO-ANTES.
046400     IF WS-DELTA = ZERO
046500         GO TO 2200-TRATAR-JOURNAL-LER
046600     END-IF.
046700     ADD 1 TO WS-QTDE-JRN-SEMESTRE.
046800     IF JRN-DEPOIS = SPACES
046900         MOVE JRN-ANTES(66:14) TO WS-CPF-TRAB
047000         MOVE JRN-ANTES(61:3) TO WS-MOEDA-TRAB
047100     ELSE
047200         MOVE JRN-DEPOIS(66:14) TO WS-CPF-TRAB
047300         MOVE JRN-DEPOIS(61:3) TO WS-MOEDA-TRAB
047400     END-IF.
047500     MOVE JRN-CHAVE TO WS-CUST-TRAB.
047600     IF JRN-CONTA = SPACES
047700         MOVE "CC" TO WS-CONTA-TRAB
047800     ELSE
047900         MOVE JRN-CONTA TO WS-CONTA-TRAB
048000     END-IF.
048100     MOVE JRN-DATA(1:6) TO WS-DR-PERIODO.
048200     IF WS-DELTA < ZERO
048300         COMPUTE CMB-VALOR = ZERO - WS-DELTA
048400     ELSE
048500         MOVE WS-DELTA TO CMB-VALOR
048600     END-IF.
048700     PERFORM 4000-CONVERTER THRU 4000-CONVERTER-EXIT.
048800     IF CMB-RETORNO > 04
048900         GO TO 2200-TRATAR-JOURNAL-LER
049000     END-IF.
049100     IF JRN-ESTORNO
049200         COMPUTE WS-VALOR-BRL = ZERO - WS-VALOR-BRL
049300         IF WS-DELTA < ZERO
049400             SET ACUMULA-CREDITO TO TRUE
049500         ELSE
049600             SET ACUMULA-DEBITO TO TRUE
049700         END-IF
049800     ELSE
049900         IF WS-DELTA > ZERO
050000             SET ACUMULA-CREDITO TO TRUE
050100         ELSE
050200             SET ACUMULA-DEBITO TO TRUE
050300         END-IF
050400     END-IF.
050500     PERFORM 4100-ACUMULAR THRU 4100-ACUMULAR-EXIT.
050600 2200-TRATAR-JOURNAL-LER.
050700     PERFORM 2100-LER-JOURNAL THRU 2100-LER-JOURNAL-EXIT.
050800 2200-TRATAR-JOURNAL-EXIT.
050900     EXIT.
051000*
051100***************************************************************
051200*    3000-ACUMULAR-FOTOS - SALDO DE FIM DE MES POR CONTA, DAS   *
051300*    FOTOS PERCTA DOS FECHAMENTOS DO SEMESTRE                   *
051400***************************************************************
051500 3000-ACUMULAR-FOTOS.
051600     OPEN INPUT PERCTA-FILE.
051700     IF NOT PERCTA-FILE-OK
051800         MOVE "EFINANC " TO ERR-PROGRAMA
051900         SET ERR-TIPO-ARQUIVO TO TRUE
052000         MOVE "ABERTURA DO ARQUIVO PERCTA" TO ERR-CONTEXTO
052100         MOVE WS-PERCTA-FILE-STATUS TO ERR-FILE-STATUS
052200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
052300         MOVE 16 TO RETURN-CODE
052400         GO TO 3000-ACUMULAR-FOTOS-EXIT
052500     END-IF.
052600     PERFORM 3100-LER-FOTO THRU 3100-LER-FOTO-EXIT.
052700     PERFORM 3200-TRATAR-FOTO THRU 3200-TRATAR-FOTO-EXIT
052800         UNTIL FIM-DO-PERCTA.
052900     CLOSE PERCTA-FILE.
053000 3000-ACUMULAR-FOTOS-EXIT.
053100     EXIT.
053200*
053300***************************************************************
053400*    3100-LER-FOTO                                             *
053500***************************************************************
053600 3100-LER-FOTO.
053700     READ PERCTA-FILE
053800         AT END
053900             MOVE "Y" TO WS-PCT-EOF-SWITCH
054000     END-READ.
054100 3100-LER-FOTO-EXIT.
054200     EXIT.
054300*
054400***************************************************************
054500*    3200-TRATAR-FOTO                                          *
054600***************************************************************
054700 3200-TRATAR-FOTO.
054800     IF PCT-PERIODO NOT NUMERIC
054900         OR PCT-PERIODO < WS-PER-INICIO
055000         OR PCT-PERIODO > WS-PER-FIM
055100         OR PCT-SALDO NOT NUMERIC
055200         GO TO 3200-TRATAR-FOTO-LER
055300     END-IF.
055400     ADD 1 TO WS-QTDE-FOTOS.
055500     MOVE PCT-CPF-CNPJ TO WS-CPF-TRAB.
055600     MOVE PCT-CUST-ID TO WS-CUST-TRAB.
055700     MOVE PCT-CONTA TO WS-CONTA-TRAB.
055800     MOVE PCT-MOEDA TO WS-MOEDA-TRAB.
055900     MOVE PCT-PERIODO TO WS-DR-PERIODO.
056000     MOVE PCT-SALDO TO CMB-VALOR.
056100     PERFORM 4000-CONVERTER THRU 4000-CONVERTER-EXIT.
056200     IF CMB-RETORNO > 04
056300         GO TO 3200-TRATAR-FOTO-LER
056400     END-IF.
056500     SET ACUMULA-SALDO TO TRUE.
056600     PERFORM 4100-ACUMULAR THRU 4100-ACUMULAR-EXIT.
056700 3200-TRATAR-FOTO-LER.
056800     PERFORM 3100-LER-FOTO THRU 3100-LER-FOTO-EXIT.
056900 3200-TRATAR-FOTO-EXIT.
057000     EXIT.
057100*
057200***************************************************************
057300*    4000-CONVERTER - VALOR EM CMB-VALOR PARA BRL PELA TAXA DE  *
057400*    FIM DO MES EM WS-DR-PERIODO (BRL E BRANCO PASSAM DIRETO)   *
057500***************************************************************
057600 4000-CONVERTER.
057700     MOVE 31 TO WS-DR-DIA.
057800     IF WS-MOEDA-TRAB = SPACES
057900         MOVE "BRL" TO WS-MOEDA-TRAB
058000     END-IF.
058100     MOVE WS-MOEDA-TRAB TO CMB-MOEDA.
058200     MOVE WS-DATA-REF TO CMB-DATA-REF.
058300     CALL "CAMBIO-CONVERTER" USING CMB-PARAMETROS.
058400     IF CMB-RETORNO > 04
058500         ADD 1 TO WS-QTDE-SEM-TAXA
058600     ELSE
058700         MOVE CMB-VALOR-BRL TO WS-VALOR-BRL
058800     END-IF.
058900 4000-CONVERTER-EXIT.
059000     EXIT.
059100*
059200***************************************************************
059300*    4100-ACUMULAR - SOMA WS-VALOR-BRL NO BALDE DO MES DA CHAVE *
059400*    CPF/CNPJ + CONTA (DOCUMENTO EM BRANCO VIRA O PLACEHOLDER   *
059500*    "*" + CUST-ID, COMO NO MESTRE)                             *
059600***************************************************************
059700 4100-ACUMULAR.
059800     IF WS-CPF-TRAB = SPACES
059900         MOVE SPACES TO WS-CPF-TRAB
060000         STRING "*" WS-CUST-TRAB
060100             DELIMITED BY SIZE INTO WS-CPF-TRAB
060200         END-STRING
060300     END-IF.
060400     COMPUTE WS-IDX-MES = WS-DR-PERIODO - WS-PER-INICIO + 1.
060500     MOVE WS-CPF-TRAB TO EFW-CPF-CNPJ.
060600     MOVE WS-CONTA-TRAB TO EFW-CONTA.
060700     READ EFIN-WORK-FILE
060800         INVALID KEY
060900             CONTINUE
061000     END-READ.
061100     IF NOT WORK-OK
061200         MOVE WS-CPF-TRAB TO EFW-CPF-CNPJ
061300         MOVE WS-CONTA-TRAB TO EFW-CONTA
061400         MOVE WS-CUST-TRAB TO EFW-CUST-ID
061500         PERFORM 4150-ZERAR-MES THRU 4150-ZERAR-MES-EXIT
061600             VARYING WS-SUB-MES FROM 1 BY 1
061700             UNTIL WS-SUB-MES > 6
061800     END-IF.
061900     EVALUATE TRUE
062000         WHEN ACUMULA-CREDITO
062100             ADD WS-VALOR-BRL TO EFW-CREDITOS(WS-IDX-MES)
062200         WHEN ACUMULA-DEBITO
062300             ADD WS-VALOR-BRL TO EFW-DEBITOS(WS-IDX-MES)
062400         WHEN OTHER
062500             ADD WS-VALOR-BRL TO EFW-SALDO(WS-IDX-MES)
062600     END-EVALUATE.
062700     IF WORK-OK
062800         REWRITE EFIN-WORK-RECORD
062900     ELSE
063000         WRITE EFIN-WORK-RECORD
063100     END-IF.
063200     IF NOT WORK-OK
063300         DISPLAY "ERRO AO GRAVAR EFINWRK (STATUS "
063400             WS-WORK-FILE-STATUS ") - " WS-CPF-TRAB " "
063500             WS-CONTA-TRAB
063600     END-IF.
063700 4100-ACUMULAR-EXIT.
063800     EXIT.
063900*
064000***************************************************************
064100*    4150-ZERAR-MES                                            *
064200***************************************************************
064300 4150-ZERAR-MES.
064400     MOVE ZERO TO EFW-CREDITOS(WS-SUB-MES).
064500     MOVE ZERO TO EFW-DEBITOS(WS-SUB-MES).
064600     MOVE ZERO TO EFW-SALDO(WS-SUB-MES).
064700 4150-ZERAR-MES-EXIT.
064800     EXIT.
064900*
065000***************************************************************
065100*    5000-GRAVAR-ARQUIVO - HEADER "0", DETALHES "1" DOS         *
065200*    TITULARES ACIMA DO LIMITE E TRAILER "9"; OS PLACEHOLDERS   *
065300*    VAO PARA A LISTA DO EFINPRT                                *
065400***************************************************************
065500 5000-GRAVAR-ARQUIVO.
065600     OPEN OUTPUT EFIN-OUT-FILE.
065700     IF NOT EFINOUT-FILE-OK
065800         MOVE "EFINANC " TO ERR-PROGRAMA
065900         SET ERR-TIPO-ARQUIVO TO TRUE
066000         MOVE "ABERTURA DO ARQUIVO EFINFILE" TO ERR-CONTEXTO
066100         MOVE WS-EFINOUT-FILE-STATUS TO ERR-FILE-STATUS
066200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
066300         MOVE 16 TO RETURN-CODE
066400         GO TO 5000-GRAVAR-ARQUIVO-EXIT
066500     END-IF.
066600     OPEN OUTPUT PRINT-FILE.
066700     IF NOT PRINT-FILE-OK
066800         DISPLAY "AVISO: EFINPRT INDISPONIVEL (STATUS "
066900             WS-PRINT-FILE-STATUS ") - LISTA DE CLIENTES SEM "
067000             "DOCUMENTO SO NO TOTAL."
067100     ELSE
067200         MOVE SPACES TO PRINT-LINE
067300         STRING "E-FINANCEIRA - SEMESTRE " WS-SEMESTRE
067400             " - CLIENTES FORA DO ARQUIVO POR FALTA DE CPF/CNPJ "
067500             "(PLACEHOLDER)"
067600             DELIMITED BY SIZE INTO PRINT-LINE
067700         END-STRING
067800         WRITE PRINT-LINE
067900         MOVE ALL "-" TO PRINT-LINE
068000         WRITE PRINT-LINE
068100     END-IF.
068200     MOVE WS-SEMESTRE TO EFH-SEMESTRE.
068300     MOVE RUN-DATA TO EFH-DATA-GERACAO.
068400     MOVE WS-LIMITE-PF TO EFH-LIMITE-PF.
068500     MOVE WS-LIMITE-PJ TO EFH-LIMITE-PJ.
068600     MOVE WS-EF-HEADER TO EFIN-OUT-RECORD.
068700     WRITE EFIN-OUT-RECORD.
068800     MOVE LOW-VALUES TO EFW-CHAVE.
068900     START EFIN-WORK-FILE KEY IS NOT LESS THAN EFW-CHAVE
069000         INVALID KEY
069100             MOVE "Y" TO WS-WORK-EOF-SWITCH
069200     END-START.
069300     IF NOT FIM-DO-TRABALHO
069400         PERFORM 5100-LER-TRABALHO THRU 5100-LER-TRABALHO-EXIT
069500     END-IF.
069600     PERFORM 5200-TRATAR-TITULAR THRU 5200-TRATAR-TITULAR-EXIT
069700         UNTIL FIM-DO-TRABALHO.
069800     MOVE WS-QTDE-DETALHES TO EFT-QTDE-DETALHES.
069900     MOVE WS-QTDE-TITULARES TO EFT-QTDE-TITULARES.
070000     MOVE WS-SOMA-CENTAVOS TO EFT-SOMA-CENTAVOS.
070100     MOVE WS-EF-TRAILER TO EFIN-OUT-RECORD.
070200     WRITE EFIN-OUT-RECORD.
070300     CLOSE EFIN-OUT-FILE.
070400     IF PRINT-FILE-OK
070500         MOVE SPACES TO PRINT-LINE
070600         MOVE WS-QTDE-PLACEHOLDER TO WS-QTDE-EDITADA
070700         STRING "TOTAL DE CLIENTES SEM DOCUMENTO: "
070800             WS-QTDE-EDITADA
070900             DELIMITED BY SIZE INTO PRINT-LINE
071000         END-STRING
071100         WRITE PRINT-LINE
071200         CLOSE PRINT-FILE
071300     END-IF.
071400     MOVE WS-SOMA-CENTAVOS(3:13) TO WS-HASH-SUBMISSAO.
071500 5000-GRAVAR-ARQUIVO-EXIT.
071600     EXIT.
071700*
071800***************************************************************
071900*    5100-LER-TRABALHO                                         *
072000***************************************************************
072100 5100-LER-TRABALHO.
072200     READ EFIN-WORK-FILE NEXT RECORD
072300         AT END
072400             MOVE "Y" TO WS-WORK-EOF-SWITCH
072500     END-READ.
072600 5100-LER-TRABALHO-EXIT.
072700     EXIT.
072800*
072900***************************************************************
073000*    5200-TRATAR-TITULAR - JUNTA AS CONTAS DO MESMO CPF/CNPJ,   *
073100*    SOMA OS MESES E DECIDE PELO LIMITE                         *
073200***************************************************************
073300 5200-TRATAR-TITULAR.
073400     MOVE EFW-CPF-CNPJ TO WS-CPF-CORRENTE.
073500     MOVE ZERO TO WS-QTDE-CONTAS-TIT.
073600     PERFORM 5250-ZERAR-MES-TIT THRU 5250-ZERAR-MES-TIT-EXIT
073700         VARYING WS-SUB-MES FROM 1 BY 1
073800         UNTIL WS-SUB-MES > 6.
073900     PERFORM 5300-JUNTAR-CONTA THRU 5300-JUNTAR-CONTA-EXIT
074000         UNTIL FIM-DO-TRABALHO
074100         OR EFW-CPF-CNPJ NOT = WS-CPF-CORRENTE.
074200     IF WS-CPF-CORRENTE(12:3) = SPACES
074300         MOVE WS-LIMITE-PF TO WS-LIMITE-TITULAR
074400     ELSE
074500         MOVE WS-LIMITE-PJ TO WS-LIMITE-TITULAR
074600     END-IF.
074700     MOVE "N" TO WS-ACIMA-LIMITE-SW.
074800     PERFORM 5400-TESTAR-LIMITE THRU 5400-TESTAR-LIMITE-EXIT
074900         VARYING WS-SUB-MES FROM 1 BY 1
075000         UNTIL WS-SUB-MES > 6.
075100     IF WS-CPF-CORRENTE(1:1) = "*"
075200         PERFORM 5600-LISTAR-PLACEHOLDER
075300             THRU 5600-LISTAR-PLACEHOLDER-EXIT
075400         GO TO 5200-TRATAR-TITULAR-EXIT
075500     END-IF.
075600     IF NOT TITULAR-ACIMA-LIMITE
075700         ADD 1 TO WS-QTDE-ABAIXO-LIMITE
075800         GO TO 5200-TRATAR-TITULAR-EXIT
075900     END-IF.
076000     ADD 1 TO WS-QTDE-TITULARES.
076100     PERFORM 5500-GRAVAR-DETALHE THRU 5500-GRAVAR-DETALHE-EXIT
076200         VARYING WS-SUB FROM 1 BY 1
076300         UNTIL WS-SUB > WS-QTDE-CONTAS-TIT.
076400 5200-TRATAR-TITULAR-EXIT.
076500     EXIT.
076600*
076700***************************************************************
076800*    5250-ZERAR-MES-TIT                                        *
076900***************************************************************
077000 5250-ZERAR-MES-TIT.
077100     MOVE ZERO TO MST-CREDITOS(WS-SUB-MES).
077200     MOVE ZERO TO MST-DEBITOS(WS-SUB-MES).
077300     MOVE ZERO TO MST-SALDO(WS-SUB-MES).
077400 5250-ZERAR-MES-TIT-EXIT.
077500     EXIT.
077600*
077700***************************************************************
077800*    5300-JUNTAR-CONTA - GUARDA A CONTA DO TITULAR E SOMA OS    *
077900*    SEIS MESES NO TOTAL DELE                                   *
078000***************************************************************
078100 5300-JUNTAR-CONTA.
078200     IF WS-QTDE-CONTAS-TIT < 10
078300         ADD 1 TO WS-QTDE-CONTAS-TIT
078400         MOVE EFIN-WORK-RECORD TO CTT-IMAGEM(WS-QTDE-CONTAS-TIT)
078500     ELSE
078600         ADD 1 TO WS-QTDE-EXCEDENTES
078700     END-IF.
078800     PERFORM 5350-SOMAR-MES THRU 5350-SOMAR-MES-EXIT
078900         VARYING WS-SUB-MES FROM 1 BY 1
079000         UNTIL WS-SUB-MES > 6.
079100     PERFORM 5100-LER-TRABALHO THRU 5100-LER-TRABALHO-EXIT.
079200 5300-JUNTAR-CONTA-EXIT.
079300     EXIT.
079400*
079500***************************************************************
079600*    5350-SOMAR-MES                                            *
079700***************************************************************
079800 5350-SOMAR-MES.
079900     ADD EFW-CREDITOS(WS-SUB-MES) TO MST-CREDITOS(WS-SUB-MES).
080000     ADD EFW-DEBITOS(WS-SUB-MES) TO MST-DEBITOS(WS-SUB-MES).
080100     ADD EFW-SALDO(WS-SUB-MES) TO MST-SALDO(WS-SUB-MES).
080200 5350-SOMAR-MES-EXIT.
080300     EXIT.
080400*
080500***************************************************************
080600*    5400-TESTAR-LIMITE                                        *
080700***************************************************************
080800 5400-TESTAR-LIMITE.
080900     IF MST-CREDITOS(WS-SUB-MES) > WS-LIMITE-TITULAR
081000         OR MST-DEBITOS(WS-SUB-MES) > WS-LIMITE-TITULAR
081100         OR MST-SALDO(WS-SUB-MES) > WS-LIMITE-TITULAR
081200         MOVE "Y" TO WS-ACIMA-LIMITE-SW
081300     END-IF.
081400 5400-TESTAR-LIMITE-EXIT.
081500     EXIT.
081600*
081700***************************************************************
081800*    5500-GRAVAR-DETALHE - UMA LINHA "1" POR CONTA; TOTAL       *
081900*    NEGATIVO NO MES (ESTORNO DE MES ANTERIOR) SAI ZERADO       *
082000***************************************************************
082100 5500-GRAVAR-DETALHE.
082200     MOVE CTT-IMAGEM(WS-SUB) TO EFIN-WORK-RECORD.
082300     MOVE SPACES TO WS-EF-DETALHE.
082400     MOVE "1" TO WS-EF-DETALHE(1:1).
082500     MOVE EFW-CPF-CNPJ TO EFD-CPF-CNPJ.
082600     IF EFW-CPF-CNPJ(12:3) = SPACES
082700         MOVE "F" TO EFD-TIPO-PESSOA
082800     ELSE
082900         MOVE "J" TO EFD-TIPO-PESSOA
083000     END-IF.
083100     MOVE EFW-CONTA TO EFD-CONTA.
083200     PERFORM 5550-GRAVAR-MES THRU 5550-GRAVAR-MES-EXIT
083300         VARYING WS-SUB-MES FROM 1 BY 1
083400         UNTIL WS-SUB-MES > 6.
083500     MOVE WS-EF-DETALHE TO EFIN-OUT-RECORD.
083600     WRITE EFIN-OUT-RECORD.
083700     ADD 1 TO WS-QTDE-DETALHES.
083800 5500-GRAVAR-DETALHE-EXIT.
083900     EXIT.
084000*
084100***************************************************************
084200*    5550-GRAVAR-MES - VALORES DO MES E SOMA EM CENTAVOS        *
084300***************************************************************
084400 5550-GRAVAR-MES.
084500     IF EFW-CREDITOS(WS-SUB-MES) < ZERO
084600         MOVE ZERO TO EFW-CREDITOS(WS-SUB-MES)
084700     END-IF.
084800     IF EFW-DEBITOS(WS-SUB-MES) < ZERO
084900         MOVE ZERO TO EFW-DEBITOS(WS-SUB-MES)
085000     END-IF.
085100     MOVE EFW-CREDITOS(WS-SUB-MES) TO EFD-CREDITOS(WS-SUB-MES).
085200     MOVE EFW-DEBITOS(WS-SUB-MES) TO EFD-DEBITOS(WS-SUB-MES).
085300     MOVE EFW-SALDO(WS-SUB-MES) TO EFD-SALDO(WS-SUB-MES).
085400     IF EFW-SALDO(WS-SUB-MES) < ZERO
085500         COMPUTE WS-VALOR-ABS = ZERO - EFW-SALDO(WS-SUB-MES)
085600     ELSE
085700         MOVE EFW-SALDO(WS-SUB-MES) TO WS-VALOR-ABS
085800     END-IF.
085900     COMPUTE WS-SOMA-CENTAVOS = WS-SOMA-CENTAVOS
086000         + (EFW-CREDITOS(WS-SUB-MES) * 100)
086100         + (EFW-DEBITOS(WS-SUB-MES) * 100)
086200         + (WS-VALOR-ABS * 100).
086300 5550-GRAVAR-MES-EXIT.
086400     EXIT.
086500*
086600***************************************************************
086700*    5600-LISTAR-PLACEHOLDER - CLIENTE AINDA SEM CPF/CNPJ NO    *
086800*    MESTRE: FICA FORA DO ARQUIVO E SAI NA LISTA DO EFINPRT     *
086900***************************************************************
087000 5600-LISTAR-PLACEHOLDER.
087100     ADD 1 TO WS-QTDE-PLACEHOLDER.
087200     IF TITULAR-ACIMA-LIMITE
087300         ADD 1 TO WS-QTDE-PLACEHOLDER-LIM
087400     END-IF.
087500     IF NOT PRINT-FILE-OK
087600         GO TO 5600-LISTAR-PLACEHOLDER-EXIT
087700     END-IF.
087800     MOVE SPACES TO PRINT-LINE.
087900     IF TITULAR-ACIMA-LIMITE
088000         STRING "CLIENTE " WS-CPF-CORRENTE(2:10)
088100             "  DOCUMENTO " WS-CPF-CORRENTE
088200             "  ACIMA DO LIMITE - CADASTRAR O CPF/CNPJ E "
088300             "REENVIAR"
088400             DELIMITED BY SIZE INTO PRINT-LINE
088500         END-STRING
088600     ELSE
088700         STRING "CLIENTE " WS-CPF-CORRENTE(2:10)
088800             "  DOCUMENTO " WS-CPF-CORRENTE
088900             "  ABAIXO DO LIMITE"
089000             DELIMITED BY SIZE INTO PRINT-LINE
089100         END-STRING
089200     END-IF.
089300     WRITE PRINT-LINE.
089400 5600-LISTAR-PLACEHOLDER-EXIT.
089500     EXIT.
089600*
089700***************************************************************
089800*    6000-REGISTRAR-SUBMISSAO - SEMESTRE, HASH E DATA DE        *
089900*    GERACAO NO CADASTRO EFINSUBM                               *
090000***************************************************************
090100 6000-REGISTRAR-SUBMISSAO.
090200     OPEN EXTEND SUBM-REG-OUT.
090300     IF NOT SUBM-OUT-OK
090400         OPEN OUTPUT SUBM-REG-OUT
090500     END-IF.
090600     IF NOT SUBM-OUT-OK
090700         DISPLAY "AVISO: EFINSUBM INDISPONIVEL (STATUS "
090800             WS-SUBM-OUT-STATUS ") - SUBMISSAO NAO REGISTRADA."
090900         MOVE 8 TO RETURN-CODE
091000         GO TO 6000-REGISTRAR-SUBMISSAO-EXIT
091100     END-IF.
091200     MOVE SPACES TO SUBM-REG-RECORD.
091300     MOVE WS-SEMESTRE TO ESB-SEMESTRE.
091400     MOVE WS-HASH-SUBMISSAO TO ESB-HASH.
091500     MOVE RUN-DATA TO ESB-DATA-GERACAO.
091600     MOVE SUBM-REG-RECORD TO SUBM-OUT-RECORD.
091700     WRITE SUBM-OUT-RECORD.
091800     CLOSE SUBM-REG-OUT.
091900 6000-REGISTRAR-SUBMISSAO-EXIT.
092000     EXIT.
