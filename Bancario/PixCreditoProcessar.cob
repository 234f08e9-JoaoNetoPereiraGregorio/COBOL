000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PIX-CREDITO-PROCESSAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PROCESSAMENTO DOS CREDITOS PIX RECEBIDOS.
001200*                       O ARQUIVO DIARIO DO PSP (PIXIN) ERA
001300*                       REDIGITADO NO CLIMSTTX. CADA CREDITO (END-
001400*                       TO-END ID, CPF/CNPJ DO PAGADOR, CHAVE PIX,
001500*                       VALOR E DATA/HORA) E IDENTIFICADO PELA
001600*                       CHAVE NO CADASTRO PIXCHAVE (VER
001700*                       PIXCHV.CPY) OU, SEM ELA, PELO CPF/CNPJ DO
001800*                       PAGADOR NA CHAVE ALTERNADA CUST-CPF-CNPJ
001900*                       DO CUSTMAST, E LANCADO COMO CREDITO "C"
002000*                       MOTIVO "PIXC" (ORIGEM "PIXCRED" NO
002100*                       JOURNAL) NO PIXPOST, LAYOUT DO CLIMSTTX
002200*                       COM HEADER/TRAILER DE HDRTRL.CPY, PELO
002300*                       CAMINHO NORMAL DO CLIENTE-MESTRE-MAINT. O
002400*                       END-TO-END FICA NO REGISTRO PIXREG (VER
002500*                       PIXREG.CPY): REPETIDO NO MESMO ARQUIVO OU
002600*                       EM OUTRO DIA VAI PARA O REJFILE SEM
002700*                       CREDITAR. OS TITULOS ABERTOS DO CLIENTE NO
002800*                       TITREG QUE O VALOR COBRE POR INTEIRO (NA
002900*                       ORDEM DE EMISSAO) FICAM LIQUIDADOS E
003000*                       GANHAM INSTRUCAO DE BAIXA ("02") NO
003100*                       REMINST. CLIENTE BAIXADO PARA PREJUIZO: O
003200*                       QUE PASSA DA DIVIDA CORRENTE E
003300*                       RECUPERACAO, COMO NO RETORNO-PROCESSAR.
003400*                       CREDITO SEM CLIENTE VAI PARA O REJFILE NO
003500*                       LAYOUT DE REENTRADA; REPARADO (CUST-ID
003600*                       PREENCHIDO) O REJEITO-RESUBMIT O DEVOLVE
003700*                       NO PIXREENT, LIDO AQUI DEPOIS DO PIXIN.
003800*                       TRAILER DO PSP QUE NAO CONFERE (QUANTIDADE
003900*                       OU SOMA) E ABEND (RC 20). RELATORIO
004000*                       PIXPRT.
004100***************************************************************
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PIX-IN-FILE ASSIGN TO "PIXIN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PIXIN-FILE-STATUS.
004900     SELECT REENTRADA-FILE ASSIGN TO "PIXREENT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REENT-FILE-STATUS.
005200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CUST-ID
005600         ALTERNATE RECORD KEY IS CUST-NOME
005700             WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005900         FILE STATUS IS WS-MASTER-FILE-STATUS.
006000     SELECT PIX-CHAVE-FILE ASSIGN TO "PIXCHAVE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PXK-CHAVE
006400         FILE STATUS IS WS-PIXCHV-FILE-STATUS.
006500     SELECT PIX-REG-FILE ASSIGN TO "PIXREG"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PXR-E2E-ID
006900         FILE STATUS IS WS-PIXREG-FILE-STATUS.
007000     SELECT TITULO-FILE ASSIGN TO "TITREG"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS TIT-CHAVE
007400         ALTERNATE RECORD KEY IS TIT-CUST-ID
007500             WITH DUPLICATES
007600         FILE STATUS IS WS-TITULO-FILE-STATUS.
007700     SELECT PREJ-FILE ASSIGN TO "PREJREG"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS PRJ-CUST-ID
008100         FILE STATUS IS WS-PREJ-FILE-STATUS.
008200     SELECT MOVCTB-FILE ASSIGN TO "MOVCTB"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-MOVCTB-FILE-STATUS.
008500     SELECT RECUP-FILE ASSIGN TO "RECUPLOG"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RECUP-FILE-STATUS.
008800     SELECT INSTRUCAO-FILE ASSIGN TO "REMINST"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-INSTR-FILE-STATUS.
009100     SELECT POSTING-OUT-FILE ASSIGN TO "PIXPOST"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-POSTING-FILE-STATUS.
009400     SELECT REJECT-FILE ASSIGN TO "REJFILE"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-REJECT-FILE-STATUS.
009700     SELECT PRINT-FILE ASSIGN TO "PIXPRT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-PRINT-FILE-STATUS.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300*
010400 FD  PIX-IN-FILE
010500     RECORDING MODE IS F.
010600***************************************************************
010700*    ARQUIVO DIARIO DE CREDITOS PIX DO PSP - 200 POSICOES:
010800*    "0" HEADER (DATA DO MOVIMENTO, ISPB DO PSP), "1" CREDITO,
010900*    "9" TRAILER (QUANTIDADE DE CREDITOS E SOMA EM CENTAVOS).
011000*    CPF DO PAGADOR COM 11 DIGITOS ALINHADO A ESQUERDA, CNPJ
011100*    COM 14 - O MESMO FORMATO DO CUST-CPF-CNPJ
011200***************************************************************
011300 01  PIX-IN-RECORD           PIC X(200).
011400 01  PIX-IN-HEADER.
011500     05  PXH-TIPO            PIC X(01).
011600     05  PXH-DATA-MOVTO      PIC 9(08).
011700     05  PXH-ISPB            PIC X(08).
011800     05  FILLER              PIC X(183).
011900 01  PIX-IN-DETALHE.
012000     05  PXD-TIPO            PIC X(01).
012100     05  PXD-E2E-ID          PIC X(32).
012200     05  PXD-CPF-PAGADOR     PIC X(14).
012300     05  PXD-NOME-PAGADOR    PIC X(30).
012400     05  PXD-CHAVE           PIC X(77).
012500     05  PXD-VALOR-CTVS      PIC 9(13).
012600     05  PXD-DATA-PIX        PIC 9(08).
012700     05  PXD-HORA-PIX        PIC 9(06).
012800     05  FILLER              PIC X(19).
012900 01  PIX-IN-TRAILER.
013000     05  PX9-TIPO            PIC X(01).
013100     05  PX9-QTDE            PIC 9(07).
013200     05  PX9-SOMA-CTVS       PIC 9(15).
013300     05  FILLER              PIC X(177).
013400*
013500 FD  REENTRADA-FILE
013600     RECORDING MODE IS F.
013700*    CREDITO PIX REPARADO, DEVOLVIDO PELO REJEITO-RESUBMIT - MESMO
013800*    LAYOUT DA IMAGEM GRAVADA NO REJFILE (WS-IMAGEM-REJEITO)
013900 01  REENTRADA-RECORD.
014000     05  PXE-E2E-ID          PIC X(32).
014100     05  PXE-CUST-ID         PIC X(10).
014200     05  PXE-CPF-PAGADOR     PIC X(14).
014300     05  PXE-VALOR-CTVS      PIC 9(13).
014400     05  PXE-DATA-PIX        PIC 9(08).
014500     05  FILLER              PIC X(03).
014600*
014700 FD  CUSTOMER-MASTER.
014800*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
014900 COPY "CUSTREC.cpy".
015000*
015100 FD  PIX-CHAVE-FILE.
015200*    CHAVES PIX DOS CLIENTES (VER COPYBOOKS/PIXCHV.CPY)
015300 COPY "PIXCHV.cpy".
015400*
015500 FD  PIX-REG-FILE.
015600*    CREDITOS PIX JA RECEBIDOS (VER COPYBOOKS/PIXREG.CPY)
015700 COPY "PIXREG.cpy".
015800*
015900 FD  TITULO-FILE.
016000*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
016100*    COPYBOOKS/TITREG.CPY)
016200 COPY "TITREG.cpy".
016300*
016400 FD  PREJ-FILE.
016500*    RAZAO DE BAIXAS PARA PREJUIZO (VER COPYBOOKS/PREJREG.CPY)
016600 COPY "PREJREG.cpy".
016700*
016800 FD  MOVCTB-FILE
016900     RECORDING MODE IS F.
017000 COPY "MOVCTB.cpy".
017100*
017200 FD  RECUP-FILE
017300     RECORDING MODE IS F.
017400 COPY "RECUPREG.cpy".
017500*
017600 FD  INSTRUCAO-FILE
017700     RECORDING MODE IS F.
017800*    MESMO LAYOUT DO CARTAO DE INSTRUCOES LIDO PELO REMESSA-GERAR
017900 01  INSTRUCAO-RECORD.
018000     05  INS-OCORRENCIA      PIC X(02).
018100     05  FILLER              PIC X(01).
018200     05  INS-REMSEQ          PIC 9(05).
018300     05  FILLER              PIC X(01).
018400     05  INS-CUST-ID         PIC X(10).
018500     05  FILLER              PIC X(01).
018600     05  INS-DATA-NOVA       PIC 9(08).
018700     05  FILLER              PIC X(01).
018800     05  INS-VALOR-ABAT      PIC 9(13).
018900     05  FILLER              PIC X(01).
019000     05  INS-BANCO           PIC 9(03).
019100*
019200 FD  POSTING-OUT-FILE
019300     RECORDING MODE IS F.
019400*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
019500*    POSTREG.CPY) - O CREDITO PIX ENTRA PELO CAMINHO NORMAL DE
019600*    POSTAGEM
019700 COPY "POSTREG.cpy".
019800*
019900 FD  REJECT-FILE
020000     RECORDING MODE IS F.
020100 COPY "REJREC.cpy".
020200*
020300 FD  PRINT-FILE
020400     RECORDING MODE IS F.
020500 01  PRINT-LINE              PIC X(132).
020600*
020700 WORKING-STORAGE SECTION.
020800*
020900 77  WS-PIXIN-FILE-STATUS    PIC X(02) VALUE ZEROS.
021000     88  PIXIN-FILE-OK       VALUE "00".
021100 77  WS-REENT-FILE-STATUS    PIC X(02) VALUE ZEROS.
021200     88  REENT-FILE-OK       VALUE "00".
021300 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
021400     88  MASTER-OK           VALUE "00".
021500 77  WS-PIXCHV-FILE-STATUS   PIC X(02) VALUE ZEROS.
021600     88  PIXCHV-OK           VALUE "00".
021700 77  WS-PIXREG-FILE-STATUS   PIC X(02) VALUE ZEROS.
021800     88  PIXREG-OK           VALUE "00".
021900     88  PIXREG-NAO-ACHADO   VALUE "23", "35".
022000 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
022100     88  TITULO-OK           VALUE "00".
022200 77  WS-PREJ-FILE-STATUS     PIC X(02) VALUE ZEROS.
022300     88  PREJ-OK             VALUE "00".
022400 77  WS-MOVCTB-FILE-STATUS   PIC X(02) VALUE ZEROS.
022500     88  MOVCTB-FILE-OK      VALUE "00".
022600 77  WS-RECUP-FILE-STATUS    PIC X(02) VALUE ZEROS.
022700     88  RECUP-FILE-OK       VALUE "00".
022800 77  WS-INSTR-FILE-STATUS    PIC X(02) VALUE ZEROS.
022900     88  INSTR-FILE-OK       VALUE "00".
023000 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
023100     88  POSTING-FILE-OK     VALUE "00".
023200 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
023300     88  REJECT-FILE-OK      VALUE "00".
023400 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
023500     88  PRINT-FILE-OK       VALUE "00".
023600*
023700 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
023800     88  FIM-DO-ARQUIVO      VALUE "Y".
023900 77  WS-REENT-FIM-SW         PIC X(01) VALUE "N".
024000     88  FIM-DA-REENTRADA    VALUE "Y".
024100 77  WS-TIT-FIM-SW           PIC X(01) VALUE "N".
024200     88  FIM-DOS-TITULOS     VALUE "Y".
024300 77  WS-REENT-ABERTO-SW      PIC X(01) VALUE "N".
024400     88  REENTRADA-DISPONIVEL VALUE "Y".
024500 77  WS-PIXCHV-ABERTO-SW     PIC X(01) VALUE "N".
024600     88  CHAVES-DISPONIVEIS  VALUE "Y".
024700 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
024800     88  TITREG-DISPONIVEL   VALUE "Y".
024900 77  WS-PREJREG-ABERTO-SW    PIC X(01) VALUE "N".
025000     88  PREJREG-DISPONIVEL  VALUE "Y".
025100 77  WS-CLIENTE-SW           PIC X(01) VALUE "N".
025200     88  CLIENTE-IDENTIFICADO VALUE "Y".
025300*
025400***************************************************************
025500*    CREDITO EM TRATAMENTO (DO PIXIN OU DO PIXREENT)
025600***************************************************************
025700 77  WS-PIX-E2E-ID           PIC X(32) VALUE SPACES.
025800 77  WS-PIX-CUST-ID          PIC X(10) VALUE SPACES.
025900 77  WS-PIX-CPF-PAGADOR      PIC X(14) VALUE SPACES.
026000 77  WS-PIX-VALOR-CTVS       PIC 9(13) VALUE ZERO.
026100 77  WS-PIX-DATA             PIC 9(08) VALUE ZERO.
026200 77  WS-PIX-HORA             PIC 9(06) VALUE ZERO.
026300 77  WS-PIX-ORIGEM           PIC X(01) VALUE SPACE.
026400 77  WS-IDENTIFICADO-POR     PIC X(06) VALUE SPACES.
026500 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
026600 77  WS-VALOR-PAGO           PIC 9(07)V99 VALUE ZERO.
026700 77  WS-VALOR-CREDITO        PIC 9(07)V99 VALUE ZERO.
026800 77  WS-VALOR-RECUP          PIC 9(07)V99 VALUE ZERO.
026900 77  WS-DEVIDO-ABS           PIC 9(07)V99 VALUE ZERO.
027000 77  WS-PREJ-A-RECUPERAR     PIC 9(9)V99 COMP-3 VALUE ZERO.
027100 77  WS-SOBRA-CTVS           PIC 9(13) VALUE ZERO.
027200*
027300***************************************************************
027400*    IMAGEM DO CREDITO SEM CLIENTE NO REJFILE - O REPARO
027500*    PREENCHE O CUST-ID E O REJEITO-RESUBMIT DEVOLVE A LINHA NO
027600*    PIXREENT (MESMO LAYOUT DO REENTRADA-RECORD)
027700***************************************************************
027800 01  WS-IMAGEM-REJEITO.
027900     05  PXI-E2E-ID          PIC X(32).
028000     05  PXI-CUST-ID         PIC X(10).
028100     05  PXI-CPF-PAGADOR     PIC X(14).
028200     05  PXI-VALOR-CTVS      PIC 9(13).
028300     05  PXI-DATA-PIX        PIC 9(08).
028400     05  FILLER              PIC X(03).
028500*
028600***************************************************************
028700*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
028800*    COPYBOOKS/HDRTRL.CPY)
028900***************************************************************
029000 COPY "HDRTRL.cpy".
029100 01  WS-HEADER-SAIDA.
029200     05  FILLER              PIC X(02) VALUE "H ".
029300     05  WSH-DATA            PIC 9(08).
029400     05  FILLER              PIC X(01) VALUE SPACE.
029500     05  WSH-ORIGEM          PIC X(08) VALUE "PIXCRED ".
029600 01  WS-TRAILER-SAIDA.
029700     05  FILLER              PIC X(02) VALUE "T ".
029800     05  WST-QTDE            PIC 9(07).
029900     05  FILLER              PIC X(01) VALUE SPACE.
030000     05  WST-HASH            PIC 9(13).
030100*
030200***************************************************************
030300*    PROVA DO PIXIN CONTRA O TRAILER DO PSP
030400***************************************************************
030500 77  WS-TEM-TRAILER          PIC X(01) VALUE "N".
030600     88  PIXIN-COM-TRAILER   VALUE "Y".
030700 77  WS-TRL-QTDE             PIC 9(07) VALUE ZERO.
030800 77  WS-TRL-SOMA             PIC 9(15) VALUE ZERO.
030900 77  WS-SOMA-LIDA            PIC 9(15) VALUE ZERO.
031000*
031100***************************************************************
031200*    TOTAIS DE CONTROLE
031300***************************************************************
031400 77  WS-QTDE-DETALHES        PIC 9(07) VALUE ZERO.
031500 77  WS-QTDE-CREDITADOS      PIC 9(07) COMP VALUE ZERO.
031600 77  WS-QTDE-POR-CHAVE       PIC 9(07) COMP VALUE ZERO.
031700 77  WS-QTDE-POR-DOCUMENTO   PIC 9(07) COMP VALUE ZERO.
031800 77  WS-QTDE-SEM-CLIENTE     PIC 9(07) COMP VALUE ZERO.
031900 77  WS-QTDE-DUPLICADOS      PIC 9(07) COMP VALUE ZERO.
032000 77  WS-QTDE-INVALIDOS       PIC 9(07) COMP VALUE ZERO.
032100 77  WS-QTDE-REENTRADAS      PIC 9(07) COMP VALUE ZERO.
032200 77  WS-QTDE-REENT-IGNORADAS PIC 9(07) COMP VALUE ZERO.
032300 77  WS-QTDE-TIT-LIQUIDADOS  PIC 9(07) COMP VALUE ZERO.
032400 77  WS-QTDE-RECUPERACOES    PIC 9(07) COMP VALUE ZERO.
032500 77  WS-TOTAL-CREDITADO      PIC 9(11)V99 VALUE ZERO.
032600 77  WS-TOTAL-RECUPERADO     PIC 9(11)V99 VALUE ZERO.
032700*
032800***************************************************************
032900*    CAMPOS EDITADOS DO RELATORIO
033000***************************************************************
033100 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
033200 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
033300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
033400*
033500***************************************************************
033600*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
033700*    COPYBOOKS/RPTWRT.CPY)
033800***************************************************************
033900 COPY "RPTWRT.cpy".
034000 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
034100*
034200***************************************************************
034300*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
034400***************************************************************
034500 COPY "RUNDATE.cpy".
034600*
034700***************************************************************
034800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
034900***************************************************************
035000 COPY "ERRHDL.cpy".
035100*
035200 PROCEDURE DIVISION.
035300*
035400***************************************************************
035500*    0000-MAINLINE                                             *
035600***************************************************************
035700 0000-MAINLINE.
035800     MOVE ZERO TO RETURN-CODE.
035900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
036000     ACCEPT RUN-HORA FROM TIME.
036100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
036200     IF RETURN-CODE NOT = ZERO
036300         GO TO 0000-MAINLINE-FIM
036400     END-IF.
036500     PERFORM 2000-TRATAR-REGISTRO THRU 2000-TRATAR-REGISTRO-EXIT
036600         UNTIL FIM-DO-ARQUIVO.
036700     IF REENTRADA-DISPONIVEL
036800         PERFORM 3000-TRATAR-REENTRADA
036900             THRU 3000-TRATAR-REENTRADA-EXIT
037000             UNTIL FIM-DA-REENTRADA
037100     END-IF.
037200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
037300 0000-MAINLINE-FIM.
037400     STOP RUN.
037500*
037600***************************************************************
037700*    1000-INICIALIZAR - PIXIN, CUSTMAST, PIXREG E PIXPOST SAO   *
037800*    OBRIGATORIOS; SEM PIXCHAVE SO O CPF/CNPJ IDENTIFICA, SEM   *
037900*    TITREG O CREDITO NAO LIQUIDA TITULO                        *
038000***************************************************************
038100 1000-INICIALIZAR.
038200     OPEN INPUT PIX-IN-FILE.
038300     IF NOT PIXIN-FILE-OK
038400         MOVE "PIXCRED " TO ERR-PROGRAMA
038500         SET ERR-TIPO-ARQUIVO TO TRUE
038600         MOVE "ABERTURA DO ARQUIVO PIXIN" TO ERR-CONTEXTO
038700         MOVE WS-PIXIN-FILE-STATUS TO ERR-FILE-STATUS
038800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
038900         MOVE 16 TO RETURN-CODE
039000         GO TO 1000-INICIALIZAR-EXIT
039100     END-IF.
039200     OPEN INPUT CUSTOMER-MASTER.
039300     IF NOT MASTER-OK
039400         MOVE "PIXCRED " TO ERR-PROGRAMA
039500         SET ERR-TIPO-ARQUIVO TO TRUE
039600         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
039700         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
039800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
039900         CLOSE PIX-IN-FILE
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 1000-INICIALIZAR-EXIT
040200     END-IF.
040300     OPEN I-O PIX-REG-FILE.
040400     IF PIXREG-NAO-ACHADO
040500         OPEN OUTPUT PIX-REG-FILE
040600         CLOSE PIX-REG-FILE
040700         OPEN I-O PIX-REG-FILE
040800     END-IF.
040900     IF NOT PIXREG-OK
041000         MOVE "PIXCRED " TO ERR-PROGRAMA
041100         SET ERR-TIPO-ARQUIVO TO TRUE
041200         MOVE "ABERTURA DO ARQUIVO PIXREG" TO ERR-CONTEXTO
041300         MOVE WS-PIXREG-FILE-STATUS TO ERR-FILE-STATUS
041400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
041500         CLOSE PIX-IN-FILE
041600         CLOSE CUSTOMER-MASTER
041700         MOVE 16 TO RETURN-CODE
041800         GO TO 1000-INICIALIZAR-EXIT
041900     END-IF.
042000     OPEN OUTPUT POSTING-OUT-FILE.
042100     IF NOT POSTING-FILE-OK
042200         MOVE "PIXCRED " TO ERR-PROGRAMA
042300         SET ERR-TIPO-ARQUIVO TO TRUE
042400         MOVE "ABERTURA DO ARQUIVO PIXPOST" TO ERR-CONTEXTO
042500         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
042600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
042700         CLOSE PIX-IN-FILE
042800         CLOSE CUSTOMER-MASTER
042900         CLOSE PIX-REG-FILE
043000         MOVE 16 TO RETURN-CODE
043100         GO TO 1000-INICIALIZAR-EXIT
043200     END-IF.
043300     MOVE RUN-DATA TO WSH-DATA.
043400     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
043500     WRITE POSTING-OUT-RECORD.
043600     OPEN EXTEND REJECT-FILE.
043700     IF NOT REJECT-FILE-OK
043800         OPEN OUTPUT REJECT-FILE
043900     END-IF.
044000     OPEN INPUT PIX-CHAVE-FILE.
044100     IF PIXCHV-OK
044200         MOVE "Y" TO WS-PIXCHV-ABERTO-SW
044300     ELSE
044400         DISPLAY "AVISO: PIXCHAVE INDISPONIVEL (STATUS "
044500             WS-PIXCHV-FILE-STATUS ") - CLIENTE SO PELO CPF/CNPJ "
044600             "DO PAGADOR."
044700     END-IF.
044800     OPEN I-O TITULO-FILE.
044900     IF TITULO-OK
045000         MOVE "Y" TO WS-TITREG-ABERTO-SW
045100     ELSE
045200         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
045300             WS-TITULO-FILE-STATUS ") - TITULOS NAO SERAO "
045400             "BAIXADOS."
045500     END-IF.
045600     OPEN I-O PREJ-FILE.
045700     IF PREJ-OK
045800         MOVE "Y" TO WS-PREJREG-ABERTO-SW
045900         OPEN EXTEND MOVCTB-FILE
046000         IF NOT MOVCTB-FILE-OK
046100             OPEN OUTPUT MOVCTB-FILE
046200         END-IF
046300         OPEN EXTEND RECUP-FILE
046400         IF NOT RECUP-FILE-OK
046500             OPEN OUTPUT RECUP-FILE
046600         END-IF
046700     ELSE
046800         DISPLAY "AVISO: PREJREG INDISPONIVEL (STATUS "
046900             WS-PREJ-FILE-STATUS ") - PIX DE CLIENTE BAIXADO "
047000             "ENTRA COMO CREDITO COMUM."
047100     END-IF.
047200     OPEN EXTEND INSTRUCAO-FILE.
047300     IF NOT INSTR-FILE-OK
047400         OPEN OUTPUT INSTRUCAO-FILE
047500     END-IF.
047600     OPEN INPUT REENTRADA-FILE.
047700     IF REENT-FILE-OK
047800         MOVE "Y" TO WS-REENT-ABERTO-SW
047900         PERFORM 3100-LER-REENTRADA THRU 3100-LER-REENTRADA-EXIT
048000     END-IF.
048100     OPEN OUTPUT PRINT-FILE.
048200     MOVE "CREDITOS PIX RECEBIDOS" TO RPT-TITULO.
048300     MOVE ZERO TO RPT-LINHAS-POR-PAG.
048400     SET RPT-ACAO-INICIAR TO TRUE.
048500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
048600     PERFORM 8000-GRAVAR-LINHAS-RPT
048700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
048800     PERFORM 1100-LER-PIXIN THRU 1100-LER-PIXIN-EXIT.
048900 1000-INICIALIZAR-EXIT.
049000     EXIT.
049100*
049200***************************************************************
049300*    1100-LER-PIXIN                                            *
049400***************************************************************
049500 1100-LER-PIXIN.
049600     READ PIX-IN-FILE
049700         AT END
049800             MOVE "Y" TO WS-EOF-SWITCH
049900     END-READ.
050000 1100-LER-PIXIN-EXIT.
050100     EXIT.
050200*
050300***************************************************************
050400*    2000-TRATAR-REGISTRO - CLASSIFICA PELA COLUNA 1            *
050500***************************************************************
050600 2000-TRATAR-REGISTRO.
050700     EVALUATE PXD-TIPO
050800         WHEN "0"
050900             DISPLAY "PIXIN DO PSP " PXH-ISPB " MOVIMENTO "
051000                 PXH-DATA-MOVTO
051100         WHEN "1"
051200             ADD 1 TO WS-QTDE-DETALHES
051300             IF PXD-VALOR-CTVS NUMERIC
051400                 ADD PXD-VALOR-CTVS TO WS-SOMA-LIDA
051500             END-IF
051600             PERFORM 2100-TRATAR-CREDITO
051700                 THRU 2100-TRATAR-CREDITO-EXIT
051800         WHEN "9"
051900             MOVE "Y" TO WS-TEM-TRAILER
052000             MOVE PX9-QTDE TO WS-TRL-QTDE
052100             MOVE PX9-SOMA-CTVS TO WS-TRL-SOMA
052200         WHEN OTHER
052300             DISPLAY "TIPO DE REGISTRO DESCONHECIDO NO "
052400                 "PIXIN: " PXD-TIPO
052500     END-EVALUATE.
052600     PERFORM 1100-LER-PIXIN THRU 1100-LER-PIXIN-EXIT.
052700 2000-TRATAR-REGISTRO-EXIT.
052800     EXIT.
052900*
053000***************************************************************
053100*    2100-TRATAR-CREDITO - END-TO-END NOVO, CLIENTE PELA CHAVE  *
053200*    PIX OU PELO CPF/CNPJ DO PAGADOR; SEM CLIENTE VAI PARA O    *
053300*    REJFILE E FICA "R" NO PIXREG                               *
053400***************************************************************
053500 2100-TRATAR-CREDITO.
053600     MOVE PXD-E2E-ID TO WS-PIX-E2E-ID.
053700     MOVE SPACES TO WS-PIX-CUST-ID.
053800     MOVE PXD-CPF-PAGADOR TO WS-PIX-CPF-PAGADOR.
053900     MOVE PXD-DATA-PIX TO WS-PIX-DATA.
054000     MOVE PXD-HORA-PIX TO WS-PIX-HORA.
054100     MOVE "P" TO WS-PIX-ORIGEM.
054200     IF PXD-E2E-ID = SPACES
054300         OR PXD-VALOR-CTVS NOT NUMERIC OR PXD-VALOR-CTVS = ZERO
054400         OR PXD-DATA-PIX NOT NUMERIC
054500         ADD 1 TO WS-QTDE-INVALIDOS
054600         MOVE ZERO TO WS-PIX-VALOR-CTVS
054700         MOVE "CREDITO PIX INVALIDO" TO WS-MOTIVO-REJEITO
054800         PERFORM 2800-REJEITAR-CREDITO
054900             THRU 2800-REJEITAR-CREDITO-EXIT
055000         GO TO 2100-TRATAR-CREDITO-EXIT
055100     END-IF.
055200     MOVE PXD-VALOR-CTVS TO WS-PIX-VALOR-CTVS.
055300*    O MESMO END-TO-END JA RECEBIDO (HOJE OU EM OUTRO DIA) NAO
055400*    CREDITA DE NOVO
055500     MOVE PXD-E2E-ID TO PXR-E2E-ID.
055600     READ PIX-REG-FILE
055700         INVALID KEY
055800             CONTINUE
055900     END-READ.
056000     IF PIXREG-OK
056100         ADD 1 TO WS-QTDE-DUPLICADOS
056200         MOVE "END-TO-END PIX DUPLICADO" TO WS-MOTIVO-REJEITO
056300         PERFORM 2800-REJEITAR-CREDITO
056400             THRU 2800-REJEITAR-CREDITO-EXIT
056500         GO TO 2100-TRATAR-CREDITO-EXIT
056600     END-IF.
056700     PERFORM 2200-IDENTIFICAR-CLIENTE
056800         THRU 2200-IDENTIFICAR-CLIENTE-EXIT.
056900     IF NOT CLIENTE-IDENTIFICADO
057000         ADD 1 TO WS-QTDE-SEM-CLIENTE
057100         MOVE "PIX SEM CLIENTE IDENTIFICADO" TO WS-MOTIVO-REJEITO
057200         PERFORM 2800-REJEITAR-CREDITO
057300             THRU 2800-REJEITAR-CREDITO-EXIT
057400         MOVE "R" TO PXR-SITUACAO
057500         PERFORM 2900-REGISTRAR-E2E THRU 2900-REGISTRAR-E2E-EXIT
057600         GO TO 2100-TRATAR-CREDITO-EXIT
057700     END-IF.
057800     PERFORM 2500-APLICAR-CREDITO THRU 2500-APLICAR-CREDITO-EXIT.
057900     MOVE "L" TO PXR-SITUACAO.
058000     PERFORM 2900-REGISTRAR-E2E THRU 2900-REGISTRAR-E2E-EXIT.
058100 2100-TRATAR-CREDITO-EXIT.
058200     EXIT.
058300*
058400***************************************************************
058500*    2200-IDENTIFICAR-CLIENTE - PRIMEIRO A CHAVE PIX NO         *
058600*    PIXCHAVE; SEM ELA, O CPF/CNPJ DO PAGADOR PELA CHAVE        *
058700*    ALTERNADA DO CUSTMAST                                      *
058800***************************************************************
058900 2200-IDENTIFICAR-CLIENTE.
059000     MOVE "N" TO WS-CLIENTE-SW.
059100     IF CHAVES-DISPONIVEIS AND PXD-CHAVE NOT = SPACES
059200         MOVE PXD-CHAVE TO PXK-CHAVE
059300         READ PIX-CHAVE-FILE
059400             INVALID KEY
059500                 CONTINUE
059600         END-READ
059700         IF PIXCHV-OK
059800             MOVE PXK-CUST-ID TO CUST-ID
059900             READ CUSTOMER-MASTER
060000                 KEY IS CUST-ID
060100                 INVALID KEY
060200                     CONTINUE
060300             END-READ
060400             IF MASTER-OK
060500                 MOVE "Y" TO WS-CLIENTE-SW
060600                 MOVE "CHAVE " TO WS-IDENTIFICADO-POR
060700                 ADD 1 TO WS-QTDE-POR-CHAVE
060800                 GO TO 2200-IDENTIFICAR-CLIENTE-FIM
060900             END-IF
061000         END-IF
061100     END-IF.
061200     IF PXD-CPF-PAGADOR = SPACES
061300         GO TO 2200-IDENTIFICAR-CLIENTE-EXIT
061400     END-IF.
061500     MOVE PXD-CPF-PAGADOR TO CUST-CPF-CNPJ.
061600     READ CUSTOMER-MASTER
061700         KEY IS CUST-CPF-CNPJ
061800         INVALID KEY
061900             CONTINUE
062000     END-READ.
062100     IF NOT MASTER-OK
062200         GO TO 2200-IDENTIFICAR-CLIENTE-EXIT
062300     END-IF.
062400     MOVE "Y" TO WS-CLIENTE-SW.
062500     MOVE "CPF   " TO WS-IDENTIFICADO-POR.
062600     ADD 1 TO WS-QTDE-POR-DOCUMENTO.
062700 2200-IDENTIFICAR-CLIENTE-FIM.
062800     MOVE CUST-ID TO WS-PIX-CUST-ID.
062900 2200-IDENTIFICAR-CLIENTE-EXIT.
063000     EXIT.
063100*
063200***************************************************************
063300*    2500-APLICAR-CREDITO - CLIENTE LIDO NO CUSTMAST: RECUPERA- *
063400*    CAO DE PREJUIZO, CREDITO NO PIXPOST E TITULOS QUITADOS     *
063500***************************************************************
063600 2500-APLICAR-CREDITO.
063700     COMPUTE WS-VALOR-PAGO = WS-PIX-VALOR-CTVS / 100.
063800     IF CUST-SALDO NUMERIC AND CUST-SALDO < ZERO
063900         COMPUTE WS-DEVIDO-ABS = ZERO - CUST-SALDO
064000     ELSE
064100         MOVE ZERO TO WS-DEVIDO-ABS
064200     END-IF.
064300     MOVE WS-VALOR-PAGO TO WS-VALOR-CREDITO.
064400     MOVE ZERO TO WS-VALOR-RECUP.
064500     PERFORM 2550-TESTAR-RECUPERACAO
064600         THRU 2550-TESTAR-RECUPERACAO-EXIT.
064700*    PIX TODO ABSORVIDO PELA RECUPERACAO NAO GERA CREDITO
064800     IF WS-VALOR-CREDITO > ZERO
064900         MOVE SPACES TO POSTING-OUT-RECORD
065000         MOVE "C" TO PST-ACAO
065100         MOVE WS-PIX-CUST-ID TO PST-ID
065200         MOVE WS-VALOR-CREDITO TO PST-SALDO
065300         MOVE "PIXC" TO PST-MOTIVO
065400         WRITE POSTING-OUT-RECORD
065500         ADD 1 TO CTRL-QTDE-DETALHES
065600         COMPUTE CTRL-HASH-DETALHES =
065700             CTRL-HASH-DETALHES + (WS-VALOR-CREDITO * 100)
065800         ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITADO
065900     END-IF.
066000     ADD 1 TO WS-QTDE-CREDITADOS.
066100     MOVE WS-VALOR-PAGO TO WS-VALOR-EDITADO.
066200     MOVE SPACES TO RPT-LINHA-ENTRADA.
066300     STRING "CREDITADO  " WS-PIX-CUST-ID " " CUST-NOME
066400         " R$ " WS-VALOR-EDITADO " POR " WS-IDENTIFICADO-POR
066500         " E2E " WS-PIX-E2E-ID
066600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
066700     END-STRING.
066800     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
066900     PERFORM 2600-QUITAR-TITULOS THRU 2600-QUITAR-TITULOS-EXIT.
067000 2500-APLICAR-CREDITO-EXIT.
067100     EXIT.
067200*
067300***************************************************************
067400*    2550-TESTAR-RECUPERACAO - PAGADOR COM SALDO BAIXADO A      *
067500*    RECUPERAR NO PREJREG: A PARTE DO PIX ALEM DA DIVIDA        *
067600*    CORRENTE (ATE O SALDO A RECUPERAR) VIRA RECUPERACAO -      *
067700*    ABATE O PREJREG, GRAVA O MOVCTB "RECUPPRJ" E O RECUPLOG    *
067800***************************************************************
067900 2550-TESTAR-RECUPERACAO.
068000     IF NOT PREJREG-DISPONIVEL
068100         GO TO 2550-TESTAR-RECUPERACAO-EXIT
068200     END-IF.
068300     IF WS-VALOR-PAGO NOT > WS-DEVIDO-ABS
068400         GO TO 2550-TESTAR-RECUPERACAO-EXIT
068500     END-IF.
068600     MOVE WS-PIX-CUST-ID TO PRJ-CUST-ID.
068700     READ PREJ-FILE
068800         INVALID KEY
068900             CONTINUE
069000     END-READ.
069100     IF NOT PREJ-OK OR NOT PRJ-A-RECUPERAR
069200         GO TO 2550-TESTAR-RECUPERACAO-EXIT
069300     END-IF.
069400     COMPUTE WS-PREJ-A-RECUPERAR =
069500         PRJ-VALOR-BAIXADO - PRJ-VALOR-RECUPERADO.
069600     IF WS-PREJ-A-RECUPERAR NOT > ZERO
069700         GO TO 2550-TESTAR-RECUPERACAO-EXIT
069800     END-IF.
069900     COMPUTE WS-VALOR-RECUP = WS-VALOR-PAGO - WS-DEVIDO-ABS.
070000     IF WS-VALOR-RECUP > WS-PREJ-A-RECUPERAR
070100         MOVE WS-PREJ-A-RECUPERAR TO WS-VALOR-RECUP
070200     END-IF.
070300     SUBTRACT WS-VALOR-RECUP FROM WS-VALOR-CREDITO.
070400     SUBTRACT WS-VALOR-RECUP FROM WS-PREJ-A-RECUPERAR.
070500     ADD WS-VALOR-RECUP TO PRJ-VALOR-RECUPERADO.
070600     MOVE WS-PIX-DATA TO PRJ-DATA-ULT-RECUP.
070700     IF WS-PREJ-A-RECUPERAR = ZERO
070800         SET PRJ-RECUPERADO TO TRUE
070900     END-IF.
071000     REWRITE PREJUIZO-RECORD.
071100     IF NOT PREJ-OK
071200         DISPLAY "AVISO: PREJREG NAO ATUALIZADO " WS-PIX-CUST-ID
071300             " - STATUS " WS-PREJ-FILE-STATUS
071400     END-IF.
071500     IF MOVCTB-FILE-OK
071600         MOVE SPACES TO MOVCTB-RECORD
071700         MOVE "RECUPPRJ" TO MVC-PROGRAMA
071800         MOVE "C" TO MVC-SENTIDO
071900         MOVE SPACE TO MVC-STATUS
072000         MOVE WS-VALOR-RECUP TO MVC-VALOR
072100         MOVE RUN-DATA TO MVC-DATA
072200         MOVE WS-PIX-CUST-ID TO MVC-CUST-ID
072300         WRITE MOVCTB-RECORD
072400     END-IF.
072500     IF RECUP-FILE-OK
072600         MOVE SPACES TO RECUP-RECORD
072700         MOVE WS-PIX-CUST-ID TO RCP-CUST-ID
072800         MOVE WS-PIX-DATA TO RCP-DATA-PAGTO
072900         MOVE WS-VALOR-RECUP TO RCP-VALOR
073000         MOVE RUN-DATA TO RCP-DATA-PROC
073100         MOVE "PIX     " TO RCP-ORIGEM
073200         MOVE PRJ-AGENCIA TO RCP-AGENCIA
073300         MOVE WS-PREJ-A-RECUPERAR TO RCP-SALDO-RESTANTE
073400         WRITE RECUP-RECORD
073500     END-IF.
073600     ADD 1 TO WS-QTDE-RECUPERACOES.
073700     ADD WS-VALOR-RECUP TO WS-TOTAL-RECUPERADO.
073800     MOVE WS-VALOR-RECUP TO WS-VALOR-EDITADO.
073900     MOVE SPACES TO RPT-LINHA-ENTRADA.
074000     STRING "RECUPERADO " WS-PIX-CUST-ID " R$ " WS-VALOR-EDITADO
074100         " - BAIXADO PARA PREJUIZO"
074200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
074300     END-STRING.
074400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
074500 2550-TESTAR-RECUPERACAO-EXIT.
074600     EXIT.
074700*
074800***************************************************************
074900*    2600-QUITAR-TITULOS - PERCORRE PELO CUST-ID (CHAVE         *
075000*    ALTERNADA) OS TITULOS ABERTOS DO CLIENTE E LIQUIDA CADA UM *
075100*    QUE O VALOR AINDA NAO USADO DO PIX COBRE POR INTEIRO       *
075200***************************************************************
075300 2600-QUITAR-TITULOS.
075400     IF NOT TITREG-DISPONIVEL
075500         GO TO 2600-QUITAR-TITULOS-EXIT
075600     END-IF.
075700     MOVE WS-PIX-VALOR-CTVS TO WS-SOBRA-CTVS.
075800     MOVE "N" TO WS-TIT-FIM-SW.
075900     MOVE WS-PIX-CUST-ID TO TIT-CUST-ID.
076000     START TITULO-FILE KEY IS EQUAL TO TIT-CUST-ID
076100         INVALID KEY
076200             MOVE "Y" TO WS-TIT-FIM-SW
076300     END-START.
076400     IF NOT FIM-DOS-TITULOS
076500         PERFORM 2650-LER-TITULO THRU 2650-LER-TITULO-EXIT
076600     END-IF.
076700     PERFORM 2660-AVALIAR-TITULO THRU 2660-AVALIAR-TITULO-EXIT
076800         UNTIL FIM-DOS-TITULOS.
076900 2600-QUITAR-TITULOS-EXIT.
077000     EXIT.
077100*
077200***************************************************************
077300*    2650-LER-TITULO - PROXIMO TITULO DO MESMO CLIENTE          *
077400***************************************************************
077500 2650-LER-TITULO.
077600     READ TITULO-FILE NEXT RECORD
077700         AT END
077800             MOVE "Y" TO WS-TIT-FIM-SW
077900     END-READ.
078000     IF NOT TITULO-OK OR TIT-CUST-ID NOT = WS-PIX-CUST-ID
078100         MOVE "Y" TO WS-TIT-FIM-SW
078200     END-IF.
078300 2650-LER-TITULO-EXIT.
078400     EXIT.
078500*
078600***************************************************************
078700*    2660-AVALIAR-TITULO - TITULO ABERTO COBERTO PELA SOBRA:    *
078800*    LIQUIDADO NA DATA DO PIX E BAIXADO NO BANCO (REMINST "02") *
078900***************************************************************
079000 2660-AVALIAR-TITULO.
079100     IF WS-SOBRA-CTVS = ZERO
079200         MOVE "Y" TO WS-TIT-FIM-SW
079300         GO TO 2660-AVALIAR-TITULO-EXIT
079400     END-IF.
079500     IF NOT TIT-ABERTO OR TIT-VALOR-CENTAVOS > WS-SOBRA-CTVS
079600         GO TO 2660-AVALIAR-TITULO-LER
079700     END-IF.
079800     SET TIT-LIQUIDADO TO TRUE.
079900     MOVE WS-PIX-DATA TO TIT-DATA-BAIXA.
080000     REWRITE TITULO-RECORD.
080100     IF NOT TITULO-OK
080200         DISPLAY "AVISO: BAIXA DO TITULO FALHOU " WS-PIX-CUST-ID
080300             " - STATUS " WS-TITULO-FILE-STATUS
080400         GO TO 2660-AVALIAR-TITULO-LER
080500     END-IF.
080600     SUBTRACT TIT-VALOR-CENTAVOS FROM WS-SOBRA-CTVS.
080700     ADD 1 TO WS-QTDE-TIT-LIQUIDADOS.
080800     IF INSTR-FILE-OK
080900         MOVE SPACES TO INSTRUCAO-RECORD
081000         MOVE "02" TO INS-OCORRENCIA
081100         MOVE TIT-REMSEQ TO INS-REMSEQ
081200         MOVE TIT-BANCO TO INS-BANCO
081300         MOVE TIT-CUST-ID TO INS-CUST-ID
081400         MOVE ZERO TO INS-DATA-NOVA
081500         MOVE ZERO TO INS-VALOR-ABAT
081600         WRITE INSTRUCAO-RECORD
081700     END-IF.
081800     COMPUTE WS-VALOR-PAGO = TIT-VALOR-CENTAVOS / 100.
081900     MOVE WS-VALOR-PAGO TO WS-VALOR-EDITADO.
082000     MOVE SPACES TO RPT-LINHA-ENTRADA.
082100     STRING "  TITULO   " TIT-BANCO "/" TIT-REMSEQ " VENC "
082200         TIT-DATA-VENC " R$ " WS-VALOR-EDITADO
082300         " LIQUIDADO PELO PIX"
082400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
082500     END-STRING.
082600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
082700 2660-AVALIAR-TITULO-LER.
082800     PERFORM 2650-LER-TITULO THRU 2650-LER-TITULO-EXIT.
082900 2660-AVALIAR-TITULO-EXIT.
083000     EXIT.
083100*
083200***************************************************************
083300*    2800-REJEITAR-CREDITO - REJFILE NO LAYOUT DE REENTRADA     *
083400*    (O REPARO PREENCHE O CUST-ID) E LINHA NO RELATORIO         *
083500***************************************************************
083600 2800-REJEITAR-CREDITO.
083700     MOVE SPACES TO WS-IMAGEM-REJEITO.
083800     MOVE WS-PIX-E2E-ID TO PXI-E2E-ID.
083900     MOVE WS-PIX-CUST-ID TO PXI-CUST-ID.
084000     MOVE WS-PIX-CPF-PAGADOR TO PXI-CPF-PAGADOR.
084100     MOVE WS-PIX-VALOR-CTVS TO PXI-VALOR-CTVS.
084200     MOVE WS-PIX-DATA TO PXI-DATA-PIX.
084300     MOVE SPACES TO REJ-RECORD.
084400     MOVE "PIXCRED " TO REJ-PROGRAMA.
084500     MOVE RUN-DATA TO REJ-DATA.
084600*    O FINAL DO END-TO-END (SEQUENCIAL DO PSP) IDENTIFICA O PIX
084700     MOVE WS-PIX-E2E-ID(23:10) TO REJ-CHAVE.
084800     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
084900     SET REJ-PENDENTE TO TRUE.
085000     MOVE WS-IMAGEM-REJEITO TO REJ-IMAGEM.
085100     IF REJECT-FILE-OK
085200         WRITE REJ-RECORD
085300     END-IF.
085400     COMPUTE WS-VALOR-PAGO = WS-PIX-VALOR-CTVS / 100.
085500     MOVE WS-VALOR-PAGO TO WS-VALOR-EDITADO.
085600     MOVE SPACES TO RPT-LINHA-ENTRADA.
085700     STRING "REJEITADO  " WS-PIX-CPF-PAGADOR " R$ "
085800         WS-VALOR-EDITADO " E2E " WS-PIX-E2E-ID " - "
085900         WS-MOTIVO-REJEITO
086000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
086100     END-STRING.
086200     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
086300 2800-REJEITAR-CREDITO-EXIT.
086400     EXIT.
086500*
086600***************************************************************
086700*    2900-REGISTRAR-E2E - GRAVA O END-TO-END NO PIXREG (SITUACAO *
086800*    JA EM PXR-SITUACAO); REENTRADA REGRAVA O REGISTRO "R"      *
086900***************************************************************
087000 2900-REGISTRAR-E2E.
087100     MOVE WS-PIX-E2E-ID TO PXR-E2E-ID.
087200     MOVE WS-PIX-CUST-ID TO PXR-CUST-ID.
087300     MOVE WS-PIX-CPF-PAGADOR TO PXR-CPF-PAGADOR.
087400     MOVE WS-PIX-VALOR-CTVS TO PXR-VALOR-CTVS.
087500     MOVE WS-PIX-DATA TO PXR-DATA-PIX.
087600     MOVE RUN-DATA TO PXR-DATA-PROC.
087700     MOVE WS-PIX-ORIGEM TO PXR-ORIGEM.
087800     IF WS-PIX-ORIGEM = "R"
087900         REWRITE PIX-CREDITO-RECORD
088000     ELSE
088100         MOVE WS-PIX-HORA TO PXR-HORA-PIX
088200         WRITE PIX-CREDITO-RECORD
088300     END-IF.
088400     IF NOT PIXREG-OK
088500         MOVE "PIXCRED " TO ERR-PROGRAMA
088600         SET ERR-TIPO-ARQUIVO TO TRUE
088700         MOVE "GRAVACAO NO ARQUIVO PIXREG" TO ERR-CONTEXTO
088800         MOVE WS-PIXREG-FILE-STATUS TO ERR-FILE-STATUS
088900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
089000     END-IF.
089100 2900-REGISTRAR-E2E-EXIT.
089200     EXIT.
089300*
089400***************************************************************
089500*    3000-TRATAR-REENTRADA - CREDITO REPARADO: SO VALE PARA     *
089600*    END-TO-END AINDA "R" NO PIXREG; VALOR E DATA SAO OS DO     *
089700*    REGISTRO, O REPARO SO INFORMA O CLIENTE                    *
089800***************************************************************
089900 3000-TRATAR-REENTRADA.
090000     MOVE PXE-E2E-ID TO PXR-E2E-ID.
090100     READ PIX-REG-FILE
090200         INVALID KEY
090300             CONTINUE
090400     END-READ.
090500     IF NOT PIXREG-OK OR NOT PXR-REJEITADO
090600         ADD 1 TO WS-QTDE-REENT-IGNORADAS
090700         MOVE SPACES TO RPT-LINHA-ENTRADA
090800         STRING "IGNORADO   " PXE-CUST-ID " E2E " PXE-E2E-ID
090900             " - REENTRADA SEM PIX PENDENTE DE REPARO"
091000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
091100         END-STRING
091200         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
091300         GO TO 3000-TRATAR-REENTRADA-LER
091400     END-IF.
091500     MOVE PXR-E2E-ID TO WS-PIX-E2E-ID.
091600     MOVE PXE-CUST-ID TO WS-PIX-CUST-ID.
091700     MOVE PXR-CPF-PAGADOR TO WS-PIX-CPF-PAGADOR.
091800     MOVE PXR-VALOR-CTVS TO WS-PIX-VALOR-CTVS.
091900     MOVE PXR-DATA-PIX TO WS-PIX-DATA.
092000     MOVE "R" TO WS-PIX-ORIGEM.
092100     MOVE PXE-CUST-ID TO CUST-ID.
092200     READ CUSTOMER-MASTER
092300         KEY IS CUST-ID
092400         INVALID KEY
092500             CONTINUE
092600     END-READ.
092700     IF NOT MASTER-OK
092800         ADD 1 TO WS-QTDE-SEM-CLIENTE
092900         MOVE "REPARO COM CLIENTE INEXISTENTE"
093000             TO WS-MOTIVO-REJEITO
093100         MOVE SPACES TO WS-PIX-CUST-ID
093200         PERFORM 2800-REJEITAR-CREDITO
093300             THRU 2800-REJEITAR-CREDITO-EXIT
093400         GO TO 3000-TRATAR-REENTRADA-LER
093500     END-IF.
093600     ADD 1 TO WS-QTDE-REENTRADAS.
093700     MOVE "REPARO" TO WS-IDENTIFICADO-POR.
093800     PERFORM 2500-APLICAR-CREDITO THRU 2500-APLICAR-CREDITO-EXIT.
093900     MOVE "L" TO PXR-SITUACAO.
094000     PERFORM 2900-REGISTRAR-E2E THRU 2900-REGISTRAR-E2E-EXIT.
094100 3000-TRATAR-REENTRADA-LER.
094200     PERFORM 3100-LER-REENTRADA THRU 3100-LER-REENTRADA-EXIT.
094300 3000-TRATAR-REENTRADA-EXIT.
094400     EXIT.
094500*
094600***************************************************************
094700*    3100-LER-REENTRADA                                        *
094800***************************************************************
094900 3100-LER-REENTRADA.
095000     READ REENTRADA-FILE
095100         AT END
095200             MOVE "Y" TO WS-REENT-FIM-SW
095300     END-READ.
095400 3100-LER-REENTRADA-EXIT.
095500     EXIT.
095600*
095700***************************************************************
095800*    9000-FINALIZAR - TRAILER DO PIXPOST, PROVA DO TRAILER DO   *
095900*    PSP, TOTAIS E FECHAMENTO                                   *
096000***************************************************************
096100 9000-FINALIZAR.
096200     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
096300     MOVE CTRL-HASH-DETALHES TO WST-HASH.
096400     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
096500     WRITE POSTING-OUT-RECORD.
096600     CLOSE POSTING-OUT-FILE.
096700     MOVE WS-QTDE-CREDITADOS TO WS-QTDE-DISP.
096800     MOVE WS-TOTAL-CREDITADO TO WS-TOTAL-EDITADO.
096900     MOVE SPACES TO RPT-LINHA-ENTRADA.
097000     STRING "CREDITOS PIX LANCADOS " WS-QTDE-DISP
097100         " TOTAL CREDITADO R$ " WS-TOTAL-EDITADO
097200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
097300     END-STRING.
097400     SET RPT-ACAO-TOTAL TO TRUE.
097500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
097600     PERFORM 8000-GRAVAR-LINHAS-RPT
097700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
097800     IF PRINT-FILE-OK
097900         CLOSE PRINT-FILE
098000     END-IF.
098100     IF REENTRADA-DISPONIVEL
098200         CLOSE REENTRADA-FILE
098300     END-IF.
098400     IF CHAVES-DISPONIVEIS
098500         CLOSE PIX-CHAVE-FILE
098600     END-IF.
098700     IF TITREG-DISPONIVEL
098800         CLOSE TITULO-FILE
098900     END-IF.
099000     IF PREJREG-DISPONIVEL
099100         CLOSE PREJ-FILE
099200         IF MOVCTB-FILE-OK
099300             CLOSE MOVCTB-FILE
099400         END-IF
099500         IF RECUP-FILE-OK
099600             CLOSE RECUP-FILE
099700         END-IF
099800     END-IF.
099900     IF INSTR-FILE-OK
100000         CLOSE INSTRUCAO-FILE
100100     END-IF.
100200     IF REJECT-FILE-OK
100300         CLOSE REJECT-FILE
100400     END-IF.
100500     CLOSE PIX-IN-FILE.
100600     CLOSE CUSTOMER-MASTER.
100700     CLOSE PIX-REG-FILE.
100800     DISPLAY "====== CREDITOS PIX ======".
100900     DISPLAY "CREDITOS LIDOS .....: " WS-QTDE-DETALHES.
101000     DISPLAY "CREDITADOS .........: " WS-QTDE-CREDITADOS.
101100     DISPLAY "  PELA CHAVE PIX ...: " WS-QTDE-POR-CHAVE.
101200     DISPLAY "  PELO CPF/CNPJ ....: " WS-QTDE-POR-DOCUMENTO.
101300     DISPLAY "  REPARADOS ........: " WS-QTDE-REENTRADAS.
101400     DISPLAY "SEM CLIENTE ........: " WS-QTDE-SEM-CLIENTE.
101500     DISPLAY "E2E DUPLICADOS .....: " WS-QTDE-DUPLICADOS.
101600     DISPLAY "INVALIDOS ..........: " WS-QTDE-INVALIDOS.
101700     DISPLAY "REENTRADAS IGNORADAS: " WS-QTDE-REENT-IGNORADAS.
101800     DISPLAY "TITULOS LIQUIDADOS .: " WS-QTDE-TIT-LIQUIDADOS.
101900     DISPLAY "RECUPERACOES .......: " WS-QTDE-RECUPERACOES.
102000     DISPLAY "TOTAL CREDITADO ....: " WS-TOTAL-CREDITADO.
102100     DISPLAY "TOTAL RECUPERADO ...: " WS-TOTAL-RECUPERADO.
102200     IF WS-QTDE-SEM-CLIENTE > ZERO OR WS-QTDE-DUPLICADOS > ZERO
102300         OR WS-QTDE-INVALIDOS > ZERO
102400         OR WS-QTDE-REENT-IGNORADAS > ZERO
102500         MOVE 4 TO RETURN-CODE
102600     END-IF.
102700     IF NOT PIXIN-COM-TRAILER
102800         OR WS-TRL-QTDE NOT = WS-QTDE-DETALHES
102900         OR WS-TRL-SOMA NOT = WS-SOMA-LIDA
103000         DISPLAY "ABEND-PIXCRED: TRAILER NAO CONFERE - "
103100             WS-TRL-QTDE " X LIDO " WS-QTDE-DETALHES
103200             " SOMA " WS-TRL-SOMA " X LIDA " WS-SOMA-LIDA
103300         MOVE 20 TO RETURN-CODE
103400     END-IF.
103500 9000-FINALIZAR-EXIT.
103600     EXIT.
103700*
103800***************************************************************
103900*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
104000***************************************************************
104100 8500-DETALHE.
104200     SET RPT-ACAO-DETALHE TO TRUE.
104300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
104400     PERFORM 8000-GRAVAR-LINHAS-RPT
104500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
104600 8500-DETALHE-EXIT.
104700     EXIT.
104800*
104900***************************************************************
105000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
105100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
105200***************************************************************
105300 8000-GRAVAR-LINHAS-RPT.
105400     IF NOT PRINT-FILE-OK
105500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
105600     END-IF.
105700     PERFORM 8100-GRAVAR-UMA-LINHA
105800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
105900         VARYING WS-RPT-SUB FROM 1 BY 1
106000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
106100 8000-GRAVAR-LINHAS-RPT-EXIT.
106200     EXIT.
106300*
106400***************************************************************
106500*    8100-GRAVAR-UMA-LINHA                                     *
106600***************************************************************
106700 8100-GRAVAR-UMA-LINHA.
106800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
106900     WRITE PRINT-LINE.
107000 8100-GRAVAR-UMA-LINHA-EXIT.
107100     EXIT.
