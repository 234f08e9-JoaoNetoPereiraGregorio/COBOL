000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NOTIFICACAO-ENVIAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     ENVIO DAS NOTIFICACOES AO CLIENTE POR
001200*                       E-MAIL E SMS. OS PROGRAMAS QUE DETECTAM
001300*                       O EVENTO (TITULO PERTO DO VENCIMENTO,
001400*                       BLOQUEIO/CANCELAMENTO, DEBITO RECUSADO
001500*                       POR LIMITE, CREDITO PIX) DEIXAM O PEDIDO
001600*                       NA FILA NOTIFQ (VER COPYBOOKS/NTFREG.CPY);
001700*                       ESTE PASSO, QUE RODA VARIAS VEZES NO DIA
001800*                       (JCL/NTFDIA.JCL) E UMA VEZ A NOITE
001900*                       (JCL/NTFNOITE.JCL):
002000*                         - ABSORVE O RETORNO DO GATEWAY (NTFRET)
002100*                           NO ARQUIVO INDEXADO NTFFALHA, POR
002200*                           CLIENTE E CANAL (VER COPYBOOKS/
002300*                           NTFFAL.CPY), PARA O DQ-SCORECARD
002400*                           APONTAR O CONTATO RUIM;
002500*                         - LE OS PEDIDOS AINDA NAO TRATADOS DA
002600*                           FILA (O NTFCTL GUARDA QUANTOS A
002700*                           RODADA ANTERIOR JA TRATOU) E, PARA
002800*                           CADA MODELO DO EVENTO NO NTFTMPL
002900*                           (EVENTO, CANAL, CATEGORIA, ASSUNTO E
003000*                           TEXTO COM {NOME} {CLIENTE} {VALOR}
003100*                           {DATA} {REF}), MONTA A MENSAGEM E A
003200*                           GRAVA NO ARQUIVO DO GATEWAY (NTFOUT)
003300*                           COM O E-MAIL OU O TELEFONE DO
003400*                           CUSTADDR. MODELO TRANSACIONAL ("T")
003500*                           SEMPRE SAI; MODELO DE MARKETING
003600*                           ("M") SO SAI PARA CLIENTE COM
003700*                           CUST-CONSENTE-MKT = "S".
003800*                       PEDIDO SEM CLIENTE, SEM MODELO OU SEM
003900*                       NENHUM CONTATO SAI NO RELATORIO NTFPRT E
004000*                       TERMINA COM RC 4; FALTA DE MODELOS, DO
004100*                       MESTRE, DO CUSTADDR OU DO NTFOUT E RC 16
004200*                       E NAO AVANCA O NTFCTL.
004300***************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT NOTIF-FILE ASSIGN TO "NOTIFQ"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-NOTIF-FILE-STATUS.
005100     SELECT CONTROL-FILE ASSIGN TO "NTFCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CONTROL-FILE-STATUS.
005400     SELECT TEMPLATE-FILE ASSIGN TO "NTFTMPL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
005700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CUST-ID
006100         ALTERNATE RECORD KEY IS CUST-NOME
006200             WITH DUPLICATES
006300         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
006400         FILE STATUS IS WS-MASTER-FILE-STATUS.
006500     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS ADR-CUST-ID
006900         FILE STATUS IS WS-ADDR-FILE-STATUS.
007000     SELECT OUTBOUND-FILE ASSIGN TO "NTFOUT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-OUTBOUND-FILE-STATUS.
007300     SELECT RETORNO-FILE ASSIGN TO "NTFRET"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RETORNO-FILE-STATUS.
007600     SELECT FALHA-FILE ASSIGN TO "NTFFALHA"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS NFL-CUST-ID
008000         FILE STATUS IS WS-FALHA-FILE-STATUS.
008100     SELECT PRINT-FILE ASSIGN TO "NTFPRT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-PRINT-FILE-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700*
008800 FD  NOTIF-FILE
008900     RECORDING MODE IS F.
009000*    PEDIDO DE NOTIFICACAO (VER COPYBOOKS/NTFREG.CPY)
009100 COPY "NTFREG.cpy".
009200*
009300 FD  CONTROL-FILE
009400     RECORDING MODE IS F.
009500*    QUANTOS PEDIDOS DA FILA DO DIA JA FORAM TRATADOS; O JCL
009600*    NOTURNO ARQUIVA A FILA E ESVAZIA OS DOIS ARQUIVOS
009700 01  CONTROL-RECORD.
009800     05  CTL-TRATADOS        PIC 9(09).
009900     05  FILLER              PIC X(01).
010000     05  CTL-DATA            PIC 9(08).
010100     05  FILLER              PIC X(01).
010200     05  CTL-HORA            PIC 9(08).
010300*
010400 FD  TEMPLATE-FILE
010500     RECORDING MODE IS F.
010600*    MODELO DE MENSAGEM - UM POR EVENTO E CANAL (E = E-MAIL,
010700*    S = SMS); CATEGORIA T = TRANSACIONAL, M = MARKETING
010800 01  TEMPLATE-RECORD.
010900     05  TPL-EVENTO          PIC X(04).
011000     05  FILLER              PIC X(01).
011100     05  TPL-CANAL           PIC X(01).
011200     05  FILLER              PIC X(01).
011300     05  TPL-CATEGORIA       PIC X(01).
011400     05  FILLER              PIC X(01).
011500     05  TPL-ASSUNTO         PIC X(40).
011600     05  FILLER              PIC X(01).
011700     05  TPL-TEXTO           PIC X(160).
011800*
011900 FD  CUSTOMER-MASTER.
012000*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
012100 COPY "CUSTREC.cpy".
012200*
012300 FD  ADDRESS-FILE.
012400*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
012500 COPY "ADDRREC.cpy".
012600*
012700 FD  OUTBOUND-FILE
012800     RECORDING MODE IS F.
012900*    MENSAGEM PARA O GATEWAY. O IDENTIFICADOR (DATA DA RODADA +
013000*    ORDEM DO PEDIDO NA FILA + CANAL) VOLTA NO NTFRET.
013100 01  OUTBOUND-RECORD.
013200     05  NTO-ID.
013300         10  NTO-LOTE        PIC 9(08).
013400         10  NTO-ORDEM       PIC 9(09).
013500         10  NTO-CANAL       PIC X(01).
013600     05  FILLER              PIC X(01).
013700     05  NTO-CUST-ID         PIC X(10).
013800     05  FILLER              PIC X(01).
013900     05  NTO-EVENTO          PIC X(04).
014000     05  FILLER              PIC X(01).
014100     05  NTO-CATEGORIA       PIC X(01).
014200     05  FILLER              PIC X(01).
014300     05  NTO-DESTINO         PIC X(40).
014400     05  FILLER              PIC X(01).
014500     05  NTO-ASSUNTO         PIC X(40).
014600     05  FILLER              PIC X(01).
014700     05  NTO-TEXTO           PIC X(160).
014800*
014900 FD  RETORNO-FILE
015000     RECORDING MODE IS F.
015100*    RETORNO DO GATEWAY: E = ENTREGUE, F = FALHA NA ENTREGA
015200 01  RETORNO-RECORD.
015300     05  NTR-ID.
015400         10  NTR-LOTE        PIC 9(08).
015500         10  NTR-ORDEM       PIC 9(09).
015600         10  NTR-CANAL       PIC X(01).
015700             88  NTR-CANAL-VALIDO    VALUE "E" "S".
015800     05  FILLER              PIC X(01).
015900     05  NTR-CUST-ID         PIC X(10).
016000     05  FILLER              PIC X(01).
016100     05  NTR-SITUACAO        PIC X(01).
016200         88  NTR-ENTREGUE        VALUE "E".
016300         88  NTR-FALHOU          VALUE "F".
016400     05  FILLER              PIC X(01).
016500     05  NTR-DATA            PIC 9(08).
016600     05  FILLER              PIC X(01).
016700     05  NTR-DESTINO         PIC X(40).
016800     05  FILLER              PIC X(01).
016900     05  NTR-MOTIVO          PIC X(30).
017000*
017100 FD  FALHA-FILE.
017200*    FALHAS DE ENTREGA POR CLIENTE (VER COPYBOOKS/NTFFAL.CPY)
017300 COPY "NTFFAL.cpy".
017400*
017500 FD  PRINT-FILE
017600     RECORDING MODE IS F.
017700 01  PRINT-LINE              PIC X(132).
017800*
017900 WORKING-STORAGE SECTION.
018000*
018100 77  WS-NOTIF-FILE-STATUS    PIC X(02) VALUE ZEROS.
018200     88  NOTIF-OK            VALUE "00".
018300 77  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE ZEROS.
018400     88  CONTROL-OK          VALUE "00".
018500 77  WS-TEMPLATE-FILE-STATUS PIC X(02) VALUE ZEROS.
018600     88  TEMPLATE-OK         VALUE "00".
018700 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
018800     88  MASTER-OK           VALUE "00".
018900 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
019000     88  ADDR-OK             VALUE "00".
019100 77  WS-OUTBOUND-FILE-STATUS PIC X(02) VALUE ZEROS.
019200     88  OUTBOUND-OK         VALUE "00".
019300 77  WS-RETORNO-FILE-STATUS  PIC X(02) VALUE ZEROS.
019400     88  RETORNO-OK          VALUE "00".
019500 77  WS-FALHA-FILE-STATUS    PIC X(02) VALUE ZEROS.
019600     88  FALHA-OK            VALUE "00".
019700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
019800     88  PRINT-FILE-OK       VALUE "00".
019900*
020000 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
020100     88  FIM-DO-ARQUIVO      VALUE "Y".
020200*    O FILE STATUS NASCE "00"; QUEM FOI ABERTO FICA NESTES
020300*    INDICADORES PARA O 9000 SO FECHAR O QUE ABRIU
020400 77  WS-MESTRE-ABERTO-SW     PIC X(01) VALUE "N".
020500     88  MESTRE-DISPONIVEL   VALUE "Y".
020600 77  WS-ENDERECO-ABERTO-SW   PIC X(01) VALUE "N".
020700     88  ENDERECOS-DISPONIVEIS VALUE "Y".
020800 77  WS-SAIDA-ABERTA-SW      PIC X(01) VALUE "N".
020900     88  SAIDA-DISPONIVEL    VALUE "Y".
021000 77  WS-FALHA-ABERTO-SW      PIC X(01) VALUE "N".
021100     88  FALHAS-DISPONIVEIS  VALUE "Y".
021200 77  WS-RELATORIO-SW         PIC X(01) VALUE "N".
021300     88  RELATORIO-ABERTO    VALUE "Y".
021400 77  WS-FATAL-SW             PIC X(01) VALUE "N".
021500     88  ERRO-FATAL          VALUE "Y".
021600 77  WS-RC-FINAL             PIC 9(02) VALUE ZERO.
021700*
021800***************************************************************
021900*    MODELOS DE MENSAGEM CARREGADOS DO NTFTMPL
022000***************************************************************
022100 77  WS-QTDE-MODELOS         PIC 9(03) COMP VALUE ZERO.
022200 01  TABELA-MODELOS.
022300     05  MODELO-ENTRY OCCURS 50 TIMES.
022400         10  MDL-EVENTO      PIC X(04).
022500         10  MDL-CANAL       PIC X(01).
022600             88  MDL-EMAIL       VALUE "E".
022700             88  MDL-SMS         VALUE "S".
022800         10  MDL-CATEGORIA   PIC X(01).
022900             88  MDL-MARKETING   VALUE "M".
023000         10  MDL-ASSUNTO     PIC X(40).
023100         10  MDL-TEXTO       PIC X(160).
023200 77  WS-SUB-M                PIC 9(03) COMP VALUE ZERO.
023300*
023400***************************************************************
023500*    FILA E CONTROLE DE RODADA
023600***************************************************************
023700 77  WS-JA-TRATADOS          PIC 9(09) VALUE ZERO.
023800 77  WS-ORDEM                PIC 9(09) VALUE ZERO.
023900 77  WS-MODELOS-DO-EVENTO    PIC 9(03) COMP VALUE ZERO.
024000 77  WS-ENVIADAS-DO-PEDIDO   PIC 9(03) COMP VALUE ZERO.
024100 77  WS-DESTINO              PIC X(40) VALUE SPACES.
024200*
024300***************************************************************
024400*    CONTADORES
024500***************************************************************
024600 77  WS-QTDE-RETORNOS        PIC 9(07) COMP VALUE ZERO.
024700 77  WS-QTDE-RET-FALHAS      PIC 9(07) COMP VALUE ZERO.
024800 77  WS-QTDE-RET-ENTREGUES   PIC 9(07) COMP VALUE ZERO.
024900 77  WS-QTDE-RET-INVALIDOS   PIC 9(07) COMP VALUE ZERO.
025000 77  WS-QTDE-PEDIDOS         PIC 9(07) COMP VALUE ZERO.
025100 77  WS-QTDE-JA-TRATADOS     PIC 9(07) COMP VALUE ZERO.
025200 77  WS-QTDE-MENSAGENS       PIC 9(07) COMP VALUE ZERO.
025300 77  WS-QTDE-SEM-CONSENT     PIC 9(07) COMP VALUE ZERO.
025400 77  WS-QTDE-SEM-DESTINO     PIC 9(07) COMP VALUE ZERO.
025500 77  WS-QTDE-DESCARTADOS     PIC 9(07) COMP VALUE ZERO.
025600 77  WS-QTDE-ED              PIC Z(06)9.
025700 77  WS-MOTIVO-DESCARTE      PIC X(30) VALUE SPACES.
025800*
025900***************************************************************
026000*    VALORES QUE SUBSTITUEM OS MARCADORES DO MODELO
026100***************************************************************
026200 77  WS-VALOR-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026300 77  WS-VALOR-BRANCOS        PIC 9(02) COMP VALUE ZERO.
026400 77  WS-SUBST-VALOR          PIC X(17) VALUE SPACES.
026500 01  WS-SUBST-DATA.
026600     05  WS-SD-DIA           PIC 9(02).
026700     05  FILLER              PIC X(01) VALUE "/".
026800     05  WS-SD-MES           PIC 9(02).
026900     05  FILLER              PIC X(01) VALUE "/".
027000     05  WS-SD-ANO           PIC 9(04).
027100 01  WS-DATA-REF             PIC 9(08) VALUE ZERO.
027200 01  WS-DATA-REF-R REDEFINES WS-DATA-REF.
027300     05  WS-DR-ANO           PIC 9(04).
027400     05  WS-DR-MES           PIC 9(02).
027500     05  WS-DR-DIA           PIC 9(02).
027600*
027700***************************************************************
027800*    MONTAGEM DA MENSAGEM: O MODELO E COPIADO BYTE A BYTE E
027900*    CADA MARCADOR {...} E TROCADO PELO SEU VALOR
028000***************************************************************
028100 77  WS-MODELO               PIC X(160) VALUE SPACES.
028200 77  WS-MONTADO              PIC X(160) VALUE SPACES.
028300 77  WS-TAM-MODELO           PIC 9(03) COMP VALUE ZERO.
028400 77  WS-POS                  PIC 9(03) COMP VALUE ZERO.
028500 77  WS-PTR                  PIC 9(03) COMP VALUE 1.
028600 77  WS-PULAR                PIC 9(03) COMP VALUE ZERO.
028700 77  WS-RESTO                PIC 9(03) COMP VALUE ZERO.
028800*
028900***************************************************************
029000*    AREA DE COMUNICACAO COM O REPORT-WRITER
029100***************************************************************
029200 COPY "RPTWRT.cpy".
029300 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
029400*
029500***************************************************************
029600*    DATA/HORA DE EXECUCAO COMPARTILHADA
029700***************************************************************
029800 COPY "RUNDATE.cpy".
029900*
030000***************************************************************
030100*    AREA DE COMUNICACAO COM O ERROR-HANDLER
030200***************************************************************
030300 COPY "ERRHDL.cpy".
030400*
030500 PROCEDURE DIVISION.
030600*
030700***************************************************************
030800*    0000-MAINLINE                                            *
030900***************************************************************
031000 0000-MAINLINE.
031100     MOVE ZERO TO RETURN-CODE.
031200     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
031300     ACCEPT RUN-HORA FROM TIME.
031400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
031500     IF NOT ERRO-FATAL
031600         PERFORM 2000-ABSORVER-RETORNO
031700             THRU 2000-ABSORVER-RETORNO-EXIT
031800         PERFORM 3000-PROCESSAR-FILA
031900             THRU 3000-PROCESSAR-FILA-EXIT
032000     END-IF.
032100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
032200     STOP RUN.
032300*
032400***************************************************************
032500*    1000-INICIALIZAR - MODELOS, MESTRE, ENDERECOS, ARQUIVO DO *
032600*    GATEWAY E ARQUIVO DE FALHAS; QUALQUER UM QUE FALTE PARA A *
032700*    RODADA SEM TOCAR NA FILA                                  *
032800***************************************************************
032900 1000-INICIALIZAR.
033000     OPEN OUTPUT PRINT-FILE.
033100     IF PRINT-FILE-OK
033200         MOVE "Y" TO WS-RELATORIO-SW
033300     END-IF.
033400     MOVE "ENVIO DE NOTIFICACOES AO CLIENTE" TO RPT-TITULO.
033500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
033600     SET RPT-ACAO-INICIAR TO TRUE.
033700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
033800     PERFORM 8000-GRAVAR-LINHAS-RPT
033900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
034000     PERFORM 1100-CARREGAR-MODELOS
034100         THRU 1100-CARREGAR-MODELOS-EXIT.
034200     IF ERRO-FATAL
034300         GO TO 1000-INICIALIZAR-EXIT
034400     END-IF.
034500     OPEN INPUT CUSTOMER-MASTER.
034600     IF NOT MASTER-OK
034700         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
034800         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
034900         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
035000         GO TO 1000-INICIALIZAR-EXIT
035100     END-IF.
035200     MOVE "Y" TO WS-MESTRE-ABERTO-SW.
035300     OPEN INPUT ADDRESS-FILE.
035400     IF NOT ADDR-OK
035500         MOVE "ABERTURA DO ARQUIVO CUSTADDR" TO ERR-CONTEXTO
035600         MOVE WS-ADDR-FILE-STATUS TO ERR-FILE-STATUS
035700         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
035800         GO TO 1000-INICIALIZAR-EXIT
035900     END-IF.
036000     MOVE "Y" TO WS-ENDERECO-ABERTO-SW.
036100     OPEN I-O FALHA-FILE.
036200     IF NOT FALHA-OK
036300         OPEN OUTPUT FALHA-FILE
036400         CLOSE FALHA-FILE
036500         OPEN I-O FALHA-FILE
036600     END-IF.
036700     IF NOT FALHA-OK
036800         MOVE "ABERTURA DO ARQUIVO NTFFALHA" TO ERR-CONTEXTO
036900         MOVE WS-FALHA-FILE-STATUS TO ERR-FILE-STATUS
037000         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
037100         GO TO 1000-INICIALIZAR-EXIT
037200     END-IF.
037300     MOVE "Y" TO WS-FALHA-ABERTO-SW.
037400     OPEN OUTPUT OUTBOUND-FILE.
037500     IF NOT OUTBOUND-OK
037600         MOVE "ABERTURA DO ARQUIVO NTFOUT" TO ERR-CONTEXTO
037700         MOVE WS-OUTBOUND-FILE-STATUS TO ERR-FILE-STATUS
037800         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
037900         GO TO 1000-INICIALIZAR-EXIT
038000     END-IF.
038100     MOVE "Y" TO WS-SAIDA-ABERTA-SW.
038200     PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT.
038300 1000-INICIALIZAR-EXIT.
038400     EXIT.
038500*
038600***************************************************************
038700*    1100-CARREGAR-MODELOS - SEM MODELO NAO HA O QUE ENVIAR:   *
038800*    ARQUIVO AUSENTE OU VAZIO E ERRO FATAL                     *
038900***************************************************************
039000 1100-CARREGAR-MODELOS.
039100     OPEN INPUT TEMPLATE-FILE.
039200     IF NOT TEMPLATE-OK
039300         MOVE "ABERTURA DO ARQUIVO NTFTMPL" TO ERR-CONTEXTO
039400         MOVE WS-TEMPLATE-FILE-STATUS TO ERR-FILE-STATUS
039500         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
039600         GO TO 1100-CARREGAR-MODELOS-EXIT
039700     END-IF.
039800     MOVE "N" TO WS-EOF-SWITCH.
039900     PERFORM 1150-LER-MODELO THRU 1150-LER-MODELO-EXIT
040000         UNTIL FIM-DO-ARQUIVO.
040100     CLOSE TEMPLATE-FILE.
040200     IF WS-QTDE-MODELOS = ZERO
040300         MOVE "NTFTMPL SEM NENHUM MODELO VALIDO" TO ERR-CONTEXTO
040400         MOVE WS-TEMPLATE-FILE-STATUS TO ERR-FILE-STATUS
040500         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
040600     END-IF.
040700 1100-CARREGAR-MODELOS-EXIT.
040800     EXIT.
040900*
041000***************************************************************
041100*    1150-LER-MODELO - CANAL E CATEGORIA INVALIDOS SAO        *
041200*    IGNORADOS COM AVISO                                       *
041300***************************************************************
041400 1150-LER-MODELO.
041500     READ TEMPLATE-FILE
041600         AT END
041700             MOVE "Y" TO WS-EOF-SWITCH
041800             GO TO 1150-LER-MODELO-EXIT
041900     END-READ.
042000     IF TPL-EVENTO = SPACES OR TPL-EVENTO(1:1) = "*"
042100         GO TO 1150-LER-MODELO-EXIT
042200     END-IF.
042300     IF NOT (TPL-CANAL = "E" OR "S")
042400         OR NOT (TPL-CATEGORIA = "T" OR "M")
042500         DISPLAY "AVISO: MODELO " TPL-EVENTO " CANAL " TPL-CANAL
042600             " CATEGORIA " TPL-CATEGORIA " INVALIDO - IGNORADO."
042700         GO TO 1150-LER-MODELO-EXIT
042800     END-IF.
042900     IF WS-QTDE-MODELOS >= 50
043000         DISPLAY "AVISO: MAIS DE 50 MODELOS NO NTFTMPL - "
043100             "EXCEDENTE IGNORADO."
043200         GO TO 1150-LER-MODELO-EXIT
043300     END-IF.
043400     ADD 1 TO WS-QTDE-MODELOS.
043500     MOVE TPL-EVENTO TO MDL-EVENTO(WS-QTDE-MODELOS).
043600     MOVE TPL-CANAL TO MDL-CANAL(WS-QTDE-MODELOS).
043700     MOVE TPL-CATEGORIA TO MDL-CATEGORIA(WS-QTDE-MODELOS).
043800     MOVE TPL-ASSUNTO TO MDL-ASSUNTO(WS-QTDE-MODELOS).
043900     MOVE TPL-TEXTO TO MDL-TEXTO(WS-QTDE-MODELOS).
044000 1150-LER-MODELO-EXIT.
044100     EXIT.
044200*
044300***************************************************************
044400*    1200-LER-CONTROLE - NTFCTL AUSENTE OU VAZIO = NENHUM      *
044500*    PEDIDO DA FILA TRATADO AINDA                              *
044600***************************************************************
044700 1200-LER-CONTROLE.
044800     MOVE ZERO TO WS-JA-TRATADOS.
044900     OPEN INPUT CONTROL-FILE.
045000     IF NOT CONTROL-OK
045100         GO TO 1200-LER-CONTROLE-EXIT
045200     END-IF.
045300     READ CONTROL-FILE
045400         AT END
045500             CONTINUE
045600     END-READ.
045700     IF CONTROL-OK AND CTL-TRATADOS NUMERIC
045800         MOVE CTL-TRATADOS TO WS-JA-TRATADOS
045900     END-IF.
046000     CLOSE CONTROL-FILE.
046100 1200-LER-CONTROLE-EXIT.
046200     EXIT.
046300*
046400***************************************************************
046500*    1900-ERRO-ABERTURA - O CHAMADOR DEIXA CONTEXTO E STATUS   *
046600***************************************************************
046700 1900-ERRO-ABERTURA.
046800     MOVE "NTFENVIA" TO ERR-PROGRAMA.
046900     SET ERR-TIPO-ARQUIVO TO TRUE.
047000     CALL "ERROR-HANDLER" USING ERR-PARAMETROS.
047100     MOVE "Y" TO WS-FATAL-SW.
047200     MOVE 16 TO WS-RC-FINAL.
047300 1900-ERRO-ABERTURA-EXIT.
047400     EXIT.
047500*
047600***************************************************************
047700*    2000-ABSORVER-RETORNO - O NTFRET E OPCIONAL (O GATEWAY    *
047800*    PODE NAO TER DEVOLVIDO NADA DESDE A ULTIMA RODADA)        *
047900***************************************************************
048000 2000-ABSORVER-RETORNO.
048100     OPEN INPUT RETORNO-FILE.
048200     IF NOT RETORNO-OK
048300         DISPLAY "NTFRET AUSENTE (STATUS " WS-RETORNO-FILE-STATUS
048400             ") - SEM RETORNO DO GATEWAY A ABSORVER."
048500         GO TO 2000-ABSORVER-RETORNO-EXIT
048600     END-IF.
048700     MOVE "N" TO WS-EOF-SWITCH.
048800     PERFORM 2100-TRATAR-RETORNO THRU 2100-TRATAR-RETORNO-EXIT
048900         UNTIL FIM-DO-ARQUIVO.
049000     CLOSE RETORNO-FILE.
049100 2000-ABSORVER-RETORNO-EXIT.
049200     EXIT.
049300*
049400***************************************************************
049500*    2100-TRATAR-RETORNO - FALHA SOMA NO CANAL DO CLIENTE;     *
049600*    ENTREGA ZERA O CANAL                                      *
049700***************************************************************
049800 2100-TRATAR-RETORNO.
049900     READ RETORNO-FILE
050000         AT END
050100             MOVE "Y" TO WS-EOF-SWITCH
050200             GO TO 2100-TRATAR-RETORNO-EXIT
050300     END-READ.
050400     ADD 1 TO WS-QTDE-RETORNOS.
050500     IF NTR-CUST-ID = SPACES OR NOT NTR-CANAL-VALIDO
050600         OR NOT (NTR-ENTREGUE OR NTR-FALHOU)
050700         ADD 1 TO WS-QTDE-RET-INVALIDOS
050800         MOVE SPACES TO RPT-LINHA-ENTRADA
050900         STRING "RETORNO INVALIDO IGNORADO: " RETORNO-RECORD
051000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
051100         END-STRING
051200         PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT
051300         GO TO 2100-TRATAR-RETORNO-EXIT
051400     END-IF.
051500     MOVE NTR-CUST-ID TO NFL-CUST-ID.
051600     READ FALHA-FILE
051700         INVALID KEY
051800             CONTINUE
051900     END-READ.
052000     IF NTR-ENTREGUE
052100         ADD 1 TO WS-QTDE-RET-ENTREGUES
052200         IF FALHA-OK
052300             IF NTR-CANAL = "E"
052400                 MOVE ZERO TO NFL-FALHAS-EMAIL
052500             ELSE
052600                 MOVE ZERO TO NFL-FALHAS-SMS
052700             END-IF
052800             REWRITE NTF-FALHA-RECORD
052900         END-IF
053000         GO TO 2100-TRATAR-RETORNO-EXIT
053100     END-IF.
053200     ADD 1 TO WS-QTDE-RET-FALHAS.
053300     IF NOT FALHA-OK
053400         MOVE SPACES TO NTF-FALHA-RECORD
053500         MOVE NTR-CUST-ID TO NFL-CUST-ID
053600         MOVE ZERO TO NFL-FALHAS-EMAIL
053700         MOVE ZERO TO NFL-FALHAS-SMS
053800     END-IF.
053900     IF NTR-CANAL = "E"
054000         ADD 1 TO NFL-FALHAS-EMAIL
054100     ELSE
054200         ADD 1 TO NFL-FALHAS-SMS
054300     END-IF.
054400     IF NTR-DATA NUMERIC AND NTR-DATA > ZERO
054500         MOVE NTR-DATA TO NFL-DATA-ULTIMA
054600     ELSE
054700         MOVE RUN-DATA TO NFL-DATA-ULTIMA
054800     END-IF.
054900     MOVE NTR-CANAL TO NFL-CANAL-ULTIMO.
055000     MOVE NTR-DESTINO TO NFL-DESTINO-ULTIMO.
055100     MOVE NTR-MOTIVO TO NFL-MOTIVO-ULTIMO.
055200     IF FALHA-OK
055300         REWRITE NTF-FALHA-RECORD
055400     ELSE
055500         WRITE NTF-FALHA-RECORD
055600     END-IF.
055700     MOVE SPACES TO RPT-LINHA-ENTRADA.
055800     STRING "FALHA DE ENTREGA - CLIENTE " NTR-CUST-ID
055900         " CANAL " NTR-CANAL " " NTR-DESTINO " " NTR-MOTIVO
056000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
056100     END-STRING.
056200     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
056300 2100-TRATAR-RETORNO-EXIT.
056400     EXIT.
056500*
056600***************************************************************
056700*    3000-PROCESSAR-FILA - PULA OS PEDIDOS QUE UMA RODADA      *
056800*    ANTERIOR DO DIA JA TRATOU                                 *
056900***************************************************************
057000 3000-PROCESSAR-FILA.
057100     MOVE ZERO TO WS-ORDEM.
057200     OPEN INPUT NOTIF-FILE.
057300     IF NOT NOTIF-OK
057400         DISPLAY "NOTIFQ AUSENTE (STATUS " WS-NOTIF-FILE-STATUS
057500             ") - NENHUM PEDIDO DE NOTIFICACAO."
057600         MOVE WS-JA-TRATADOS TO WS-ORDEM
057700         GO TO 3000-PROCESSAR-FILA-EXIT
057800     END-IF.
057900     MOVE "N" TO WS-EOF-SWITCH.
058000     PERFORM 3100-TRATAR-PEDIDO THRU 3100-TRATAR-PEDIDO-EXIT
058100         UNTIL FIM-DO-ARQUIVO.
058200     CLOSE NOTIF-FILE.
058300*    FILA MENOR QUE O CONTROLE: O JCL NOTURNO ESVAZIOU UMA E NAO
058400*    O OUTRO - O CONTROLE NAO PODE ANDAR PARA TRAS
058500     IF WS-ORDEM < WS-JA-TRATADOS
058600         DISPLAY "AVISO: NOTIFQ COM " WS-ORDEM " PEDIDOS E "
058700             "NTFCTL COM " WS-JA-TRATADOS
058800             " JA TRATADOS - CONFERIR."
058900         MOVE WS-JA-TRATADOS TO WS-ORDEM
059000         IF WS-RC-FINAL = ZERO
059100             MOVE 4 TO WS-RC-FINAL
059200         END-IF
059300     END-IF.
059400 3000-PROCESSAR-FILA-EXIT.
059500     EXIT.
059600*
059700***************************************************************
059800*    3100-TRATAR-PEDIDO - CLIENTE, ENDERECO E MODELOS DO       *
059900*    EVENTO; UMA MENSAGEM POR MODELO QUE PUDER SAIR            *
060000***************************************************************
060100 3100-TRATAR-PEDIDO.
060200     READ NOTIF-FILE
060300         AT END
060400             MOVE "Y" TO WS-EOF-SWITCH
060500             GO TO 3100-TRATAR-PEDIDO-EXIT
060600     END-READ.
060700     ADD 1 TO WS-ORDEM.
060800     IF WS-ORDEM NOT > WS-JA-TRATADOS
060900         ADD 1 TO WS-QTDE-JA-TRATADOS
061000         GO TO 3100-TRATAR-PEDIDO-EXIT
061100     END-IF.
061200     ADD 1 TO WS-QTDE-PEDIDOS.
061300     MOVE NTF-CUST-ID TO CUST-ID.
061400     READ CUSTOMER-MASTER
061500         KEY IS CUST-ID
061600         INVALID KEY
061700             CONTINUE
061800     END-READ.
061900     IF NOT MASTER-OK
062000         MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO-DESCARTE
062100         PERFORM 3900-DESCARTAR-PEDIDO
062200             THRU 3900-DESCARTAR-PEDIDO-EXIT
062300         GO TO 3100-TRATAR-PEDIDO-EXIT
062400     END-IF.
062500     MOVE NTF-CUST-ID TO ADR-CUST-ID.
062600     READ ADDRESS-FILE
062700         INVALID KEY
062800             CONTINUE
062900     END-READ.
063000     IF NOT ADDR-OK
063100         MOVE SPACES TO ADR-EMAIL
063200         MOVE SPACES TO ADR-TELEFONE
063300     END-IF.
063400     PERFORM 3150-PREPARAR-VALORES
063500         THRU 3150-PREPARAR-VALORES-EXIT.
063600     MOVE ZERO TO WS-MODELOS-DO-EVENTO.
063700     MOVE ZERO TO WS-ENVIADAS-DO-PEDIDO.
063800     PERFORM 3200-APLICAR-MODELO THRU 3200-APLICAR-MODELO-EXIT
063900         VARYING WS-SUB-M FROM 1 BY 1
064000         UNTIL WS-SUB-M > WS-QTDE-MODELOS.
064100     IF WS-MODELOS-DO-EVENTO = ZERO
064200         MOVE "EVENTO SEM MODELO NO NTFTMPL" TO WS-MOTIVO-DESCARTE
064300         PERFORM 3900-DESCARTAR-PEDIDO
064400             THRU 3900-DESCARTAR-PEDIDO-EXIT
064500         GO TO 3100-TRATAR-PEDIDO-EXIT
064600     END-IF.
064700     IF WS-ENVIADAS-DO-PEDIDO = ZERO
064800         AND ADR-EMAIL = SPACES AND ADR-TELEFONE = SPACES
064900         MOVE "CLIENTE SEM E-MAIL E TELEFONE"
065000             TO WS-MOTIVO-DESCARTE
065100         PERFORM 3900-DESCARTAR-PEDIDO
065200             THRU 3900-DESCARTAR-PEDIDO-EXIT
065300     END-IF.
065400 3100-TRATAR-PEDIDO-EXIT.
065500     EXIT.
065600*
065700***************************************************************
065800*    3150-PREPARAR-VALORES - VALOR NO FORMATO 1.234,56 E DATA  *
065900*    DE REFERENCIA (NA FALTA, A DATA DO PEDIDO) EM DD/MM/AAAA  *
066000***************************************************************
066100 3150-PREPARAR-VALORES.
066200     MOVE ZERO TO WS-VALOR-ED.
066300     IF NTF-VALOR NUMERIC
066400         MOVE NTF-VALOR TO WS-VALOR-ED
066500     END-IF.
066600     INSPECT WS-VALOR-ED CONVERTING ",." TO ".,".
066700     MOVE ZERO TO WS-VALOR-BRANCOS.
066800     INSPECT WS-VALOR-ED TALLYING WS-VALOR-BRANCOS
066900         FOR LEADING SPACES.
067000     MOVE SPACES TO WS-SUBST-VALOR.
067100     MOVE WS-VALOR-ED(WS-VALOR-BRANCOS + 1:) TO WS-SUBST-VALOR.
067200     IF NTF-DATA-REF NUMERIC AND NTF-DATA-REF > ZERO
067300         MOVE NTF-DATA-REF TO WS-DATA-REF
067400     ELSE
067500         MOVE NTF-DATA TO WS-DATA-REF
067600     END-IF.
067700     MOVE WS-DR-DIA TO WS-SD-DIA.
067800     MOVE WS-DR-MES TO WS-SD-MES.
067900     MOVE WS-DR-ANO TO WS-SD-ANO.
068000 3150-PREPARAR-VALORES-EXIT.
068100     EXIT.
068200*
068300***************************************************************
068400*    3200-APLICAR-MODELO - SO OS MODELOS DO EVENTO; MARKETING  *
068500*    SO COM CONSENTIMENTO; CANAL SEM CONTATO NAO SAI           *
068600***************************************************************
068700 3200-APLICAR-MODELO.
068800     IF MDL-EVENTO(WS-SUB-M) NOT = NTF-EVENTO
068900         GO TO 3200-APLICAR-MODELO-EXIT
069000     END-IF.
069100     ADD 1 TO WS-MODELOS-DO-EVENTO.
069200     IF MDL-MARKETING(WS-SUB-M) AND NOT CONSENTE-MARKETING
069300         ADD 1 TO WS-QTDE-SEM-CONSENT
069400         GO TO 3200-APLICAR-MODELO-EXIT
069500     END-IF.
069600     IF MDL-EMAIL(WS-SUB-M)
069700         MOVE ADR-EMAIL TO WS-DESTINO
069800     ELSE
069900         MOVE ADR-TELEFONE TO WS-DESTINO
070000     END-IF.
070100     IF WS-DESTINO = SPACES
070200         ADD 1 TO WS-QTDE-SEM-DESTINO
070300         GO TO 3200-APLICAR-MODELO-EXIT
070400     END-IF.
070500     MOVE SPACES TO OUTBOUND-RECORD.
070600     MOVE RUN-DATA TO NTO-LOTE.
070700     MOVE WS-ORDEM TO NTO-ORDEM.
070800     MOVE MDL-CANAL(WS-SUB-M) TO NTO-CANAL.
070900     MOVE NTF-CUST-ID TO NTO-CUST-ID.
071000     MOVE NTF-EVENTO TO NTO-EVENTO.
071100     MOVE MDL-CATEGORIA(WS-SUB-M) TO NTO-CATEGORIA.
071200     MOVE WS-DESTINO TO NTO-DESTINO.
071300     IF MDL-EMAIL(WS-SUB-M)
071400         MOVE MDL-ASSUNTO(WS-SUB-M) TO WS-MODELO
071500         MOVE 40 TO WS-TAM-MODELO
071600         PERFORM 8500-MONTAR-TEXTO THRU 8500-MONTAR-TEXTO-EXIT
071700         MOVE WS-MONTADO TO NTO-ASSUNTO
071800     END-IF.
071900     MOVE MDL-TEXTO(WS-SUB-M) TO WS-MODELO.
072000     MOVE 160 TO WS-TAM-MODELO.
072100     PERFORM 8500-MONTAR-TEXTO THRU 8500-MONTAR-TEXTO-EXIT.
072200     MOVE WS-MONTADO TO NTO-TEXTO.
072300     WRITE OUTBOUND-RECORD.
072400     IF OUTBOUND-OK
072500         ADD 1 TO WS-QTDE-MENSAGENS
072600         ADD 1 TO WS-ENVIADAS-DO-PEDIDO
072700     ELSE
072800         DISPLAY "ERRO AO GRAVAR NTFOUT (STATUS "
072900             WS-OUTBOUND-FILE-STATUS ") - PEDIDO " WS-ORDEM
073000     END-IF.
073100 3200-APLICAR-MODELO-EXIT.
073200     EXIT.
073300*
073400***************************************************************
073500*    3900-DESCARTAR-PEDIDO - PEDIDO QUE NAO GEROU MENSAGEM     *
073600***************************************************************
073700 3900-DESCARTAR-PEDIDO.
073800     ADD 1 TO WS-QTDE-DESCARTADOS.
073900     MOVE SPACES TO RPT-LINHA-ENTRADA.
074000     STRING "PEDIDO " WS-ORDEM " CLIENTE " NTF-CUST-ID
074100         " EVENTO " NTF-EVENTO " ORIGEM " NTF-ORIGEM
074200         " DESCARTADO: " WS-MOTIVO-DESCARTE
074300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
074400     END-STRING.
074500     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
074600 3900-DESCARTAR-PEDIDO-EXIT.
074700     EXIT.
074800*
074900***************************************************************
075000*    9000-FINALIZAR - O NTFCTL SO AVANCA QUANDO A RODADA NAO   *
075100*    TEVE ERRO FATAL                                           *
075200***************************************************************
075300 9000-FINALIZAR.
075400     IF MESTRE-DISPONIVEL
075500         CLOSE CUSTOMER-MASTER
075600     END-IF.
075700     IF ENDERECOS-DISPONIVEIS
075800         CLOSE ADDRESS-FILE
075900     END-IF.
076000     IF FALHAS-DISPONIVEIS
076100         CLOSE FALHA-FILE
076200     END-IF.
076300     IF SAIDA-DISPONIVEL
076400         CLOSE OUTBOUND-FILE
076500     END-IF.
076600     IF NOT ERRO-FATAL
076700         PERFORM 9100-GRAVAR-CONTROLE
076800             THRU 9100-GRAVAR-CONTROLE-EXIT
076900     END-IF.
077000     IF WS-QTDE-DESCARTADOS > ZERO AND WS-RC-FINAL = ZERO
077100         MOVE 4 TO WS-RC-FINAL
077200     END-IF.
077300     IF RELATORIO-ABERTO
077400         MOVE WS-QTDE-MENSAGENS TO WS-QTDE-ED
077500         MOVE SPACES TO RPT-LINHA-ENTRADA
077600         STRING "MENSAGENS GERADAS PARA O GATEWAY: " WS-QTDE-ED
077700             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
077800         END-STRING
077900         SET RPT-ACAO-TOTAL TO TRUE
078000         CALL "REPORT-WRITER" USING RPT-PARAMETROS
078100         PERFORM 8000-GRAVAR-LINHAS-RPT
078200             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
078300         MOVE WS-QTDE-DESCARTADOS TO WS-QTDE-ED
078400         MOVE SPACES TO RPT-LINHA-ENTRADA
078500         STRING "PEDIDOS DESCARTADOS .............: " WS-QTDE-ED
078600             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
078700         END-STRING
078800         SET RPT-ACAO-TOTAL TO TRUE
078900         CALL "REPORT-WRITER" USING RPT-PARAMETROS
079000         PERFORM 8000-GRAVAR-LINHAS-RPT
079100             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
079200         CLOSE PRINT-FILE
079300     END-IF.
079400     DISPLAY "====== ENVIO DE NOTIFICACOES ======".
079500     DISPLAY "RETORNOS DO GATEWAY ....: " WS-QTDE-RETORNOS.
079600     DISPLAY "  ENTREGUES ............: " WS-QTDE-RET-ENTREGUES.
079700     DISPLAY "  FALHAS ...............: " WS-QTDE-RET-FALHAS.
079800     DISPLAY "  INVALIDOS ............: " WS-QTDE-RET-INVALIDOS.
079900     DISPLAY "PEDIDOS JA TRATADOS ....: " WS-QTDE-JA-TRATADOS.
080000     DISPLAY "PEDIDOS NOVOS ..........: " WS-QTDE-PEDIDOS.
080100     DISPLAY "MENSAGENS GERADAS ......: " WS-QTDE-MENSAGENS.
080200     DISPLAY "MARKETING SEM CONSENT. .: " WS-QTDE-SEM-CONSENT.
080300     DISPLAY "CANAL SEM CONTATO ......: " WS-QTDE-SEM-DESTINO.
080400     DISPLAY "PEDIDOS DESCARTADOS ....: " WS-QTDE-DESCARTADOS.
080500     MOVE WS-RC-FINAL TO RETURN-CODE.
080600 9000-FINALIZAR-EXIT.
080700     EXIT.
080800*
080900***************************************************************
081000*    9100-GRAVAR-CONTROLE - QUANTIDADE DE PEDIDOS DA FILA JA   *
081100*    TRATADOS, PARA A PROXIMA RODADA DO DIA                    *
081200***************************************************************
081300 9100-GRAVAR-CONTROLE.
081400     OPEN OUTPUT CONTROL-FILE.
081500     IF NOT CONTROL-OK
081600         DISPLAY "ERRO AO REGRAVAR O NTFCTL (STATUS "
081700             WS-CONTROL-FILE-STATUS ") - A PROXIMA RODADA "
081800             "REENVIA OS PEDIDOS DESTA."
081900         MOVE 16 TO WS-RC-FINAL
082000         GO TO 9100-GRAVAR-CONTROLE-EXIT
082100     END-IF.
082200     MOVE SPACES TO CONTROL-RECORD.
082300     MOVE WS-ORDEM TO CTL-TRATADOS.
082400     MOVE RUN-DATA TO CTL-DATA.
082500     MOVE RUN-HORA TO CTL-HORA.
082600     WRITE CONTROL-RECORD.
082700     CLOSE CONTROL-FILE.
082800 9100-GRAVAR-CONTROLE-EXIT.
082900     EXIT.
083000*
083100***************************************************************
083200*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS *
083300*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                      *
083400***************************************************************
083500 8000-GRAVAR-LINHAS-RPT.
083600     IF NOT RELATORIO-ABERTO
083700         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
083800     END-IF.
083900     PERFORM 8100-GRAVAR-UMA-LINHA
084000         THRU 8100-GRAVAR-UMA-LINHA-EXIT
084100         VARYING WS-RPT-SUB FROM 1 BY 1
084200         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
084300 8000-GRAVAR-LINHAS-RPT-EXIT.
084400     EXIT.
084500*
084600***************************************************************
084700*    8100-GRAVAR-UMA-LINHA                                     *
084800***************************************************************
084900 8100-GRAVAR-UMA-LINHA.
085000     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
085100     WRITE PRINT-LINE.
085200 8100-GRAVAR-UMA-LINHA-EXIT.
085300     EXIT.
085400*
085500***************************************************************
085600*    8200-LINHA-DETALHE - RPT-LINHA-ENTRADA JA MONTADA         *
085700***************************************************************
085800 8200-LINHA-DETALHE.
085900     SET RPT-ACAO-DETALHE TO TRUE.
086000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
086100     PERFORM 8000-GRAVAR-LINHAS-RPT
086200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
086300 8200-LINHA-DETALHE-EXIT.
086400     EXIT.
086500*
086600***************************************************************
086700*    8500-MONTAR-TEXTO - COPIA WS-MODELO (WS-TAM-MODELO BYTES) *
086800*    PARA WS-MONTADO TROCANDO OS MARCADORES; O QUE PASSAR DO   *
086900*    TAMANHO DO CAMPO E TRUNCADO                               *
087000***************************************************************
087100 8500-MONTAR-TEXTO.
087200     MOVE SPACES TO WS-MONTADO.
087300     MOVE 1 TO WS-PTR.
087400     MOVE ZERO TO WS-PULAR.
087500     PERFORM 8510-COPIAR-POSICAO THRU 8510-COPIAR-POSICAO-EXIT
087600         VARYING WS-POS FROM 1 BY 1
087700         UNTIL WS-POS > WS-TAM-MODELO OR WS-PTR > 160.
087800 8500-MONTAR-TEXTO-EXIT.
087900     EXIT.
088000*
088100***************************************************************
088200*    8510-COPIAR-POSICAO - UM BYTE DO MODELO, OU O VALOR DO    *
088300*    MARCADOR QUE COMECA NELE (O RESTO DO MARCADOR E PULADO)   *
088400***************************************************************
088500 8510-COPIAR-POSICAO.
088600     IF WS-PULAR > ZERO
088700         SUBTRACT 1 FROM WS-PULAR
088800         GO TO 8510-COPIAR-POSICAO-EXIT
088900     END-IF.
089000     COMPUTE WS-RESTO = WS-TAM-MODELO - WS-POS + 1.
089100     IF WS-MODELO(WS-POS:1) NOT = "{" OR WS-RESTO < 5
089200         STRING WS-MODELO(WS-POS:1) DELIMITED BY SIZE
089300             INTO WS-MONTADO WITH POINTER WS-PTR
089400         END-STRING
089500         GO TO 8510-COPIAR-POSICAO-EXIT
089600     END-IF.
089700     IF WS-MODELO(WS-POS:5) = "{REF}"
089800         STRING NTF-REFERENCIA DELIMITED BY "  "
089900             INTO WS-MONTADO WITH POINTER WS-PTR
090000         END-STRING
090100         MOVE 4 TO WS-PULAR
090200         GO TO 8510-COPIAR-POSICAO-EXIT
090300     END-IF.
090400     IF WS-RESTO >= 6 AND WS-MODELO(WS-POS:6) = "{NOME}"
090500         STRING CUST-NOME DELIMITED BY "  "
090600             INTO WS-MONTADO WITH POINTER WS-PTR
090700         END-STRING
090800         MOVE 5 TO WS-PULAR
090900         GO TO 8510-COPIAR-POSICAO-EXIT
091000     END-IF.
091100     IF WS-RESTO >= 6 AND WS-MODELO(WS-POS:6) = "{DATA}"
091200         STRING WS-SUBST-DATA DELIMITED BY SIZE
091300             INTO WS-MONTADO WITH POINTER WS-PTR
091400         END-STRING
091500         MOVE 5 TO WS-PULAR
091600         GO TO 8510-COPIAR-POSICAO-EXIT
091700     END-IF.
091800     IF WS-RESTO >= 7 AND WS-MODELO(WS-POS:7) = "{VALOR}"
091900         STRING WS-SUBST-VALOR DELIMITED BY SPACE
092000             INTO WS-MONTADO WITH POINTER WS-PTR
092100         END-STRING
092200         MOVE 6 TO WS-PULAR
092300         GO TO 8510-COPIAR-POSICAO-EXIT
092400     END-IF.
092500     IF WS-RESTO >= 9 AND WS-MODELO(WS-POS:9) = "{CLIENTE}"
092600         STRING NTF-CUST-ID DELIMITED BY SPACE
092700             INTO WS-MONTADO WITH POINTER WS-PTR
092800         END-STRING
092900         MOVE 8 TO WS-PULAR
093000         GO TO 8510-COPIAR-POSICAO-EXIT
093100     END-IF.
093200     STRING WS-MODELO(WS-POS:1) DELIMITED BY SIZE
093300         INTO WS-MONTADO WITH POINTER WS-PTR
093400     END-STRING.
093500 8510-COPIAR-POSICAO-EXIT.
093600     EXIT.
