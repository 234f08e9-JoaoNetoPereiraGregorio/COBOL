002100*                       (SEQRELEASE="S"), QUE TAMBEM REALINHA A
002100*                       SEQUENCIA ESPERADA. HEADER SEM NUMERO E
002100*                       FEED ANTIGO - CONFERENCIA PULADA.
002100*    2026-10-15 OPR     ORIGEM CONTABIL NO JOURNAL: LANCAMENTO
002100*                       GERADO PELO SISTEMA COM CODIGO DE MOTIVO
002100*                       PROPRIO ("BXPJ" = BAIXA PARA PREJUIZO,
002100*                       VER BAIXA-PREJUIZO) SAI NO JRNFILE COM O
002100*                       PROGRAMA DE ORIGEM "BXPREJ  " EM VEZ DE
002100*                       "CLIMEST ", PARA O GL-EXTRACT MAPEAR A
002100*                       BAIXA NO GLMAP A PARTE E O CUSTMAST-
002100*                       RECOVERY PODER RECUA-LA SOZINHA.
002100*    2026-10-15 OPR     ENCARGOS DE MORA DO RETORNO-PROCESSAR
002100*                       (MOTIVOS "MULT" E "JURO") SAEM NO
002100*                       JOURNAL COM ORIGEM "MULTAMOR"/"JUROSMOR".
002100*    2026-10-15 OPR     CUSTAS DE PROTESTO REPASSADAS AO CLIENTE
002100*                       PELO PROTESTO-RETORNO (MOTIVO "PRTC") SAEM
002100*                       NO JOURNAL COM ORIGEM "CUSTPROT".
002100*    2026-10-15 OPR     CREDITOS PIX LANCADOS PELO PIX-CREDITO-
002100*                       PROCESSAR (MOTIVO "PIXC") SAEM NO JOURNAL
002100*                       COM ORIGEM "PIXCRED".
002100*    2026-10-15 OPR     ACAO "F" - TRANSFERENCIA ENTRE CONTAS DO
002100*                       CLIENTE OU ENTRE CLIENTES: VALIDA AS DUAS
002100*                       PONTAS ANTES DE GRAVAR, APLICA COMO UMA
002100*                       UNIDADE (DESFAZ A ORIGEM SE O DESTINO
002100*                       FALHAR) E GRAVA DUAS PERNAS "TRANSF" NO
002100*                       JOURNAL COM REFERENCIA CRUZADA.
002100*    2026-10-15 OPR     CONTA NOVA NO CUSTACCT NASCE COM A DATA DE
002100*                       ABERTURA (ANIVERSARIO DA POUPANCA);
002100*                       RENDIMENTO DA POUPANCA (MOTIVO "RPOU", VER
002100*                       POUPANCA-RENDIMENTO) SAI NO JOURNAL COM
002100*                       ORIGEM "RENDPOUP".
002100*    2026-10-15 OPR     RENDIMENTO DE APLICACAO (MOTIVO "RAPL",
002100*                       ORIGEM "RENDAPL") E RESGATE (TRANSFERENCIA
002100*                       SAINDO DA CONTA "AP", SO PARA CONTA DO
002100*                       TITULAR) RETEM IR NA FONTE PELA TABELA
002100*                       REGRESSIVA (ROTINA IR-RETENCAO) COMO
002100*                       DEBITO PROPRIO DE ORIGEM "IRRF";
002100*                       RENDIMENTO E IMPOSTO, E O RENDIMENTO
002100*                       ISENTO DA POUPANCA, SOMAM NO IRFONTE POR
002100*                       CPF/CNPJ E ANO PARA O INFORME DE
002100*                       RENDIMENTOS. ESTORNO DESSES LANCAMENTOS E
002100*                       RECUSADO.
002100*    2026-10-15 OPR     O JOURNAL PASSA A CARREGAR A CONTA DO SUB-
002100*                       RAZAO MOVIMENTADA (JRN-CONTA, VER
002100*                       JRNREC.CPY) - NA TRANSFERENCIA, A CONTA DA
002100*                       PROPRIA PERNA - PARA A ABERTURA DO
002100*                       MOVIMENTO POR CONTA DA E-FINANCEIRA.
002100*    2026-10-15 OPR     TRIAGEM DE SANCOES E PEP NA INCLUSAO:
002100*                       ANTES DO WRITE O NOME E O CPF/CNPJ PASSAM
002100*                       PELA ROTINA SANCAO-TRIAGEM (VER
002100*                       COPYBOOKS/SANHDL.CPY); OCORRENCIA ACIMA DO
002100*                       LIMIAR GRAVA O CLIENTE COMO PENDENTE ("P")
002100*                       E, DEPOIS DO WRITE, REGISTRA A OCORRENCIA
002100*                       NO SANHIT PARA O ANALISTA (SANCAO-
002100*                       DECISAO). TOTAL DE RETIDOS NO FIM E AVISO
002100*                       NO ALERTLOG.
002100*    2026-10-15 OPR     LIMITE DO GRUPO ECONOMICO NO LANCAMENTO: O
002100*                       DEBITO (ACAO D) DE CLIENTE QUE PERTENCE A
002100*                       UM GRUPO DO RELCLI (VER
002100*                       COPYBOOKS/RELREG.CPY) COM LIMITE NO GRPLIM
002100*                       (VER COPYBOOKS/GRPREG.CPY) SOMA O SALDO
002100*                       DEVEDOR PROJETADO DO CLIENTE AOS SALDOS
002100*                       DEVEDORES DOS DEMAIS MEMBROS; ACIMA DO
002100*                       LIMITE DO GRUPO TEM O MESMO DESTINO DO
002100*                       ESTOURO DO LIMITE INDIVIDUAL (FILA DE
002100*                       APROVACAO OU REJFILE). SEM RELCLI/GRPLIM,
002100*                       OU GRUPO SEM LIMITE, SEGUE SEM TRAVA.
002100*    2026-10-15 OPR     LOG DE INTENCAO CLIMINT (VER
002100*                       COPYBOOKS/INTREG.CPY): CADA TRANSACAO
002100*                       GRAVA O REGISTRO EM VOO ANTES DA PRIMEIRA
002100*                       ATUALIZACAO, A IMAGEM ANTES/DEPOIS DE CADA
002100*                       GRAVACAO NO CUSTMAST/CUSTACCT/IRFONTE E DE
002100*                       CADA ACRESCIMO NO
002100*                       JRNFILE/REJFILE/ESTREG/PENDTRAN/APPRPEND,
002100*                       E O MARCADOR DE CONFIRMACAO ANTES DO
002100*                       CHECKPOINT. NA RETOMADA, A TRANSACAO SEM
002100*                       CONFIRMACAO E DESFEITA PELAS IMAGENS E
002100*                       REPROCESSADA, COM RELATORIO CLIMRCV;
002100*                       DIVERGENCIA NO DESFAZIMENTO SEGURA O LOTE
002100*                       (RC 16) PARA ACERTO MANUAL.
002100*    2026-10-15 OPR     PEDIDO DE NOTIFICACAO AO CLIENTE NA FILA
002100*                       NOTIFQ (VER COPYBOOKS/NTFREG.CPY) NO
002100*                       DEBITO RECUSADO POR ESTOURO DO LIMITE DE
002100*                       CREDITO, NO CREDITO PIX LANCADO E NA
002100*                       PASSAGEM DO CLIENTE A BLOQUEADO OU
002100*                       CANCELADO. O PEDIDO SO VAI PARA A FILA
002100*                       DEPOIS DO MARCADOR DE CONFIRMACAO DO
002100*                       CLIMINT, ENTAO TRANSACAO DESFEITA NA
002100*                       RETOMADA NAO AVISA O CLIENTE.
002100*    2026-10-15 OPR     MOTIVO "VREC" - PAGAMENTO DE VALOR A
002100*                       RECEBER AO TITULAR (VALORES-RESGATE): SO A
002100*                       DEBITO, ACEITO MESMO EM CLIENTE CANCELADO
002100*                       E CARIMBADO COM A ORIGEM "VALRECEB" NO
002100*                       JOURNAL.
002100*    2026-10-15 OPR     MOTIVO "TARF" - DEBITO CONSOLIDADO DAS
002100*                       TARIFAS POR EVENTO (TARIFA-COBRAR): SO A
002100*                       DEBITO E CARIMBADO COM A ORIGEM "TARIFA"
002100*                       NO JOURNAL.
002100*    2026-10-15 OPR     MOTIVO "CTSP" - CREDITO PROVISORIO DE
002100*                       CONTESTACAO (CONTESTACAO-CICLO): SO A
002100*                       CREDITO E CARIMBADO COM A ORIGEM
002100*                       "CONTESTA" NO JOURNAL, QUE O CICLO USA
002100*                       PARA ACHAR DATA/HORA DO LANCAMENTO E
002100*                       ESTORNA-LO SE A CONTESTACAO FOR NEGADA.
002100*    2026-10-15 OPR     MOTIVO "AJST" - AJUSTE EM PERIODO REABERTO
002100*                       PELO PERIODO-REABRIR (REGISTRO "R" NO
002100*                       PERCTL). O PERIODO REABERTO SO ACEITA
002100*                       LANCAMENTO RETROATIVO COM ESSE MOTIVO, E O
002100*                       AJUSTE SO VALE COMO DEBITO OU CREDITO
002100*                       DATADO (TRANS-DATA-EFETIVA) DENTRO DE UM
002100*                       PERIODO REABERTO. NO JOURNAL O AJUSTE SAI
002100*                       COM A ORIGEM "AJUSTPER" E A DATA DE
002100*                       COMPETENCIA EM JRN-REF-DATA, QUE O
002100*                       REFECHAMENTO DO FECHAMENTO-MENSAL SOMA
002100*                       SOBRE A FOTO ANTERIOR. A CARGA DO PERCTL
002100*                       PASSA A VALER A ULTIMA SITUACAO DE CADA
002100*                       PERIODO E, COM MAIS DE 24 FECHADOS, GUARDA
002100*                       OS MAIS RECENTES (ANTES PARAVA NOS 24
002100*                       PRIMEIROS).
002100*    2026-10-15 OPR     TRANSFERENCIA ENTRE CLIENTES (ACAO F)
002100*                       PASSA A CONFERIR O LIMITE DO GRUPO
002100*                       ECONOMICO DA ORIGEM COMO O DEBITO; SO A
002100*                       TRANSFERENCIA PARA OUTRO MEMBRO DO MESMO
002100*                       GRUPO FICA FORA DA TRAVA.
002100***************************************************************
002200*
002300 ENVIRONMENT DIVISION.
003395         ACCESS MODE IS DYNAMIC
003395         RECORD KEY IS LIM-CUST-ID
003395         FILE STATUS IS WS-LIMITE-FILE-STATUS.
003395     SELECT RELATION-FILE ASSIGN TO "RELCLI"
003395         ORGANIZATION IS INDEXED
003395         ACCESS MODE IS DYNAMIC
003395         RECORD KEY IS REL-CHAVE
003395         ALTERNATE RECORD KEY IS REL-GRUPO-ID
003395             WITH DUPLICATES
003395         FILE STATUS IS WS-RELCLI-FILE-STATUS.
003395     SELECT GROUP-LIMIT-FILE ASSIGN TO "GRPLIM"
003395         ORGANIZATION IS INDEXED
003395         ACCESS MODE IS DYNAMIC
003395         RECORD KEY IS GRP-ID
003395         FILE STATUS IS WS-GRPLIM-FILE-STATUS.
003396     SELECT JOURNAL-LOOKUP ASSIGN TO "JRNFILE"
003396         ORGANIZATION IS LINE SEQUENTIAL
003396         FILE STATUS IS WS-JRNLKP-FILE-STATUS.
003399     SELECT PERIOD-CTL-FILE ASSIGN TO "PERCTL"
003399         ORGANIZATION IS LINE SEQUENTIAL
003399         FILE STATUS IS WS-PERIOD-FILE-STATUS.
003399     SELECT IRFONTE-FILE ASSIGN TO "IRFONTE"
003399         ORGANIZATION IS INDEXED
003399         ACCESS MODE IS DYNAMIC
003399         RECORD KEY IS IRF-CHAVE
003399         FILE STATUS IS WS-IRF-FILE-STATUS.
003500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
003500         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RLOG-FILE-STATUS.
003500     SELECT INTENT-FILE ASSIGN TO "CLIMINT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-INT-FILE-STATUS.
003500     SELECT RECOVERY-WORK ASSIGN TO "CLIMRWK"
003500         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RWK-FILE-STATUS.
003500     SELECT PRINT-FILE ASSIGN TO "CLIMRCV"
003500         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PRINT-FILE-STATUS.
003500     SELECT NOTIF-FILE ASSIGN TO "NOTIFQ"
003500         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-NTF-FILE-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
004330         88  TRANS-ALTERAR   VALUE "U".
004340         88  TRANS-EXCLUIR   VALUE "E".
004341         88  TRANS-ESTORNAR  VALUE "V".
004341         88  TRANS-TRANSFERIR VALUE "F".
004350     05  TRANS-ID            PIC X(10).
004400     05  TRANS-NOME          PIC X(30).
004400*    NA TRANSFERENCIA (ACAO "F") O CAMPO DO NOME CARREGA O
004400*    DESTINO: CLIENTE E CONTA QUE RECEBEM (BRANCO = "CC"); A
004400*    ORIGEM E TRANS-ID/TRANS-CONTA E O VALOR E TRANS-SALDO
004400     05  TRANS-DESTINO REDEFINES TRANS-NOME.
004400         10  TRANS-DEST-ID   PIC X(10).
004400         10  TRANS-DEST-CONTA PIC X(02).
004400         10  FILLER          PIC X(18).
004400*    NO RESGATE (TRANSFERENCIA "F" SAINDO DA CONTA "AP") E NO
004400*    CREDITO DE RENDIMENTO DE APLICACAO (MOTIVO "RAPL") O RESTO
004400*    DO CAMPO CARREGA A PARCELA DE RENDIMENTO DO RESGATE (BASE DO
004400*    IMPOSTO; BRANCO = RESGATE SO DE PRINCIPAL) E A DATA DA
004400*    APLICACAO (BRANCO = ABERTURA DA CONTA "AP" NO CUSTACCT)
004400     05  TRANS-APLICACAO REDEFINES TRANS-NOME.
004400         10  FILLER          PIC X(12).
004400         10  TRANS-APL-RENDIMENTO PIC 9(7)V99.
004400         10  TRANS-APL-REND-X REDEFINES TRANS-APL-RENDIMENTO
004400                             PIC X(09).
004400         10  TRANS-APL-DATA  PIC X(08).
004400         10  FILLER          PIC X(01).
004450     05  TRANS-STATUS        PIC X(01).
004480     05  TRANS-SALDO         PIC S9(7)V99.
004490*    DATA EFETIVA OPCIONAL: MUDANCA DE STATUS (ACAO "U" COM
004515     05  TRANS-HORA-ORIG     PIC X(08).
004516*    CODIGO DE MOTIVO INFORMATIVO DO LANCAMENTO (CAPTURADO PELA
004517*    TELA CLAN, VER CLIENTE-LANCTO-ONLINE) - VIAJA NO FEED PARA
004518*    CONSULTA POSTERIOR, SEM EFEITO NA APLICACAO; OS CODIGOS DE
004518*    SISTEMA SO DEFINEM A ORIGEM CONTABIL NO JOURNAL (VER
004518*    2705-ORIGEM-CONTABIL)
004519     05  TRANS-MOTIVO        PIC X(04).
004519         88  TRANS-MOT-BAIXA-PREJ    VALUE "BXPJ".
004519         88  TRANS-MOT-MULTA-MORA    VALUE "MULT".
004519         88  TRANS-MOT-JUROS-MORA    VALUE "JURO".
004519         88  TRANS-MOT-CUSTAS-PROT   VALUE "PRTC".
004519         88  TRANS-MOT-PIX           VALUE "PIXC".
004519         88  TRANS-MOT-REND-POUP     VALUE "RPOU".
004519         88  TRANS-MOT-REND-APLIC    VALUE "RAPL".
004519         88  TRANS-MOT-IR-FONTE      VALUE "IRRF".
004519         88  TRANS-MOT-VALOR-RECEBER VALUE "VREC".
004519         88  TRANS-MOT-TARIFA        VALUE "TARF".
004519         88  TRANS-MOT-CONTESTACAO   VALUE "CTSP".
004519         88  TRANS-MOT-AJUSTE        VALUE "AJST".
004600*
004700 FD  CUSTOMER-MASTER.
004710*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
005199     05  LIM-DATA-ATUALIZA   PIC 9(08).
005199     05  FILLER              PIC X(13).
005199*
005199 FD  RELATION-FILE.
005199*    RELACIONAMENTOS ENTRE CLIENTES (VER COPYBOOKS/RELREG.CPY)
005199 COPY "RELREG.cpy".
005199*
005199 FD  GROUP-LIMIT-FILE.
005199*    LIMITE DO GRUPO ECONOMICO (VER COPYBOOKS/GRPREG.CPY)
005199 COPY "GRPREG.cpy".
005199*
005199 FD  JOURNAL-LOOKUP
005199     RECORDING MODE IS F.
005199*    LEITURA DE CONSULTA DO PROPRIO JRNFILE (MESMO DATASET DO
005199*    FD DE ACRESCIMO), ABERTA SO DURANTE A LOCALIZACAO DO
005199*    LANCAMENTO ORIGINAL DE UM ESTORNO
005199 01  JRNL-RECORD             PIC X(231).
005199*
005199 FD  ESTORNO-REG
005199     RECORDING MODE IS F.
005199     05  PEND-MOTIVO         PIC X(04).
005199     05  FILLER              PIC X(01).
005199     05  PEND-ORIGEM         PIC X(01).
005199*
005199 FD  IRFONTE-FILE.
005199*    ACUMULADO ANUAL DE RENDIMENTO E IMPOSTO RETIDO POR CPF/CNPJ
005199*    (VER COPYBOOKS/IRFREG.CPY)
005199 COPY "IRFREG.cpy".
005200*
005300 FD  RUN-LOG-FILE
005300     RECORDING MODE IS F.
005300 COPY "RUNLOG.cpy".
005300*
005300 FD  INTENT-FILE
005300     RECORDING MODE IS F.
005300*    LOG DE INTENCAO DAS TRANSACOES (VER COPYBOOKS/INTREG.CPY)
005300 COPY "INTREG.cpy".
005300*
005300 FD  NOTIF-FILE
005300     RECORDING MODE IS F.
005300*    PEDIDO DE NOTIFICACAO AO CLIENTE (LAYOUT EM NTF-RECORD)
005300 01  NOTIF-LINE              PIC X(96).
005300*
005300 FD  RECOVERY-WORK
005300     RECORDING MODE IS F.
005300*    COPIA DE TRABALHO DE UM ARQUIVO SEQUENCIAL DE ACRESCIMO
005300*    DURANTE O DESFAZIMENTO DE UMA TRANSACAO SEM CONFIRMACAO
005300 01  RWK-RECORD              PIC X(240).
005300*
005300 FD  PRINT-FILE
005300     RECORDING MODE IS F.
005300*    RELATORIO DA RECUPERACAO NA RETOMADA
005300 01  PRINT-LINE              PIC X(132).
005300*
005300 WORKING-STORAGE SECTION.
005400*
005500 77  WS-TRANS-FILE-STATUS    PIC X(02) VALUE ZEROS.
007009 77  WS-QTDE-LIMITE-BLOQ     PIC 9(07) COMP VALUE ZERO.
007009*
007009***************************************************************
007009*    LIMITE DO GRUPO ECONOMICO (RELCLI + GRPLIM) - DEBITO QUE
007009*    LEVARIA A SOMA DOS SALDOS DEVEDORES DO GRUPO ACIMA DO
007009*    LIMITE DO GRUPO NAO APLICA DIRETO
007009***************************************************************
007009 77  WS-RELCLI-FILE-STATUS   PIC X(02) VALUE ZEROS.
007009     88  RELCLI-OK           VALUE "00".
007009 77  WS-GRPLIM-FILE-STATUS   PIC X(02) VALUE ZEROS.
007009     88  GRPLIM-OK           VALUE "00".
007009 77  WS-GRUPOS-ABERTO-SW     PIC X(01) VALUE "N".
007009     88  GRUPOS-DISPONIVEIS  VALUE "Y".
007009 77  WS-GRUPO-ESTOURO-SW     PIC X(01) VALUE "N".
007009     88  GRUPO-ESTOURADO     VALUE "Y".
007009 77  WS-FIM-GRUPO-SW         PIC X(01) VALUE "N".
007009     88  FIM-DO-GRUPO        VALUE "Y".
007009 77  WS-GRUPO-CLIENTE        PIC X(10) VALUE SPACES.
007009 77  WS-SALDO-CLIENTE-GRP    PIC S9(7)V99 COMP-3 VALUE ZERO.
007009 77  WS-EXPOSICAO-GRUPO      PIC S9(11)V99 COMP-3 VALUE ZERO.
007009 77  WS-QTDE-GRUPO-BLOQ      PIC 9(07) COMP VALUE ZERO.
007009 01  WS-TAB-MEMBROS-GRUPO.
007009     05  WS-MEMBRO-GRUPO     PIC X(10)
007009         OCCURS 200 TIMES.
007009 77  WS-QTDE-MEMBROS-GRP     PIC 9(03) COMP VALUE ZERO.
007009 77  WS-SUB-MEMBRO-GRP       PIC 9(03) COMP VALUE ZERO.
007009 77  WS-MEMBRO-SOMADO-SW     PIC X(01) VALUE "N".
007009     88  MEMBRO-JA-SOMADO    VALUE "Y".
007009*
007009***************************************************************
007009*    TRANSFERENCIA ENTRE CONTAS / ENTRE CLIENTES (ACAO "F")
007009***************************************************************
007009 77  WS-QTDE-TRANSFERENCIAS  PIC 9(07) COMP VALUE ZERO.
007009 77  WS-TOTAL-TRANSFERIDO    PIC S9(11)V99 COMP-3 VALUE ZERO.
007009 77  WS-TRF-MESMO-CLIENTE-SW PIC X(01) VALUE "N".
007009     88  TRF-MESMO-CLIENTE   VALUE "Y".
007009 77  WS-TRF-CONTA-ORIG-SW    PIC X(01) VALUE "N".
007009     88  TRF-CONTA-ORIG-EXISTE VALUE "Y".
007009 77  WS-TRF-CONTA-ORIG       PIC X(02) VALUE SPACES.
007009 77  WS-TRF-CONTA-DEST       PIC X(02) VALUE SPACES.
007009 77  WS-TRF-MOEDA-DEST       PIC X(03) VALUE SPACES.
007009 77  WS-TRF-SALDO-CONTA      PIC S9(9)V99 COMP-3 VALUE ZERO.
007009 77  WS-TRF-SALDO-NOVO       PIC S9(7)V99 COMP-3 VALUE ZERO.
007009 77  WS-TRF-SENTIDO          PIC X(01) VALUE SPACE.
007009 77  WS-TRF-CONTRAPARTE      PIC X(10) VALUE SPACES.
007009 77  WS-TRF-CONTA-PROPRIA    PIC X(02) VALUE SPACES.
007009 77  WS-TRF-CONTA-CONTRA     PIC X(02) VALUE SPACES.
007009 77  WS-TRF-CUST-PERNA       PIC X(10) VALUE SPACES.
007009 77  WS-PROGRAMA-ORIGINAL    PIC X(08) VALUE SPACES.
007009 77  WS-MOVTO-APLICADO-SW    PIC X(01) VALUE "N".
007009     88  MOVTO-APLICADO      VALUE "Y".
007009 01  WS-TRF-IMAGENS.
007009     05  WS-TRF-IMG-ORIG-ANTES  PIC X(80).
007009     05  WS-TRF-IMG-ORIG-DEPOIS PIC X(80).
007009     05  WS-TRF-IMG-DEST-ANTES  PIC X(80).
007009     05  WS-TRF-IMG-DEST-DEPOIS PIC X(80).
007009*
007009***************************************************************
007009*    IMPOSTO DE RENDA RETIDO NA FONTE SOBRE RENDIMENTO DE
007009*    APLICACAO (VER COPYBOOKS/IRFHDL.CPY) E ACUMULADO ANUAL POR
007009*    CPF/CNPJ PARA O INFORME DE RENDIMENTOS (ARQUIVO IRFONTE)
007009***************************************************************
007009 77  WS-IRF-FILE-STATUS      PIC X(02) VALUE ZEROS.
007009     88  IRF-OK              VALUE "00".
007009     88  IRF-NAO-ACHADO      VALUE "23", "35".
007009 77  WS-IRF-ABERTO-SW        PIC X(01) VALUE "N".
007009     88  IRFONTE-DISPONIVEL  VALUE "Y".
007009 77  WS-IR-CUST-ID           PIC X(10) VALUE SPACES.
007009 77  WS-IR-CONTA             PIC X(02) VALUE SPACES.
007009 77  WS-IR-RENDIMENTO        PIC 9(7)V99 VALUE ZERO.
007009 77  WS-IR-ISENTO-SW         PIC X(01) VALUE "N".
007009     88  RENDIMENTO-ISENTO   VALUE "Y".
007009 77  WS-IR-TRANS-SALVA       PIC X(94) VALUE SPACES.
007009 77  WS-QTDE-RETENCOES       PIC 9(07) COMP VALUE ZERO.
007009 77  WS-TOTAL-REND-APLIC     PIC S9(11)V99 COMP-3 VALUE ZERO.
007009 77  WS-TOTAL-IR-RETIDO      PIC S9(11)V99 COMP-3 VALUE ZERO.
007009 COPY "IRFHDL.cpy".
007009*
007009***************************************************************
007009*    TRIAGEM DE SANCOES E PEP NA INCLUSAO (VER COPYBOOKS/
007009*    SANHDL.CPY)
007009***************************************************************
007009 COPY "SANHDL.cpy".
007009 77  WS-QTDE-RETIDOS-TRIAGEM PIC 9(07) COMP VALUE ZERO.
007009 77  WS-QTDE-RETIDOS-ED      PIC Z(06)9.
007009 77  WS-TRIAGEM-SW           PIC X(01) VALUE "N".
007009     88  TRIAGEM-COM-OCORRENCIA VALUE "Y".
007009 77  WS-AVISO-LISTA-SWITCH   PIC X(01) VALUE "N".
007009     88  AVISO-LISTA-DADO    VALUE "Y".
007009*
007009***************************************************************
007009*    QUIESCE PELO ARQUIVO DE COMANDOS OPERCMD
007009***************************************************************
007009 77  WS-CMD-FILE-STATUS      PIC X(02) VALUE ZEROS.
007032*
007033***************************************************************
007034*    PERIODOS CONTABEIS FECHADOS (ARQUIVO PERCTL, GRAVADO PELO
007034*    FECHAMENTO-MENSAL) - LANCAMENTO RETROATIVO E REJEITADO. O
007034*    PERIODO REABERTO PELO PERIODO-REABRIR SO ACEITA AJUSTE
007036***************************************************************
007037 77  WS-PERIOD-FILE-STATUS   PIC X(02) VALUE ZEROS.
007038     88  PERIOD-FILE-OK      VALUE "00".
007042 01  TABELA-FECHADOS.
007043     05  PERIODO-FECHADO     PIC 9(06)
007044         OCCURS 24 TIMES
007044         DEPENDING ON WS-QTDE-FECHADOS
007044         INDEXED BY FEC-IDX.
007044 77  WS-QTDE-REABERTOS       PIC 9(02) COMP VALUE ZERO.
007044 01  TABELA-REABERTOS.
007044     05  PERIODO-REABERTO    PIC 9(06)
007044         OCCURS 12 TIMES
007044         DEPENDING ON WS-QTDE-REABERTOS
007044         INDEXED BY REA-IDX.
007044 77  WS-PER-ANTIGO           PIC 9(02) COMP VALUE ZERO.
007044 77  WS-PERIODO-REABERTO-SW  PIC X(01) VALUE "N".
007044     88  LANCTO-EM-REABERTO  VALUE "Y".
007046 77  WS-PER-SUB              PIC 9(02) COMP VALUE ZERO.
007047 77  WS-PERIODO-FECHADO-SW   PIC X(01) VALUE "N".
007048     88  LANCTO-EM-FECHADO   VALUE "Y".
007200     88  RLOG-FILE-OK        VALUE "00".
007200 77  WS-HORA-FIM-RLOG        PIC 9(08) VALUE ZERO.
007200*
007200***************************************************************
007200*    LOG DE INTENCAO E RECUPERACAO NA RETOMADA (VER
007200*    COPYBOOKS/INTREG.CPY)
007200***************************************************************
007200 77  WS-INT-FILE-STATUS      PIC X(02) VALUE ZEROS.
007200     88  INT-FILE-OK         VALUE "00".
007200*
007200***************************************************************
007200*    PEDIDO DE NOTIFICACAO AO CLIENTE (VER COPYBOOKS/NTFREG.CPY):
007200*    MONTADO DURANTE A TRANSACAO E SO GRAVADO NA FILA NOTIFQ
007200*    DEPOIS DO MARCADOR DE CONFIRMACAO - TRANSACAO DESFEITA NA
007200*    RETOMADA NAO AVISA O CLIENTE
007200***************************************************************
007200 COPY "NTFREG.cpy".
007200 77  WS-NTF-FILE-STATUS      PIC X(02) VALUE ZEROS.
007200     88  NTF-FILE-OK         VALUE "00".
007200 77  WS-NTF-PENDENTE-SW      PIC X(01) VALUE "N".
007200     88  NOTIFICACAO-PENDENTE VALUE "Y".
007200 77  WS-QTDE-NOTIFICACOES    PIC 9(07) COMP VALUE ZERO.
007200 77  WS-INT-ABERTO-SW        PIC X(01) VALUE "N".
007200     88  INTENCAO-DISPONIVEL VALUE "Y".
007200 77  WS-INT-EM-VOO-SW        PIC X(01) VALUE "N".
007200     88  TRANSACAO-EM-VOO    VALUE "Y".
007200 77  WS-INT-EOF-SW           PIC X(01) VALUE "N".
007200     88  FIM-DA-INTENCAO     VALUE "Y".
007200 77  WS-INT-PENDENTE-SW      PIC X(01) VALUE "N".
007200     88  INTENCAO-PENDENTE   VALUE "Y".
007200 77  WS-INT-ESTOURO-SW       PIC X(01) VALUE "N".
007200     88  INTENCAO-ESTOURADA  VALUE "Y".
007200 77  WS-INT-BLOQUEIO-SW      PIC X(01) VALUE "N".
007200     88  RECUPERACAO-BLOQUEADA VALUE "Y".
007200 77  WS-INT-HORA             PIC 9(08) VALUE ZERO.
007200 77  WS-INT-SEQ-CONFIRMADA   PIC 9(07) VALUE ZERO.
007200 77  WS-INT-VOO-SEQ          PIC 9(07) VALUE ZERO.
007200 77  WS-INT-VOO-ID           PIC X(10) VALUE SPACES.
007200 77  WS-INT-DEPOIS           PIC X(120) VALUE SPACES.
007200 77  WS-INT-REGISTRO         PIC X(283) VALUE SPACES.
007200 77  WS-INT-ARQ-ANEXO        PIC X(08) VALUE SPACES.
007200 77  WS-INT-ANEXO            PIC X(240) VALUE SPACES.
007200 77  WS-INT-QTDE-ENTRADAS    PIC 9(03) COMP VALUE ZERO.
007200 77  WS-INT-SUB              PIC S9(04) COMP VALUE ZERO.
007200*    IMAGENS "B"/"A" DA ULTIMA TRANSACAO EM VOO, NA ORDEM EM QUE
007200*    FORAM GRAVADAS - O DESFAZIMENTO PERCORRE DE TRAS PARA FRENTE
007200 01  WS-INT-TABELA.
007200     05  WS-INT-ENTRADA      PIC X(283) OCCURS 60 TIMES.
007200*    DESFAZIMENTO
007200 77  WS-RWK-FILE-STATUS      PIC X(02) VALUE ZEROS.
007200     88  RWK-OK              VALUE "00".
007200 77  WS-RWK-EOF-SW           PIC X(01) VALUE "N".
007200     88  FIM-DO-TRABALHO     VALUE "Y".
007200 77  WS-RCV-ORIGEM-EOF-SW    PIC X(01) VALUE "N".
007200     88  FIM-DA-ORIGEM       VALUE "Y".
007200 77  WS-RCV-ORIGEM-SW        PIC X(01) VALUE "N".
007200     88  ORIGEM-ABERTA       VALUE "Y".
007200 77  WS-RCV-CONTAS-SW        PIC X(01) VALUE "N".
007200     88  RCV-CONTAS-ABERTAS  VALUE "Y".
007200 77  WS-RCV-IRF-SW           PIC X(01) VALUE "N".
007200     88  RCV-IRFONTE-ABERTO  VALUE "Y".
007200 77  WS-RCV-EXISTE           PIC X(01) VALUE "N".
007200 77  WS-RCV-STATUS           PIC X(02) VALUE ZEROS.
007200 77  WS-RCV-ATUAL            PIC X(120) VALUE SPACES.
007200 77  WS-RCV-REGISTRO         PIC X(240) VALUE SPACES.
007200 77  WS-RCV-RESULTADO        PIC X(30) VALUE SPACES.
007200 77  WS-RCV-QTDE-IGUAIS      PIC 9(07) COMP VALUE ZERO.
007200 77  WS-RCV-QTDE-VISTOS      PIC 9(07) COMP VALUE ZERO.
007200 77  WS-RCV-QTDE-DESFEITOS   PIC 9(05) COMP VALUE ZERO.
007200 77  WS-RCV-QTDE-CONFLITOS   PIC 9(05) COMP VALUE ZERO.
007200 77  WS-RCV-QTDE-ED          PIC ZZZZ9.
007200 77  WS-RCV-CONFL-ED         PIC ZZZZ9.
007200 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
007200     88  PRINT-FILE-OK       VALUE "00".
007200***************************************************************
007200*    PARAMETROS DO ESCRITOR DE RELATORIOS (VER
007200*    COPYBOOKS/RPTWRT.CPY)
007200***************************************************************
007200 COPY "RPTWRT.cpy".
007200 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
007200*
007200 PROCEDURE DIVISION.
007300*
007400***************************************************************
010400         ELSE
010450             PERFORM 1050-LER-CHECKPOINT
010460                 THRU 1050-LER-CHECKPOINT-EXIT
010460*            TRANSACAO DA RODADA ANTERIOR SEM CONFIRMACAO E
010460*            DESFEITA AQUI, ANTES DOS ACRESCIMOS SEREM REABERTOS
010460             PERFORM 1200-RECUPERAR-INTENCAO
010460                 THRU 1200-RECUPERAR-INTENCAO-EXIT
010470             OPEN EXTEND REJECT-FILE
010480             IF NOT REJECT-FILE-OK
010485                 DISPLAY "AVISO: REJFILE INDISPONIVEL (STATUS "
010503                     WS-LIMITE-FILE-STATUS ") - SEM TRAVA DE "
010503                     "LIMITE DE CREDITO."
010503             END-IF
010503             OPEN INPUT RELATION-FILE
010503             IF RELCLI-OK
010503                 OPEN INPUT GROUP-LIMIT-FILE
010503                 IF GRPLIM-OK
010503                     MOVE "Y" TO WS-GRUPOS-ABERTO-SW
010503                 ELSE
010503                     CLOSE RELATION-FILE
010503                 END-IF
010503             END-IF
010503             IF NOT GRUPOS-DISPONIVEIS
010503                 DISPLAY "AVISO: RELCLI/GRPLIM INDISPONIVEL "
010503                     "(STATUS " WS-RELCLI-FILE-STATUS "/"
010503                     WS-GRPLIM-FILE-STATUS ") - SEM TRAVA DE "
010503                     "LIMITE DO GRUPO."
010503             END-IF
010504             OPEN I-O ACCOUNT-FILE
010504             IF ACCT-NAO-ACHADO
010504                 OPEN OUTPUT ACCOUNT-FILE
010504                     WS-ACCT-FILE-STATUS ") - SEGUINDO SEM "
010504                     "SUB-RAZAO DE CONTAS."
010504             END-IF
010504             OPEN I-O IRFONTE-FILE
010504             IF IRF-NAO-ACHADO
010504                 OPEN OUTPUT IRFONTE-FILE
010504                 CLOSE IRFONTE-FILE
010504                 OPEN I-O IRFONTE-FILE
010504             END-IF
010504             IF IRF-OK
010504                 MOVE "Y" TO WS-IRF-ABERTO-SW
010504             ELSE
010504                 DISPLAY "AVISO: IRFONTE INDISPONIVEL (STATUS "
010504                     WS-IRF-FILE-STATUS ") - IR RETIDO SEM "
010504                     "ACUMULADO P/ O INFORME."
010504             END-IF
010505             OPEN EXTEND PENDING-TRANS-FILE
010505             IF NOT PENDTRAN-FILE-OK
010505                 DISPLAY "AVISO: PENDTRAN INDISPONIVEL (STATUS "
010513                     MOVE ZERO TO WS-LIMITE-APROVACAO
010514                 END-IF
010515             END-IF
010515             IF NOT RECUPERACAO-BLOQUEADA
010515                 PERFORM 1100-LER-TRANSACAO
010515                     THRU 1100-LER-TRANSACAO-EXIT
010515             END-IF
010551*            PULA PELO NUMERO SEQUENCIAL DE LEITURA JA PROCESSADO,
010552*            NAO PELO TRANS-ID - O MESMO TRANS-ID PODE APARECER
010553*            MAIS DE UMA VEZ NESTE ARQUIVO (CONSULTA "L" SEGUIDA
011159             MOVE "Y" TO WS-CKPT-FILE-EOF
011160     END-READ.
011161 1055-LER-CHECKPOINT-REG-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1200-RECUPERAR-INTENCAO - LE O LOG DE INTENCAO (CLIMINT)  *
011161*    DEIXADO PELA RODADA ANTERIOR: A ULTIMA TRANSACAO          *
011161*    CONFIRMADA NUNCA E REAPLICADA, E A TRANSACAO EM VOO SEM   *
011161*    CONFIRMACAO E DESFEITA PELAS IMAGENS (VER COPYBOOKS/      *
011161*    INTREG.CPY) ANTES DE O LOTE ABRIR OS ARQUIVOS DE          *
011161*    ACRESCIMO                                                 *
011161***************************************************************
011161 1200-RECUPERAR-INTENCAO.
011161     MOVE ZERO TO WS-INT-QTDE-ENTRADAS.
011161     MOVE ZERO TO WS-INT-SEQ-CONFIRMADA.
011161     MOVE "N" TO WS-INT-EOF-SW.
011161     OPEN INPUT INTENT-FILE.
011161     IF INT-FILE-OK
011161         PERFORM 1210-LER-INTENCAO
011161             THRU 1210-LER-INTENCAO-EXIT
011161         PERFORM 1220-CLASSIFICAR-INTENCAO
011161             THRU 1220-CLASSIFICAR-INTENCAO-EXIT
011161             UNTIL FIM-DA-INTENCAO
011161         CLOSE INTENT-FILE
011161     END-IF.
011161*    TRANSACAO CONFIRMADA SEM CHECKPOINT (QUEDA ENTRE O "C" E A
011161*    REGRAVACAO DO CHKPTFILE) TAMBEM E PULADA NA RETOMADA
011161     IF WS-INT-SEQ-CONFIRMADA > WS-CKPT-SEQ-RESTART
011161         MOVE WS-INT-SEQ-CONFIRMADA TO WS-CKPT-SEQ-RESTART
011161         MOVE "Y" TO WS-RETOMANDO-SWITCH
011161         DISPLAY "LOG DE INTENCAO: RETOMANDO DEPOIS DO REGISTRO "
011161             "NUM: " WS-CKPT-SEQ-RESTART
011161     END-IF.
011161     IF INTENCAO-PENDENTE
011161         PERFORM 1230-DESFAZER-TRANSACAO
011161             THRU 1230-DESFAZER-TRANSACAO-EXIT
011161     END-IF.
011161     OPEN EXTEND INTENT-FILE.
011161     IF NOT INT-FILE-OK
011161         OPEN OUTPUT INTENT-FILE
011161     END-IF.
011161     IF INT-FILE-OK
011161         MOVE "Y" TO WS-INT-ABERTO-SW
011161         CLOSE INTENT-FILE
011161     ELSE
011161         DISPLAY "AVISO: CLIMINT INDISPONIVEL (STATUS "
011161             WS-INT-FILE-STATUS ") - SEGUINDO SEM LOG DE "
011161             "INTENCAO."
011161     END-IF.
011161 1200-RECUPERAR-INTENCAO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1210-LER-INTENCAO                                         *
011161***************************************************************
011161 1210-LER-INTENCAO.
011161     READ INTENT-FILE
011161         AT END
011161             MOVE "Y" TO WS-INT-EOF-SW
011161     END-READ.
011161 1210-LER-INTENCAO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1220-CLASSIFICAR-INTENCAO - "I" ABRE UMA TRANSACAO EM     *
011161*    VOO, "B"/"A" ENTRAM NA TABELA DELA E "C"/"D" A ENCERRAM   *
011161***************************************************************
011161 1220-CLASSIFICAR-INTENCAO.
011161     EVALUATE TRUE
011161         WHEN INT-EM-VOO
011161             MOVE "Y" TO WS-INT-PENDENTE-SW
011161             MOVE "N" TO WS-INT-ESTOURO-SW
011161             MOVE ZERO TO WS-INT-QTDE-ENTRADAS
011161             MOVE INT-SEQ TO WS-INT-VOO-SEQ
011161             MOVE INT-TRANS-ID TO WS-INT-VOO-ID
011161         WHEN INT-IMAGEM-INDEXADO
011161         WHEN INT-IMAGEM-ACRESCIMO
011161             IF WS-INT-QTDE-ENTRADAS < 60
011161                 ADD 1 TO WS-INT-QTDE-ENTRADAS
011161                 MOVE INT-RECORD TO
011161                     WS-INT-ENTRADA(WS-INT-QTDE-ENTRADAS)
011161             ELSE
011161                 MOVE "Y" TO WS-INT-ESTOURO-SW
011161             END-IF
011161         WHEN INT-CONFIRMADA
011161             MOVE "N" TO WS-INT-PENDENTE-SW
011161             MOVE INT-SEQ TO WS-INT-SEQ-CONFIRMADA
011161         WHEN INT-DESFEITA
011161             MOVE "N" TO WS-INT-PENDENTE-SW
011161     END-EVALUATE.
011161     PERFORM 1210-LER-INTENCAO THRU 1210-LER-INTENCAO-EXIT.
011161 1220-CLASSIFICAR-INTENCAO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1230-DESFAZER-TRANSACAO - A RODADA ANTERIOR CAIU NO MEIO  *
011161*    DE UMA TRANSACAO: DESFAZ AS IMAGENS DELA DA ULTIMA PARA A *
011161*    PRIMEIRA, RELATA CADA UMA NO CLIMRCV E GRAVA O MARCADOR   *
011161*    "D" - A TRANSACAO VOLTA A SER PROCESSADA DO CLIMSTTX. COM *
011161*    DIVERGENCIA (REGISTRO QUE NAO ESTA NEM COM A IMAGEM ANTES *
011161*    NEM COM A DEPOIS) O LOTE NAO PROCESSA NADA E O LOG FICA   *
011161*    PARA A PROXIMA RETOMADA, DEPOIS DO ACERTO MANUAL          *
011161***************************************************************
011161 1230-DESFAZER-TRANSACAO.
011161     MOVE ZERO TO WS-RCV-QTDE-DESFEITOS.
011161     MOVE ZERO TO WS-RCV-QTDE-CONFLITOS.
011161     DISPLAY "RECUPERACAO: TRANSACAO NUM " WS-INT-VOO-SEQ
011161         " (CLIENTE " WS-INT-VOO-ID ") SEM CONFIRMACAO - "
011161         "DESFAZENDO " WS-INT-QTDE-ENTRADAS " IMAGEM(NS).".
011161     OPEN OUTPUT PRINT-FILE.
011161     MOVE "RECUPERACAO DO MESTRE DE CLIENTES" TO RPT-TITULO.
011161     MOVE ZERO TO RPT-LINHAS-POR-PAG.
011161     SET RPT-ACAO-INICIAR TO TRUE.
011161     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
011161     PERFORM 8000-GRAVAR-LINHAS-RPT
011161         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
011161*    TRANSACAO COM MAIS IMAGENS DO QUE A TABELA COMPORTA NAO E
011161*    DESFEITA PELA METADE - VAI INTEIRA PARA O ACERTO MANUAL
011161     IF INTENCAO-ESTOURADA
011161         ADD 1 TO WS-RCV-QTDE-CONFLITOS
011161         MOVE SPACES TO INT-RECORD
011161         MOVE WS-INT-VOO-SEQ TO INT-SEQ
011161         MOVE WS-INT-VOO-ID TO INT-TRANS-ID
011161         MOVE "MAIS DE 60 IMAGENS NO LOG" TO WS-RCV-RESULTADO
011161         PERFORM 8200-LINHA-RECUPERACAO
011161             THRU 8200-LINHA-RECUPERACAO-EXIT
011161     ELSE
011161         OPEN I-O ACCOUNT-FILE
011161         IF ACCT-OK
011161             MOVE "Y" TO WS-RCV-CONTAS-SW
011161         END-IF
011161         OPEN I-O IRFONTE-FILE
011161         IF IRF-OK
011161             MOVE "Y" TO WS-RCV-IRF-SW
011161         END-IF
011161         PERFORM 1240-DESFAZER-ENTRADA
011161             THRU 1240-DESFAZER-ENTRADA-EXIT
011161             VARYING WS-INT-SUB FROM WS-INT-QTDE-ENTRADAS BY -1
011161             UNTIL WS-INT-SUB < 1
011161         IF RCV-CONTAS-ABERTAS
011161             CLOSE ACCOUNT-FILE
011161             MOVE "N" TO WS-RCV-CONTAS-SW
011161         END-IF
011161         IF RCV-IRFONTE-ABERTO
011161             CLOSE IRFONTE-FILE
011161             MOVE "N" TO WS-RCV-IRF-SW
011161         END-IF
011161     END-IF.
011161     MOVE WS-RCV-QTDE-DESFEITOS TO WS-RCV-QTDE-ED.
011161     MOVE WS-RCV-QTDE-CONFLITOS TO WS-RCV-CONFL-ED.
011161     IF PRINT-FILE-OK
011161         MOVE SPACES TO RPT-LINHA-ENTRADA
011161         STRING "IMAGENS DESFEITAS: " WS-RCV-QTDE-ED
011161             "   DIVERGENCIAS P/ ACERTO MANUAL: " WS-RCV-CONFL-ED
011161             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
011161         END-STRING
011161         SET RPT-ACAO-TOTAL TO TRUE
011161         CALL "REPORT-WRITER" USING RPT-PARAMETROS
011161         PERFORM 8000-GRAVAR-LINHAS-RPT
011161             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
011161         CLOSE PRINT-FILE
011161     END-IF.
011161     MOVE "CLIMEST " TO ALR-PROGRAMA.
011161     MOVE SPACES TO ALR-MENSAGEM.
011161     IF WS-RCV-QTDE-CONFLITOS > ZERO
011161         SET ALR-SEV-CRITICO TO TRUE
011161         STRING "RECUPERACAO NUM " WS-INT-VOO-SEQ ": "
011161             WS-RCV-CONFL-ED " DIVERGENCIA(S), VER CLIMRCV"
011161             DELIMITED BY SIZE INTO ALR-MENSAGEM
011161         END-STRING
011161         DISPLAY "RECUPERACAO COM DIVERGENCIA - ACERTAR CONFORME "
011161             "O CLIMRCV E RESUBMETER; NADA SERA PROCESSADO."
011161         MOVE "Y" TO WS-INT-BLOQUEIO-SW
011161         MOVE "Y" TO WS-EOF-SWITCH
011161         MOVE 16 TO RETURN-CODE
011161     ELSE
011161         SET ALR-SEV-AVISO TO TRUE
011161         STRING "TRANSACAO " WS-INT-VOO-SEQ " (" WS-INT-VOO-ID
011161             ") DESFEITA NA RETOMADA"
011161             DELIMITED BY SIZE INTO ALR-MENSAGEM
011161         END-STRING
011161         MOVE SPACES TO INT-RECORD
011161         SET INT-DESFEITA TO TRUE
011161         MOVE WS-INT-VOO-SEQ TO INT-SEQ
011161         MOVE WS-INT-VOO-ID TO INT-TRANS-ID
011161         PERFORM 7010-GRAVAR-INTENCAO
011161             THRU 7010-GRAVAR-INTENCAO-EXIT
011161         MOVE "N" TO WS-INT-PENDENTE-SW
011161     END-IF.
011161     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
011161 1230-DESFAZER-TRANSACAO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1240-DESFAZER-ENTRADA - DESFAZ UMA IMAGEM DA TABELA E     *
011161*    RELATA O RESULTADO                                        *
011161***************************************************************
011161 1240-DESFAZER-ENTRADA.
011161     MOVE WS-INT-ENTRADA(WS-INT-SUB) TO INT-RECORD.
011161     IF INT-IMAGEM-ACRESCIMO
011161         PERFORM 1260-DESFAZER-ACRESCIMO
011161             THRU 1260-DESFAZER-ACRESCIMO-EXIT
011161     ELSE
011161         PERFORM 1250-DESFAZER-INDEXADO
011161             THRU 1250-DESFAZER-INDEXADO-EXIT
011161     END-IF.
011161     PERFORM 8200-LINHA-RECUPERACAO
011161         THRU 8200-LINHA-RECUPERACAO-EXIT.
011161 1240-DESFAZER-ENTRADA-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1250-DESFAZER-INDEXADO - RELE O REGISTRO NO DISCO: COM A  *
011161*    IMAGEM DEPOIS, VOLTA A IMAGEM ANTES (OU E EXCLUIDO, SE    *
011161*    AINDA NAO EXISTIA); COM A IMAGEM ANTES, A GRAVACAO NAO    *
011161*    CHEGOU A ACONTECER; QUALQUER OUTRA COISA E DIVERGENCIA    *
011161***************************************************************
011161 1250-DESFAZER-INDEXADO.
011161     MOVE "N" TO WS-RCV-EXISTE.
011161     MOVE SPACES TO WS-RCV-ATUAL.
011161     PERFORM 1252-LER-INDEXADO THRU 1252-LER-INDEXADO-EXIT.
011161     IF WS-RCV-EXISTE = "S"
011161         AND WS-RCV-ATUAL = INT-IMAGEM-DEPOIS
011161         PERFORM 1254-RESTAURAR-INDEXADO
011161             THRU 1254-RESTAURAR-INDEXADO-EXIT
011161         GO TO 1250-DESFAZER-INDEXADO-EXIT
011161     END-IF.
011161     IF WS-RCV-EXISTE = INT-EXISTIA
011161         AND (WS-RCV-EXISTE = "N"
011161              OR WS-RCV-ATUAL = INT-IMAGEM-ANTES)
011161         MOVE "NAO GRAVADO - NADA A DESFAZER" TO WS-RCV-RESULTADO
011161     ELSE
011161         ADD 1 TO WS-RCV-QTDE-CONFLITOS
011161         MOVE "DIVERGENTE - ACERTO MANUAL" TO WS-RCV-RESULTADO
011161     END-IF.
011161 1250-DESFAZER-INDEXADO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1252-LER-INDEXADO - LE PELA CHAVE DA IMAGEM DEPOIS O      *
011161*    REGISTRO COMO ESTA HOJE NO ARQUIVO DA IMAGEM              *
011161***************************************************************
011161 1252-LER-INDEXADO.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "CUSTMAST"
011161             MOVE INT-IMAGEM-DEPOIS TO CUSTOMER-MASTER-RECORD
011161             READ CUSTOMER-MASTER
011161                 KEY IS CUST-ID
011161                 INVALID KEY
011161                     CONTINUE
011161             END-READ
011161             IF MASTER-OK
011161                 MOVE "S" TO WS-RCV-EXISTE
011161                 MOVE CUSTOMER-MASTER-RECORD TO WS-RCV-ATUAL
011161             END-IF
011161         WHEN "CUSTACCT"
011161             IF RCV-CONTAS-ABERTAS
011161                 MOVE INT-IMAGEM-DEPOIS TO ACCOUNT-RECORD
011161                 READ ACCOUNT-FILE
011161                     INVALID KEY
011161                         CONTINUE
011161                 END-READ
011161                 IF ACCT-OK
011161                     MOVE "S" TO WS-RCV-EXISTE
011161                     MOVE ACCOUNT-RECORD TO WS-RCV-ATUAL
011161                 END-IF
011161             END-IF
011161         WHEN "IRFONTE "
011161             IF RCV-IRFONTE-ABERTO
011161                 MOVE INT-IMAGEM-DEPOIS TO IRFONTE-RECORD
011161                 READ IRFONTE-FILE
011161                     INVALID KEY
011161                         CONTINUE
011161                 END-READ
011161                 IF IRF-OK
011161                     MOVE "S" TO WS-RCV-EXISTE
011161                     MOVE IRFONTE-RECORD TO WS-RCV-ATUAL
011161                 END-IF
011161             END-IF
011161     END-EVALUATE.
011161 1252-LER-INDEXADO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1254-RESTAURAR-INDEXADO - REGRAVA A IMAGEM ANTES, OU      *
011161*    EXCLUI O REGISTRO QUE A TRANSACAO INCLUIU                 *
011161***************************************************************
011161 1254-RESTAURAR-INDEXADO.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "CUSTMAST"
011161             IF INT-JA-EXISTIA
011161                 MOVE INT-IMAGEM-ANTES TO CUSTOMER-MASTER-RECORD
011161                 REWRITE CUSTOMER-MASTER-RECORD
011161             ELSE
011161                 DELETE CUSTOMER-MASTER RECORD
011161             END-IF
011161             MOVE WS-MASTER-FILE-STATUS TO WS-RCV-STATUS
011161         WHEN "CUSTACCT"
011161             IF INT-JA-EXISTIA
011161                 MOVE INT-IMAGEM-ANTES TO ACCOUNT-RECORD
011161                 REWRITE ACCOUNT-RECORD
011161             ELSE
011161                 DELETE ACCOUNT-FILE RECORD
011161             END-IF
011161             MOVE WS-ACCT-FILE-STATUS TO WS-RCV-STATUS
011161         WHEN "IRFONTE "
011161             IF INT-JA-EXISTIA
011161                 MOVE INT-IMAGEM-ANTES TO IRFONTE-RECORD
011161                 REWRITE IRFONTE-RECORD
011161             ELSE
011161                 DELETE IRFONTE-FILE RECORD
011161             END-IF
011161             MOVE WS-IRF-FILE-STATUS TO WS-RCV-STATUS
011161     END-EVALUATE.
011161     IF WS-RCV-STATUS = "00"
011161         ADD 1 TO WS-RCV-QTDE-DESFEITOS
011161         IF INT-JA-EXISTIA
011161             MOVE "DESFEITO - IMAGEM ANTES" TO WS-RCV-RESULTADO
011161         ELSE
011161             MOVE "DESFEITO - INCLUSAO EXCLUIDA" TO
011161                 WS-RCV-RESULTADO
011161         END-IF
011161     ELSE
011161         ADD 1 TO WS-RCV-QTDE-CONFLITOS
011161         MOVE SPACES TO WS-RCV-RESULTADO
011161         STRING "FALHA AO DESFAZER - STATUS " WS-RCV-STATUS
011161             DELIMITED BY SIZE INTO WS-RCV-RESULTADO
011161         END-STRING
011161     END-IF.
011161 1254-RESTAURAR-INDEXADO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1260-DESFAZER-ACRESCIMO - TIRA DO ARQUIVO SEQUENCIAL A    *
011161*    ULTIMA OCORRENCIA DO REGISTRO ACRESCENTADO: COPIA O       *
011161*    ARQUIVO PARA O CLIMRWK CONTANDO AS OCORRENCIAS E DEVOLVE  *
011161*    TUDO MENOS A ULTIMA. SE A REGRAVACAO FOR INTERROMPIDA, O  *
011161*    CLIMRWK FICA COM A COPIA INTEGRA DO ARQUIVO               *
011161***************************************************************
011161 1260-DESFAZER-ACRESCIMO.
011161     MOVE ZERO TO WS-RCV-QTDE-IGUAIS.
011161     MOVE ZERO TO WS-RCV-QTDE-VISTOS.
011161     MOVE "N" TO WS-RCV-ORIGEM-EOF-SW.
011161     PERFORM 1270-ABRIR-ORIGEM THRU 1270-ABRIR-ORIGEM-EXIT.
011161     IF NOT ORIGEM-ABERTA
011161         MOVE "NAO GRAVADO - NADA A DESFAZER" TO WS-RCV-RESULTADO
011161         GO TO 1260-DESFAZER-ACRESCIMO-EXIT
011161     END-IF.
011161     OPEN OUTPUT RECOVERY-WORK.
011161     IF NOT RWK-OK
011161         PERFORM 1274-FECHAR-ORIGEM THRU 1274-FECHAR-ORIGEM-EXIT
011161         ADD 1 TO WS-RCV-QTDE-CONFLITOS
011161         MOVE SPACES TO WS-RCV-RESULTADO
011161         STRING "SEM CLIMRWK - STATUS " WS-RWK-FILE-STATUS
011161             DELIMITED BY SIZE INTO WS-RCV-RESULTADO
011161         END-STRING
011161         GO TO 1260-DESFAZER-ACRESCIMO-EXIT
011161     END-IF.
011161     PERFORM 1272-LER-ORIGEM THRU 1272-LER-ORIGEM-EXIT.
011161     PERFORM 1262-COPIAR-P-TRABALHO
011161         THRU 1262-COPIAR-P-TRABALHO-EXIT
011161         UNTIL FIM-DA-ORIGEM.
011161     PERFORM 1274-FECHAR-ORIGEM THRU 1274-FECHAR-ORIGEM-EXIT.
011161     CLOSE RECOVERY-WORK.
011161     IF WS-RCV-QTDE-IGUAIS = ZERO
011161         MOVE "NAO GRAVADO - NADA A DESFAZER" TO WS-RCV-RESULTADO
011161         GO TO 1260-DESFAZER-ACRESCIMO-EXIT
011161     END-IF.
011161     OPEN INPUT RECOVERY-WORK.
011161     IF NOT RWK-OK
011161         ADD 1 TO WS-RCV-QTDE-CONFLITOS
011161         MOVE "FALHA AO RELER O CLIMRWK" TO WS-RCV-RESULTADO
011161         GO TO 1260-DESFAZER-ACRESCIMO-EXIT
011161     END-IF.
011161     PERFORM 1276-ABRIR-DESTINO THRU 1276-ABRIR-DESTINO-EXIT.
011161     IF NOT ORIGEM-ABERTA
011161         CLOSE RECOVERY-WORK
011161         ADD 1 TO WS-RCV-QTDE-CONFLITOS
011161         MOVE "FALHA AO REGRAVAR O ARQUIVO" TO WS-RCV-RESULTADO
011161         GO TO 1260-DESFAZER-ACRESCIMO-EXIT
011161     END-IF.
011161     MOVE "N" TO WS-RWK-EOF-SW.
011161     PERFORM 1266-LER-TRABALHO THRU 1266-LER-TRABALHO-EXIT.
011161     PERFORM 1264-DEVOLVER-REGISTRO
011161         THRU 1264-DEVOLVER-REGISTRO-EXIT
011161         UNTIL FIM-DO-TRABALHO.
011161     CLOSE RECOVERY-WORK.
011161     PERFORM 1279-FECHAR-DESTINO THRU 1279-FECHAR-DESTINO-EXIT.
011161     ADD 1 TO WS-RCV-QTDE-DESFEITOS.
011161     MOVE "DESFEITO - REGISTRO RETIRADO" TO WS-RCV-RESULTADO.
011161 1260-DESFAZER-ACRESCIMO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1262-COPIAR-P-TRABALHO                                    *
011161***************************************************************
011161 1262-COPIAR-P-TRABALHO.
011161     MOVE WS-RCV-REGISTRO TO RWK-RECORD.
011161     WRITE RWK-RECORD.
011161     IF WS-RCV-REGISTRO = INT-IMAGEM-ANEXO
011161         ADD 1 TO WS-RCV-QTDE-IGUAIS
011161     END-IF.
011161     PERFORM 1272-LER-ORIGEM THRU 1272-LER-ORIGEM-EXIT.
011161 1262-COPIAR-P-TRABALHO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1264-DEVOLVER-REGISTRO - A ULTIMA OCORRENCIA DA IMAGEM E  *
011161*    A DA TRANSACAO DESFEITA E FICA DE FORA                    *
011161***************************************************************
011161 1264-DEVOLVER-REGISTRO.
011161     IF RWK-RECORD = INT-IMAGEM-ANEXO
011161         ADD 1 TO WS-RCV-QTDE-VISTOS
011161     END-IF.
011161     IF RWK-RECORD NOT = INT-IMAGEM-ANEXO
011161         OR WS-RCV-QTDE-VISTOS NOT = WS-RCV-QTDE-IGUAIS
011161         PERFORM 1278-GRAVAR-DESTINO THRU 1278-GRAVAR-DESTINO-EXIT
011161     END-IF.
011161     PERFORM 1266-LER-TRABALHO THRU 1266-LER-TRABALHO-EXIT.
011161 1264-DEVOLVER-REGISTRO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1266-LER-TRABALHO                                         *
011161***************************************************************
011161 1266-LER-TRABALHO.
011161     READ RECOVERY-WORK
011161         AT END
011161             MOVE "Y" TO WS-RWK-EOF-SW
011161     END-READ.
011161 1266-LER-TRABALHO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1270-ABRIR-ORIGEM - ABRE PARA LEITURA O ARQUIVO DA IMAGEM *
011161*    ACRESCENTADA (O JRNFILE PELO FD DE CONSULTA)              *
011161***************************************************************
011161 1270-ABRIR-ORIGEM.
011161     MOVE "N" TO WS-RCV-ORIGEM-SW.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "JRNFILE "
011161             OPEN INPUT JOURNAL-LOOKUP
011161             IF JRNLKP-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "REJFILE "
011161             OPEN INPUT REJECT-FILE
011161             IF REJECT-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "ESTREG  "
011161             OPEN INPUT ESTORNO-REG
011161             IF ESTREG-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "PENDTRAN"
011161             OPEN INPUT PENDING-TRANS-FILE
011161             IF PENDTRAN-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "APPRPEND"
011161             OPEN INPUT APPROVAL-FILE
011161             IF APPROVAL-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161     END-EVALUATE.
011161 1270-ABRIR-ORIGEM-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1272-LER-ORIGEM                                           *
011161***************************************************************
011161 1272-LER-ORIGEM.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "JRNFILE "
011161             READ JOURNAL-LOOKUP
011161                 AT END
011161                     MOVE "Y" TO WS-RCV-ORIGEM-EOF-SW
011161                 NOT AT END
011161                     MOVE JRNL-RECORD TO WS-RCV-REGISTRO
011161             END-READ
011161         WHEN "REJFILE "
011161             READ REJECT-FILE
011161                 AT END
011161                     MOVE "Y" TO WS-RCV-ORIGEM-EOF-SW
011161                 NOT AT END
011161                     MOVE REJ-RECORD TO WS-RCV-REGISTRO
011161             END-READ
011161         WHEN "ESTREG  "
011161             READ ESTORNO-REG
011161                 AT END
011161                     MOVE "Y" TO WS-RCV-ORIGEM-EOF-SW
011161                 NOT AT END
011161                     MOVE ESTORNO-RECORD TO WS-RCV-REGISTRO
011161             END-READ
011161         WHEN "PENDTRAN"
011161             READ PENDING-TRANS-FILE
011161                 AT END
011161                     MOVE "Y" TO WS-RCV-ORIGEM-EOF-SW
011161                 NOT AT END
011161                     MOVE PENDING-TRANS-RECORD TO WS-RCV-REGISTRO
011161             END-READ
011161         WHEN "APPRPEND"
011161             READ APPROVAL-FILE
011161                 AT END
011161                     MOVE "Y" TO WS-RCV-ORIGEM-EOF-SW
011161                 NOT AT END
011161                     MOVE APPROVAL-RECORD TO WS-RCV-REGISTRO
011161             END-READ
011161     END-EVALUATE.
011161 1272-LER-ORIGEM-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1274-FECHAR-ORIGEM                                        *
011161***************************************************************
011161 1274-FECHAR-ORIGEM.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "JRNFILE "
011161             CLOSE JOURNAL-LOOKUP
011161         WHEN "REJFILE "
011161             CLOSE REJECT-FILE
011161         WHEN "ESTREG  "
011161             CLOSE ESTORNO-REG
011161         WHEN "PENDTRAN"
011161             CLOSE PENDING-TRANS-FILE
011161         WHEN "APPRPEND"
011161             CLOSE APPROVAL-FILE
011161     END-EVALUATE.
011161     MOVE "N" TO WS-RCV-ORIGEM-SW.
011161 1274-FECHAR-ORIGEM-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1276-ABRIR-DESTINO - REABRE O ARQUIVO DA IMAGEM PARA      *
011161*    REGRAVACAO (O JRNFILE PELO FD DE ACRESCIMO)               *
011161***************************************************************
011161 1276-ABRIR-DESTINO.
011161     MOVE "N" TO WS-RCV-ORIGEM-SW.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "JRNFILE "
011161             OPEN OUTPUT JOURNAL-FILE
011161             IF JOURNAL-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "REJFILE "
011161             OPEN OUTPUT REJECT-FILE
011161             IF REJECT-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "ESTREG  "
011161             OPEN OUTPUT ESTORNO-REG
011161             IF ESTREG-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "PENDTRAN"
011161             OPEN OUTPUT PENDING-TRANS-FILE
011161             IF PENDTRAN-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161         WHEN "APPRPEND"
011161             OPEN OUTPUT APPROVAL-FILE
011161             IF APPROVAL-FILE-OK
011161                 MOVE "Y" TO WS-RCV-ORIGEM-SW
011161             END-IF
011161     END-EVALUATE.
011161 1276-ABRIR-DESTINO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1278-GRAVAR-DESTINO                                       *
011161***************************************************************
011161 1278-GRAVAR-DESTINO.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "JRNFILE "
011161             MOVE RWK-RECORD TO JRN-RECORD
011161             WRITE JRN-RECORD
011161         WHEN "REJFILE "
011161             MOVE RWK-RECORD TO REJ-RECORD
011161             WRITE REJ-RECORD
011161         WHEN "ESTREG  "
011161             MOVE RWK-RECORD TO ESTORNO-RECORD
011161             WRITE ESTORNO-RECORD
011161         WHEN "PENDTRAN"
011161             MOVE RWK-RECORD TO PENDING-TRANS-RECORD
011161             WRITE PENDING-TRANS-RECORD
011161         WHEN "APPRPEND"
011161             MOVE RWK-RECORD TO APPROVAL-RECORD
011161             WRITE APPROVAL-RECORD
011161     END-EVALUATE.
011161 1278-GRAVAR-DESTINO-EXIT.
011161     EXIT.
011161*
011161***************************************************************
011161*    1279-FECHAR-DESTINO                                       *
011161***************************************************************
011161 1279-FECHAR-DESTINO.
011161     EVALUATE INT-ARQUIVO
011161         WHEN "JRNFILE "
011161             CLOSE JOURNAL-FILE
011161         WHEN "REJFILE "
011161             CLOSE REJECT-FILE
011161         WHEN "ESTREG  "
011161             CLOSE ESTORNO-REG
011161         WHEN "PENDTRAN"
011161             CLOSE PENDING-TRANS-FILE
011161         WHEN "APPRPEND"
011161             CLOSE APPROVAL-FILE
011161     END-EVALUATE.
011161     MOVE "N" TO WS-RCV-ORIGEM-SW.
011161 1279-FECHAR-DESTINO-EXIT.
011162     EXIT.
011163*
011095***************************************************************
011096*    1080-CARREGAR-PERIODOS - GUARDA OS PERIODOS FECHADOS DO   *
011096*    PERCTL (ATE 24) E OS REABERTOS (ATE 12) PARA A CHECAGEM   *
011096*    DE LANCAMENTO RETROATIVO. O PERCTL E GRAVADO EM ORDEM     *
011096*    CRONOLOGICA: VALE A ULTIMA SITUACAO DE CADA PERIODO       *
011096***************************************************************
011096 1080-CARREGAR-PERIODOS.
011096     MOVE ZERO TO WS-QTDE-FECHADOS.
011096     MOVE ZERO TO WS-QTDE-REABERTOS.
011096     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
011096     OPEN INPUT PERIOD-CTL-FILE.
011096     IF NOT PERIOD-FILE-OK
011096         GO TO 1080-CARREGAR-PERIODOS-EXIT
011096     END-IF.
011096     PERFORM 1085-LER-PERCTL THRU 1085-LER-PERCTL-EXIT.
011096     PERFORM 1081-REGISTRAR-SITUACAO
011096         THRU 1081-REGISTRAR-SITUACAO-EXIT
011096         UNTIL FIM-DO-PERCTL.
011096     CLOSE PERIOD-CTL-FILE.
011096 1080-CARREGAR-PERIODOS-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1081-REGISTRAR-SITUACAO - "F" (FECHADO OU REFECHADO) TIRA *
011096*    O PERIODO DOS REABERTOS E POE NOS FECHADOS; "R" (REABERTO *
011096*    PELO PERIODO-REABRIR) FAZ O CONTRARIO                     *
011096***************************************************************
011096 1081-REGISTRAR-SITUACAO.
011096     IF PER-PERIODO NOT NUMERIC
011096         GO TO 1081-REGISTRAR-SITUACAO-LER
011096     END-IF.
011096     EVALUATE PER-SITUACAO
011096         WHEN "F"
011096             PERFORM 1083-TIRAR-REABERTO
011096                 THRU 1083-TIRAR-REABERTO-EXIT
011096             PERFORM 1082-INCLUIR-FECHADO
011096                 THRU 1082-INCLUIR-FECHADO-EXIT
011096         WHEN "R"
011096             PERFORM 1084-TIRAR-FECHADO
011096                 THRU 1084-TIRAR-FECHADO-EXIT
011096             PERFORM 1086-INCLUIR-REABERTO
011096                 THRU 1086-INCLUIR-REABERTO-EXIT
011096         WHEN OTHER
011096             CONTINUE
011096     END-EVALUATE.
011096 1081-REGISTRAR-SITUACAO-LER.
011096     PERFORM 1085-LER-PERCTL THRU 1085-LER-PERCTL-EXIT.
011096 1081-REGISTRAR-SITUACAO-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1082-INCLUIR-FECHADO - REFECHAMENTO NAO DUPLICA O PERIODO; *
011096*    COM A TABELA CHEIA O PERIODO MAIS ANTIGO DA LUGAR AO MAIS  *
011096*    NOVO (A CHECAGEM IMPORTA PARA OS PERIODOS RECENTES)        *
011096***************************************************************
011096 1082-INCLUIR-FECHADO.
011096     IF WS-QTDE-FECHADOS > ZERO
011096         SET FEC-IDX TO 1
011096         SEARCH PERIODO-FECHADO
011096             WHEN PERIODO-FECHADO(FEC-IDX) = PER-PERIODO
011096                 GO TO 1082-INCLUIR-FECHADO-EXIT
011096         END-SEARCH
011096     END-IF.
011096     IF WS-QTDE-FECHADOS < 24
011096         ADD 1 TO WS-QTDE-FECHADOS
011096         MOVE PER-PERIODO TO PERIODO-FECHADO(WS-QTDE-FECHADOS)
011096         GO TO 1082-INCLUIR-FECHADO-EXIT
011096     END-IF.
011096     MOVE 1 TO WS-PER-ANTIGO.
011096     PERFORM 1087-ACHAR-MAIS-ANTIGO
011096         THRU 1087-ACHAR-MAIS-ANTIGO-EXIT
011096         VARYING WS-PER-SUB FROM 2 BY 1
011096         UNTIL WS-PER-SUB > WS-QTDE-FECHADOS.
011096     IF PER-PERIODO > PERIODO-FECHADO(WS-PER-ANTIGO)
011096         MOVE PER-PERIODO TO PERIODO-FECHADO(WS-PER-ANTIGO)
011096     END-IF.
011096 1082-INCLUIR-FECHADO-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1083-TIRAR-REABERTO - O ULTIMO DA TABELA OCUPA O LUGAR DO  *
011096*    PERIODO RETIRADO                                           *
011096***************************************************************
011096 1083-TIRAR-REABERTO.
011096     IF WS-QTDE-REABERTOS = ZERO
011096         GO TO 1083-TIRAR-REABERTO-EXIT
011096     END-IF.
011096     SET REA-IDX TO 1.
011096     SEARCH PERIODO-REABERTO
011096         WHEN PERIODO-REABERTO(REA-IDX) = PER-PERIODO
011096             MOVE PERIODO-REABERTO(WS-QTDE-REABERTOS) TO
011096                 PERIODO-REABERTO(REA-IDX)
011096             SUBTRACT 1 FROM WS-QTDE-REABERTOS
011096     END-SEARCH.
011096 1083-TIRAR-REABERTO-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1084-TIRAR-FECHADO - O ULTIMO DA TABELA OCUPA O LUGAR DO   *
011096*    PERIODO RETIRADO                                           *
011096***************************************************************
011096 1084-TIRAR-FECHADO.
011096     IF WS-QTDE-FECHADOS = ZERO
011096         GO TO 1084-TIRAR-FECHADO-EXIT
011096     END-IF.
011096     SET FEC-IDX TO 1.
011096     SEARCH PERIODO-FECHADO
011096         WHEN PERIODO-FECHADO(FEC-IDX) = PER-PERIODO
011096             MOVE PERIODO-FECHADO(WS-QTDE-FECHADOS) TO
011096                 PERIODO-FECHADO(FEC-IDX)
011096             SUBTRACT 1 FROM WS-QTDE-FECHADOS
011096     END-SEARCH.
011096 1084-TIRAR-FECHADO-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1086-INCLUIR-REABERTO                                      *
011096***************************************************************
011096 1086-INCLUIR-REABERTO.
011096     IF WS-QTDE-REABERTOS > ZERO
011096         SET REA-IDX TO 1
011096         SEARCH PERIODO-REABERTO
011096             WHEN PERIODO-REABERTO(REA-IDX) = PER-PERIODO
011096                 GO TO 1086-INCLUIR-REABERTO-EXIT
011096         END-SEARCH
011096     END-IF.
011096     IF WS-QTDE-REABERTOS < 12
011096         ADD 1 TO WS-QTDE-REABERTOS
011096         MOVE PER-PERIODO TO PERIODO-REABERTO(WS-QTDE-REABERTOS)
011096     ELSE
011096         DISPLAY "AVISO: MAIS DE 12 PERIODOS REABERTOS NO PERCTL "
011096             "- " PER-PERIODO " FICA SEM A REGRA DE AJUSTE."
011096     END-IF.
011096 1086-INCLUIR-REABERTO-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1087-ACHAR-MAIS-ANTIGO                                     *
011096***************************************************************
011096 1087-ACHAR-MAIS-ANTIGO.
011096     IF PERIODO-FECHADO(WS-PER-SUB) <
011096         PERIODO-FECHADO(WS-PER-ANTIGO)
011096         MOVE WS-PER-SUB TO WS-PER-ANTIGO
011096     END-IF.
011096 1087-ACHAR-MAIS-ANTIGO-EXIT.
011096     EXIT.
011096*
011096***************************************************************
011096*    1085-LER-PERCTL                                          *
011096***************************************************************
011096 1085-LER-PERCTL.
012749             GO TO 2000-PROCESSAR-LOTE-EXIT
012749         END-IF
012749     END-IF.
012749*    PERIODO REABERTO (PERIODO-REABRIR) SO ACEITA LANCAMENTO
012749*    RETROATIVO DE AJUSTE ("AJST"), E O AJUSTE SO VALE DENTRO DE
012749*    UM PERIODO REABERTO
012749     PERFORM 2095-TESTAR-REABERTO THRU 2095-TESTAR-REABERTO-EXIT.
012749     IF WS-MOTIVO-REJEITO NOT = SPACES
012749         PERFORM 2150-REJEITAR-TRANSACAO
012749             THRU 2150-REJEITAR-TRANSACAO-EXIT
012749         PERFORM 2060-GRAVAR-CHECKPOINT
012749             THRU 2060-GRAVAR-CHECKPOINT-EXIT
012749         PERFORM 1100-LER-TRANSACAO THRU 1100-LER-TRANSACAO-EXIT
012749         GO TO 2000-PROCESSAR-LOTE-EXIT
012749     END-IF.
012751*    QUATRO OLHOS: TRANSACAO DE ALTO VALOR OU CANCELAMENTO VAI
012752*    PARA A FILA DE APROVACAO EM VEZ DE APLICAR DIRETO - ESTE
012753*    TESTE VEM ANTES DO ESTACIONAMENTO POR DATA EFETIVA, SENAO
012754*    UM CANCELAMENTO DATADO DE AMANHA PULARIA O SEGUNDO OPERADOR
012755     IF WS-LIMITE-APROVACAO > ZERO
012756         AND NOT APLICANDO-APROVADOS
012756         AND ((TRANS-INCLUIR OR TRANS-DEBITAR OR TRANS-CREDITAR
012756               OR TRANS-TRANSFERIR)
012758              AND TRANS-SALDO NUMERIC
012759              AND TRANS-SALDO > WS-LIMITE-APROVACAO
012760           OR TRANS-EXCLUIR
013496         WHEN TRANS-ESTORNAR
013497             PERFORM 2900-ESTORNAR-LANCAMENTO
013498                 THRU 2900-ESTORNAR-LANCAMENTO-EXIT
013498         WHEN TRANS-TRANSFERIR
013498             PERFORM 2400-TRANSFERIR
013498                 THRU 2400-TRANSFERIR-EXIT
013500         WHEN OTHER
013600             ADD 1 TO WS-QTDE-INVALIDOS
013700             DISPLAY "ACAO INVALIDA NA TRANSACAO: " TRANS-ACAO
014140*    COM O ULTIMO TRANS-ID PROCESSADO                            *
014150***************************************************************
014160 2060-GRAVAR-CHECKPOINT.
014160*    O MARCADOR DE CONFIRMACAO VAI PARA O CLIMINT ANTES DO
014160*    CHECKPOINT (VER COPYBOOKS/INTREG.CPY)
014160     PERFORM 7500-CONFIRMAR-TRANSACAO
014160         THRU 7500-CONFIRMAR-TRANSACAO-EXIT.
014160     PERFORM 7700-GRAVAR-NOTIFICACAO
014160         THRU 7700-GRAVAR-NOTIFICACAO-EXIT.
014200     OPEN OUTPUT CHECKPOINT-FILE.
014205     IF CKPT-FILE-OK
014206         PERFORM 2065-REGRAVAR-OUTROS-CKPT
015019             MOVE "*" TO CUST-CPF-CNPJ(1:1)
015019             MOVE TRANS-ID TO CUST-CPF-CNPJ(2:10)
015019         END-IF
015019         PERFORM 2180-TRIAR-SANCOES
015019             THRU 2180-TRIAR-SANCOES-EXIT
015020         PERFORM 7100-IMAGEM-MESTRE
015020             THRU 7100-IMAGEM-MESTRE-EXIT
015020         WRITE CUSTOMER-MASTER-RECORD
015100         IF MASTER-OK
015200             ADD 1 TO WS-QTDE-INCLUIDOS
015200             IF TRIAGEM-COM-OCORRENCIA
015200                 PERFORM 2185-REGISTRAR-OCORRENCIA
015200                     THRU 2185-REGISTRAR-OCORRENCIA-EXIT
015200             END-IF
015210             MOVE SPACES TO WS-IMAGEM-ANTES
015220             MOVE "I" TO WS-JRN-TIPO-VERBO
015230             PERFORM 2700-GRAVAR-JOURNAL
016319 2090-TESTAR-PERIODO-EXIT.
016319     EXIT.
016319*
016319***************************************************************
016319*    2095-TESTAR-REABERTO - DATA EFETIVA EM PERIODO REABERTO SO *
016319*    COM MOTIVO "AJST"; O AJUSTE E UM DEBITO OU CREDITO DATADO  *
016319*    DENTRO DO PERIODO REABERTO (AJUSTE ERRADO SE CORRIGE COM   *
016319*    OUTRO AJUSTE, NAO COM ESTORNO - O REFECHAMENTO SO SOMA OS  *
016319*    AJUSTES)                                                   *
016319***************************************************************
016319 2095-TESTAR-REABERTO.
016319     MOVE SPACES TO WS-MOTIVO-REJEITO.
016319     MOVE "N" TO WS-PERIODO-REABERTO-SW.
016319     IF TRANS-DATA-EFETIVA NUMERIC
016319         AND TRANS-DATA-EFETIVA > ZERO
016319         AND NOT TRANS-ESTORNAR
016319         AND WS-QTDE-REABERTOS > ZERO
016319         SET REA-IDX TO 1
016319         SEARCH PERIODO-REABERTO
016319             WHEN PERIODO-REABERTO(REA-IDX) =
016319                 TRANS-DATA-EFETIVA(1:6)
016319                 MOVE "Y" TO WS-PERIODO-REABERTO-SW
016319         END-SEARCH
016319     END-IF.
016319     IF NOT TRANS-MOT-AJUSTE
016319         IF LANCTO-EM-REABERTO
016319             MOVE "PERIODO REABERTO - SO AJUSTE" TO
016319                 WS-MOTIVO-REJEITO
016319         END-IF
016319         GO TO 2095-TESTAR-REABERTO-EXIT
016319     END-IF.
016319     EVALUATE TRUE
016319         WHEN TRANS-ESTORNAR
016319             MOVE "AJUSTE NAO SE ESTORNA" TO WS-MOTIVO-REJEITO
016319         WHEN NOT TRANS-DEBITAR AND NOT TRANS-CREDITAR
016319             MOVE "AJUSTE SO A DEBITO OU CREDITO" TO
016319                 WS-MOTIVO-REJEITO
016319         WHEN NOT LANCTO-EM-REABERTO
016319             MOVE "AJUSTE FORA DE PER. REABERTO" TO
016319                 WS-MOTIVO-REJEITO
016319         WHEN OTHER
016319             CONTINUE
016319     END-EVALUATE.
016319 2095-TESTAR-REABERTO-EXIT.
016319     EXIT.
016319*
016320***************************************************************
016330*    2150-REJEITAR-TRANSACAO - GRAVA A TRANSACAO REJEITADA NO    *
016340*    ARQUIVO COMUM DE REJEICAO (VER COPYBOOKS/REJREC.CPY), COM   *
016401     SET REJ-PENDENTE TO TRUE.
016402     MOVE TRANS-RECORD TO REJ-IMAGEM.
016405     IF REJECT-FILE-OK
016410         MOVE "REJFILE " TO WS-INT-ARQ-ANEXO
016410         MOVE REJ-RECORD TO WS-INT-ANEXO
016410         PERFORM 7400-IMAGEM-ACRESCIMO
016410             THRU 7400-IMAGEM-ACRESCIMO-EXIT
016410         WRITE REJ-RECORD
016415     END-IF.
016420 2150-REJEITAR-TRANSACAO-EXIT.
016432     END-IF.
016432 2170-VALIDAR-AGENCIA-EXIT.
016432     EXIT.
016432*
016432***************************************************************
016432*    2180-TRIAR-SANCOES - NOME E CPF/CNPJ DO CLIENTE NOVO      *
016432*    CONTRA A LISTA DE SANCOES E PEP ANTES DO WRITE; COM       *
016432*    OCORRENCIA ACIMA DO LIMIAR O CLIENTE ENTRA PENDENTE ("P") *
016432*    PARA REVISAO (BLOQUEADO OU CANCELADO FICA COMO VEIO)      *
016432***************************************************************
016432 2180-TRIAR-SANCOES.
016432     MOVE "N" TO WS-TRIAGEM-SW.
016432     SET SAN-CONSULTAR TO TRUE.
016432     MOVE TRANS-ID TO SAN-CUST-ID.
016432     MOVE TRANS-NOME TO SAN-NOME.
016432     MOVE TRANS-CPF-CNPJ TO SAN-CPF-CNPJ.
016432     MOVE SPACE TO SAN-ORIGEM.
016432     MOVE RUN-DATA TO SAN-DATA.
016432     CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
016432     IF SAN-SEM-LISTA
016432         IF NOT AVISO-LISTA-DADO
016432             DISPLAY "AVISO: SANLISTA INDISPONIVEL - INCLUSOES "
016432                 "SEM TRIAGEM DE SANCOES/PEP"
016432             MOVE "Y" TO WS-AVISO-LISTA-SWITCH
016432         END-IF
016432         GO TO 2180-TRIAR-SANCOES-EXIT
016432     END-IF.
016432     IF NOT SAN-RETER
016432         GO TO 2180-TRIAR-SANCOES-EXIT
016432     END-IF.
016432     MOVE "Y" TO WS-TRIAGEM-SW.
016432     IF CUST-ATIVO OR CUST-INATIVO
016432         SET CUST-PENDENTE TO TRUE
016432     END-IF.
016432 2180-TRIAR-SANCOES-EXIT.
016432     EXIT.
016432*
016432***************************************************************
016432*    2185-REGISTRAR-OCORRENCIA - CLIENTE JA GRAVADO: A          *
016432*    OCORRENCIA VAI PARA O SANHIT AGUARDANDO O ANALISTA         *
016432***************************************************************
016432 2185-REGISTRAR-OCORRENCIA.
016432     SET SAN-REGISTRAR TO TRUE.
016432     MOVE "I" TO SAN-ORIGEM.
016432     CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
016432     IF SAN-RETER
016432         ADD 1 TO WS-QTDE-RETIDOS-TRIAGEM
016432         DISPLAY "CLIENTE RETIDO PARA REVISAO (SANCOES/PEP): "
016432             TRANS-ID " LISTA " SAN-MAIOR-LISTA-ID " PONTOS "
016432             SAN-MAIOR-PONTOS
016432     END-IF.
016432     IF SAN-SEM-REGISTRO
016432         DISPLAY "AVISO: SANHIT INDISPONIVEL - OCORRENCIA DE "
016432             TRANS-ID " NAO REGISTRADA"
016432     END-IF.
016432 2185-REGISTRAR-OCORRENCIA-EXIT.
016432     EXIT.
016433*
016432***************************************************************
016433*    2300-MOVIMENTAR-SALDO - APLICA UM DEBITO ("D") OU CREDITO   *
016437             THRU 2150-REJEITAR-TRANSACAO-EXIT
016437         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016437     END-IF.
016437*    RENDIMENTO DE APLICACAO SO ENTRA COMO CREDITO NA CONTA "AP";
016437*    O IR NA FONTE SAI AQUI MESMO (VER 2360) - UM "IRRF" NO FEED
016437*    SO VALE COMO DEBITO (REPASSE DE UMA RETENCAO QUE CAIU NO
016437*    REJFILE)
016437     IF TRANS-MOT-REND-APLIC
016437         AND (NOT TRANS-CREDITAR OR TRANS-CONTA NOT = "AP")
016437         MOVE "REND APLIC SO A CREDITO NA AP" TO WS-MOTIVO-REJEITO
016437         PERFORM 2150-REJEITAR-TRANSACAO
016437             THRU 2150-REJEITAR-TRANSACAO-EXIT
016437         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016437     END-IF.
016437     IF TRANS-MOT-IR-FONTE AND NOT TRANS-DEBITAR
016437         MOVE "MOTIVO IRRF SO A DEBITO" TO WS-MOTIVO-REJEITO
016437         PERFORM 2150-REJEITAR-TRANSACAO
016437             THRU 2150-REJEITAR-TRANSACAO-EXIT
016437         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016437     END-IF.
016437*    PAGAMENTO DE VALOR A RECEBER AO TITULAR (VALORES-RESGATE) SO
016437*    SAI A DEBITO - E E O UNICO MOVIMENTO ACEITO EM CLIENTE
016437*    CANCELADO, QUE AINDA PODE TER SALDO A DEVOLVER
016437     IF TRANS-MOT-VALOR-RECEBER AND NOT TRANS-DEBITAR
016437         MOVE "MOTIVO VREC SO A DEBITO" TO WS-MOTIVO-REJEITO
016437         PERFORM 2150-REJEITAR-TRANSACAO
016437             THRU 2150-REJEITAR-TRANSACAO-EXIT
016437         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016437     END-IF.
016437*    TARIFA POR EVENTO (TARIFA-COBRAR) SO SAI A DEBITO; DEVOLUCAO
016437*    DE TARIFA E ESTORNO DO LANCAMENTO
016437     IF TRANS-MOT-TARIFA AND NOT TRANS-DEBITAR
016437         MOVE "MOTIVO TARF SO A DEBITO" TO WS-MOTIVO-REJEITO
016437         PERFORM 2150-REJEITAR-TRANSACAO
016437             THRU 2150-REJEITAR-TRANSACAO-EXIT
016437         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016437     END-IF.
016437*    CREDITO PROVISORIO DE CONTESTACAO (CONTESTACAO-CICLO) SO
016437*    ENTRA A CREDITO; CONTESTACAO NEGADA E ESTORNO DO LANCAMENTO
016437     IF TRANS-MOT-CONTESTACAO AND NOT TRANS-CREDITAR
016437         MOVE "MOTIVO CTSP SO A CREDITO" TO WS-MOTIVO-REJEITO
016437         PERFORM 2150-REJEITAR-TRANSACAO
016437             THRU 2150-REJEITAR-TRANSACAO-EXIT
016437         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016437     END-IF.
016438     MOVE TRANS-ID TO CUST-ID.
016439     READ CUSTOMER-MASTER
016440         KEY IS CUST-ID
016448         PERFORM 2150-REJEITAR-TRANSACAO
016449             THRU 2150-REJEITAR-TRANSACAO-EXIT
016450     ELSE
016451         IF CUST-CANCELADO AND NOT TRANS-MOT-VALOR-RECEBER
016452             MOVE "MOVTO SOBRE CLIENTE CANCELADO" TO
016453                 WS-MOTIVO-REJEITO
016454             PERFORM 2150-REJEITAR-TRANSACAO
016455                             PERFORM 2150-REJEITAR-TRANSACAO
016455                                 THRU
016455                                 2150-REJEITAR-TRANSACAO-EXIT
016455                             MOVE "LIMR" TO NTF-EVENTO
016455                             MOVE TRANS-SALDO TO NTF-VALOR
016455                             MOVE WS-MOTIVO-REJEITO
016455                                 TO NTF-REFERENCIA
016455                             PERFORM 7600-PREPARAR-NOTIFICACAO
016455                                 THRU
016455                                 7600-PREPARAR-NOTIFICACAO-EXIT
016455                         END-IF
016455                         GO TO 2300-MOVIMENTAR-SALDO-EXIT
016455                     END-IF
016455                 END-IF
016455             END-IF
016455*            O MESMO DEBITO NAO PODE LEVAR O GRUPO ECONOMICO DO
016455*            CLIENTE ACIMA DO LIMITE DO GRUPO - MESMO DESTINO DO
016455*            ESTOURO DO LIMITE INDIVIDUAL
016455             IF TRANS-DEBITAR AND GRUPOS-DISPONIVEIS
016455                 PERFORM 2320-VERIFICAR-LIMITE-GRUPO
016455                     THRU 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016455                 IF GRUPO-ESTOURADO
016455                     ADD 1 TO WS-QTDE-GRUPO-BLOQ
016455                     IF WS-LIMITE-APROVACAO > ZERO
016455                         AND NOT APLICANDO-APROVADOS
016455                         PERFORM 2800-ENFILEIRAR-APROVACAO
016455                             THRU 2800-ENFILEIRAR-APROVACAO-EXIT
016455                     ELSE
016455                         MOVE "DEBITO ESTOURA LIMITE GRUPO"
016455                             TO WS-MOTIVO-REJEITO
016455                         PERFORM 2150-REJEITAR-TRANSACAO
016455                             THRU 2150-REJEITAR-TRANSACAO-EXIT
016455                     END-IF
016455                     GO TO 2300-MOVIMENTAR-SALDO-EXIT
016455                 END-IF
016455             END-IF
016455*            DEBITO "IRRF" DO FEED NAO TEM BASE NEM ALIQUOTA
016455             IF TRANS-MOT-IR-FONTE
016455                 MOVE ZERO TO IRR-RENDIMENTO
016455                 MOVE ZERO TO IRR-ALIQUOTA
016455             END-IF
016456             MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES
016457             PERFORM 2350-APLICAR-MOVIMENTO
016458                 THRU 2350-APLICAR-MOVIMENTO-EXIT
016458             IF MOVTO-APLICADO
016458                 PERFORM 2360-TRIBUTAR-MOVIMENTO
016458                     THRU 2360-TRIBUTAR-MOVIMENTO-EXIT
016458             END-IF
016458             IF MOVTO-APLICADO AND TRANS-CREDITAR
016458                 AND TRANS-MOT-PIX
016458                 MOVE "PIXC" TO NTF-EVENTO
016458                 MOVE TRANS-SALDO TO NTF-VALOR
016458                 MOVE SPACES TO NTF-REFERENCIA
016458                 PERFORM 7600-PREPARAR-NOTIFICACAO
016458                     THRU 7600-PREPARAR-NOTIFICACAO-EXIT
016458             END-IF
016459         END-IF
016460     END-IF.
016461 2300-MOVIMENTAR-SALDO-EXIT.
016461     EXIT.
016461*
016461***************************************************************
016461*    2320-VERIFICAR-LIMITE-GRUPO - EXPOSICAO DO GRUPO DEPOIS DO *
016461*    DEBITO: SALDO DEVEDOR PROJETADO DO CLIENTE MAIS OS SALDOS  *
016461*    DEVEDORES DOS DEMAIS MEMBROS (RELCLI PELA CHAVE DO GRUPO), *
016461*    CONTRA O LIMITE DO GRPLIM. CLIENTE SEM GRUPO, OU GRUPO SEM *
016461*    LIMITE, SEGUE SEM TRAVA. LER OS MEMBROS TROCA O REGISTRO   *
016461*    CORRENTE DO MESTRE, QUE E RELIDO NO FIM                    *
016461***************************************************************
016461 2320-VERIFICAR-LIMITE-GRUPO.
016461     MOVE "N" TO WS-GRUPO-ESTOURO-SW.
016461     MOVE CUST-SALDO TO WS-SALDO-CLIENTE-GRP.
016461     MOVE TRANS-ID TO REL-CUST-ID.
016461     MOVE LOW-VALUES TO REL-CUST-REL.
016461     START RELATION-FILE KEY IS NOT LESS THAN REL-CHAVE
016461         INVALID KEY
016461             GO TO 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016461     END-START.
016461     READ RELATION-FILE NEXT RECORD
016461         AT END
016461             GO TO 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016461     END-READ.
016461     IF NOT RELCLI-OK OR REL-CUST-ID NOT = TRANS-ID
016461         GO TO 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016461     END-IF.
016461     MOVE REL-GRUPO-ID TO WS-GRUPO-CLIENTE.
016461     MOVE WS-GRUPO-CLIENTE TO GRP-ID.
016461     READ GROUP-LIMIT-FILE
016461         KEY IS GRP-ID
016461         INVALID KEY
016461             GO TO 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016461     END-READ.
016461     IF GRP-LIMITE NOT NUMERIC OR GRP-LIMITE = ZERO
016461         GO TO 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016461     END-IF.
016461     MOVE ZERO TO WS-EXPOSICAO-GRUPO.
016461     IF WS-SALDO-CLIENTE-GRP - TRANS-SALDO < ZERO
016461         COMPUTE WS-EXPOSICAO-GRUPO =
016461             TRANS-SALDO - WS-SALDO-CLIENTE-GRP
016461     END-IF.
016461     MOVE ZERO TO WS-QTDE-MEMBROS-GRP.
016461     MOVE "N" TO WS-FIM-GRUPO-SW.
016461     MOVE WS-GRUPO-CLIENTE TO REL-GRUPO-ID.
016461     START RELATION-FILE KEY IS EQUAL TO REL-GRUPO-ID
016461         INVALID KEY
016461             MOVE "Y" TO WS-FIM-GRUPO-SW
016461     END-START.
016461     PERFORM 2325-SOMAR-MEMBRO-GRUPO
016461         THRU 2325-SOMAR-MEMBRO-GRUPO-EXIT
016461         UNTIL FIM-DO-GRUPO.
016461     IF WS-EXPOSICAO-GRUPO > GRP-LIMITE
016461         MOVE "Y" TO WS-GRUPO-ESTOURO-SW
016461     END-IF.
016461     MOVE TRANS-ID TO CUST-ID.
016461     READ CUSTOMER-MASTER
016461         KEY IS CUST-ID
016461         INVALID KEY
016461             CONTINUE
016461     END-READ.
016461 2320-VERIFICAR-LIMITE-GRUPO-EXIT.
016461     EXIT.
016461*
016461***************************************************************
016461*    2325-SOMAR-MEMBRO-GRUPO - PROXIMO VINCULO DO GRUPO; CADA   *
016461*    MEMBRO (EXCETO O PROPRIO CLIENTE) ENTRA UMA VEZ SO         *
016461***************************************************************
016461 2325-SOMAR-MEMBRO-GRUPO.
016461     READ RELATION-FILE NEXT RECORD
016461         AT END
016461             MOVE "Y" TO WS-FIM-GRUPO-SW
016461             GO TO 2325-SOMAR-MEMBRO-GRUPO-EXIT
016461     END-READ.
016461     IF NOT RELCLI-OK OR REL-GRUPO-ID NOT = WS-GRUPO-CLIENTE
016461         MOVE "Y" TO WS-FIM-GRUPO-SW
016461         GO TO 2325-SOMAR-MEMBRO-GRUPO-EXIT
016461     END-IF.
016461     IF REL-CUST-ID = TRANS-ID
016461         GO TO 2325-SOMAR-MEMBRO-GRUPO-EXIT
016461     END-IF.
016461     MOVE "N" TO WS-MEMBRO-SOMADO-SW.
016461     PERFORM 2330-COMPARAR-MEMBRO-GRUPO
016461         THRU 2330-COMPARAR-MEMBRO-GRUPO-EXIT
016461         VARYING WS-SUB-MEMBRO-GRP FROM 1 BY 1
016461         UNTIL WS-SUB-MEMBRO-GRP > WS-QTDE-MEMBROS-GRP
016461             OR MEMBRO-JA-SOMADO.
016461     IF MEMBRO-JA-SOMADO
016461         GO TO 2325-SOMAR-MEMBRO-GRUPO-EXIT
016461     END-IF.
016461     IF WS-QTDE-MEMBROS-GRP < 200
016461         ADD 1 TO WS-QTDE-MEMBROS-GRP
016461         MOVE REL-CUST-ID TO WS-MEMBRO-GRUPO(WS-QTDE-MEMBROS-GRP)
016461     END-IF.
016461     MOVE REL-CUST-ID TO CUST-ID.
016461     READ CUSTOMER-MASTER
016461         KEY IS CUST-ID
016461         INVALID KEY
016461             GO TO 2325-SOMAR-MEMBRO-GRUPO-EXIT
016461     END-READ.
016461     IF CUST-SALDO NUMERIC AND CUST-SALDO < ZERO
016461         SUBTRACT CUST-SALDO FROM WS-EXPOSICAO-GRUPO
016461     END-IF.
016461 2325-SOMAR-MEMBRO-GRUPO-EXIT.
016461     EXIT.
016461*
016461***************************************************************
016461*    2330-COMPARAR-MEMBRO-GRUPO                                *
016461***************************************************************
016461 2330-COMPARAR-MEMBRO-GRUPO.
016461     IF WS-MEMBRO-GRUPO(WS-SUB-MEMBRO-GRP) = REL-CUST-ID
016461         MOVE "Y" TO WS-MEMBRO-SOMADO-SW
016461     END-IF.
016461 2330-COMPARAR-MEMBRO-GRUPO-EXIT.
016462     EXIT.
016463*
016464***************************************************************
016466*    REGISTRO; ESTOURO ARITMETICO VIRA REJEICAO, NAO ABEND       *
016467***************************************************************
016468 2350-APLICAR-MOVIMENTO.
016468     MOVE "N" TO WS-MOVTO-APLICADO-SW.
016469     IF TRANS-DEBITAR
016470         SUBTRACT TRANS-SALDO FROM CUST-SALDO
016471             ON SIZE ERROR
016485                 GO TO 2350-APLICAR-MOVIMENTO-EXIT
016486         END-ADD
016487     END-IF.
016488     PERFORM 7100-IMAGEM-MESTRE
016488         THRU 7100-IMAGEM-MESTRE-EXIT.
016488     REWRITE CUSTOMER-MASTER-RECORD.
016489     IF MASTER-OK
016489         MOVE "Y" TO WS-MOVTO-APLICADO-SW
016490         IF TRANS-DEBITAR
016491             ADD 1 TO WS-QTDE-DEBITOS
016492             ADD TRANS-SALDO TO WS-TOTAL-DEBITADO
016499             WS-MASTER-FILE-STATUS
016500     END-IF.
016501 2350-APLICAR-MOVIMENTO-EXIT.
016501     EXIT.
016501*
016501***************************************************************
016501*    2360-TRIBUTAR-MOVIMENTO - DEPOIS DE UM MOVIMENTO APLICADO: *
016501*    RENDIMENTO DE APLICACAO RETEM O IR NA FONTE (2460); O DA   *
016501*    POUPANCA E ISENTO E SO ENTRA NO ACUMULADO DO INFORME; UM   *
016501*    DEBITO "IRRF" REPASSADO SOMA O IMPOSTO NO ACUMULADO        *
016501***************************************************************
016501 2360-TRIBUTAR-MOVIMENTO.
016501     EVALUATE TRUE
016501         WHEN TRANS-MOT-REND-APLIC
016501             MOVE TRANS-ID TO WS-IR-CUST-ID
016501             MOVE "AP" TO WS-IR-CONTA
016501             MOVE TRANS-SALDO TO WS-IR-RENDIMENTO
016501             PERFORM 2460-RETER-IR THRU 2460-RETER-IR-EXIT
016501         WHEN TRANS-MOT-REND-POUP AND TRANS-CREDITAR
016501             MOVE TRANS-SALDO TO WS-IR-RENDIMENTO
016501             MOVE ZERO TO IRR-VALOR-IR
016501             MOVE "Y" TO WS-IR-ISENTO-SW
016501             PERFORM 2470-ACUMULAR-IRFONTE
016501                 THRU 2470-ACUMULAR-IRFONTE-EXIT
016501             MOVE "N" TO WS-IR-ISENTO-SW
016501         WHEN TRANS-MOT-IR-FONTE
016501             MOVE ZERO TO WS-IR-RENDIMENTO
016501             MOVE TRANS-SALDO TO IRR-VALOR-IR
016501             ADD 1 TO WS-QTDE-RETENCOES
016501             ADD TRANS-SALDO TO WS-TOTAL-IR-RETIDO
016501             PERFORM 2470-ACUMULAR-IRFONTE
016501                 THRU 2470-ACUMULAR-IRFONTE-EXIT
016501     END-EVALUATE.
016501 2360-TRIBUTAR-MOVIMENTO-EXIT.
016502     EXIT.
016503*
016504***************************************************************
016504*    2400-TRANSFERIR - TRANSFERENCIA ("F") DA CONTA TRANS-CONTA *
016504*    DE TRANS-ID PARA A CONTA TRANS-DEST-CONTA DE TRANS-DEST-ID *
016504*    (BRANCO = "CC"). AS DUAS PONTAS SAO VALIDADAS ANTES DE     *
016504*    QUALQUER GRAVACAO (EXISTENCIA, STATUS, MOEDA, CONTA DE     *
016504*    ORIGEM E LIMITE DO CREDLIM) E APLICADAS COMO UMA UNIDADE   *
016504***************************************************************
016504 2400-TRANSFERIR.
016504     IF TRANS-SALDO NOT NUMERIC OR TRANS-SALDO NOT > ZERO
016504         MOVE "VALOR DA TRANSF INVALIDO" TO WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2400-TRANSFERIR-EXIT
016504     END-IF.
016504     IF TRANS-DEST-ID = SPACES
016504         MOVE "DESTINO DA TRANSF EM BRANCO" TO WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2400-TRANSFERIR-EXIT
016504     END-IF.
016504     IF TRANS-CONTA = SPACES
016504         MOVE "CC" TO WS-TRF-CONTA-ORIG
016504     ELSE
016504         MOVE TRANS-CONTA TO WS-TRF-CONTA-ORIG
016504     END-IF.
016504     IF TRANS-DEST-CONTA = SPACES
016504         MOVE "CC" TO WS-TRF-CONTA-DEST
016504     ELSE
016504         MOVE TRANS-DEST-CONTA TO WS-TRF-CONTA-DEST
016504     END-IF.
016504     MOVE "N" TO WS-TRF-MESMO-CLIENTE-SW.
016504     IF TRANS-DEST-ID = TRANS-ID
016504         MOVE "Y" TO WS-TRF-MESMO-CLIENTE-SW
016504     END-IF.
016504     IF TRF-MESMO-CLIENTE
016504         AND WS-TRF-CONTA-ORIG = WS-TRF-CONTA-DEST
016504         MOVE "ORIGEM E DESTINO IGUAIS" TO WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2400-TRANSFERIR-EXIT
016504     END-IF.
016504*    RESGATE DE APLICACAO (SAIDA DA CONTA "AP") SO VAI PARA OUTRA
016504*    CONTA DO PROPRIO TITULAR; A PARCELA DE RENDIMENTO (BASE DO IR
016504*    NA FONTE, VER 2460) ESTA CONTIDA NO VALOR RESGATADO
016504     MOVE ZERO TO WS-IR-RENDIMENTO.
016504     IF WS-TRF-CONTA-ORIG = "AP"
016504         IF NOT TRF-MESMO-CLIENTE
016504             MOVE "RESGATE SO P/ CONTA DO TITULAR" TO
016504                 WS-MOTIVO-REJEITO
016504             PERFORM 2150-REJEITAR-TRANSACAO
016504                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             GO TO 2400-TRANSFERIR-EXIT
016504         END-IF
016504         IF TRANS-APL-REND-X NOT = SPACES
016504             IF TRANS-APL-RENDIMENTO NOT NUMERIC
016504                 OR TRANS-APL-RENDIMENTO > TRANS-SALDO
016504                 MOVE "RENDIMENTO DO RESGATE INVALIDO" TO
016504                     WS-MOTIVO-REJEITO
016504                 PERFORM 2150-REJEITAR-TRANSACAO
016504                     THRU 2150-REJEITAR-TRANSACAO-EXIT
016504                 GO TO 2400-TRANSFERIR-EXIT
016504             END-IF
016504             MOVE TRANS-APL-RENDIMENTO TO WS-IR-RENDIMENTO
016504         END-IF
016504     END-IF.
016504*    ENTRE CONTAS DO MESMO CLIENTE O CONSOLIDADO NAO MUDA - SEM O
016504*    SUB-RAZAO A TRANSFERENCIA NAO TERIA ONDE SER LANCADA
016504     IF TRF-MESMO-CLIENTE AND NOT CONTAS-DISPONIVEIS
016504         MOVE "CUSTACCT INDISPONIVEL P/TRANSF" TO
016504             WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2400-TRANSFERIR-EXIT
016504     END-IF.
016504*    PONTA DE DESTINO (OUTRO CLIENTE): EXISTENCIA, STATUS, MOEDA
016504*    E ESPACO NO SALDO PARA O CREDITO
016504     IF NOT TRF-MESMO-CLIENTE
016504         MOVE TRANS-DEST-ID TO CUST-ID
016504         READ CUSTOMER-MASTER
016504             KEY IS CUST-ID
016504             INVALID KEY
016504                 CONTINUE
016504         END-READ
016504         IF NOT MASTER-OK
016504             ADD 1 TO WS-QTDE-NAO-ACHADOS
016504             MOVE "DESTINO DA TRANSF NAO ACHADO" TO
016504                 WS-MOTIVO-REJEITO
016504             PERFORM 2150-REJEITAR-TRANSACAO
016504                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             GO TO 2400-TRANSFERIR-EXIT
016504         END-IF
016504         IF CUST-CANCELADO
016504             MOVE "TRANSF P/ CLIENTE CANCELADO" TO
016504                 WS-MOTIVO-REJEITO
016504             PERFORM 2150-REJEITAR-TRANSACAO
016504                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             GO TO 2400-TRANSFERIR-EXIT
016504         END-IF
016504         MOVE CUST-MOEDA TO WS-TRF-MOEDA-DEST
016504         IF MOEDA-LOCAL-BRL
016504             MOVE "BRL" TO WS-TRF-MOEDA-DEST
016504         END-IF
016504         COMPUTE WS-TRF-SALDO-NOVO = CUST-SALDO + TRANS-SALDO
016504             ON SIZE ERROR
016504                 MOVE "OVERFLOW DE SALDO NA TRANSF" TO
016504                     WS-MOTIVO-REJEITO
016504                 PERFORM 2150-REJEITAR-TRANSACAO
016504                     THRU 2150-REJEITAR-TRANSACAO-EXIT
016504                 GO TO 2400-TRANSFERIR-EXIT
016504         END-COMPUTE
016504     END-IF.
016504*    PONTA DE ORIGEM
016504     MOVE TRANS-ID TO CUST-ID.
016504     READ CUSTOMER-MASTER
016504         KEY IS CUST-ID
016504         INVALID KEY
016504             CONTINUE
016504     END-READ.
016504     IF NOT MASTER-OK
016504         ADD 1 TO WS-QTDE-NAO-ACHADOS
016504         MOVE "CLIENTE NAO ENCONTRADO P/MOVTO" TO
016504             WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2400-TRANSFERIR-EXIT
016504     END-IF.
016504     IF CUST-CANCELADO
016504         MOVE "MOVTO SOBRE CLIENTE CANCELADO" TO WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2400-TRANSFERIR-EXIT
016504     END-IF.
016504     IF NOT TRF-MESMO-CLIENTE
016504         IF (MOEDA-LOCAL-BRL AND WS-TRF-MOEDA-DEST NOT = "BRL")
016504             OR (NOT MOEDA-LOCAL-BRL
016504                 AND CUST-MOEDA NOT = WS-TRF-MOEDA-DEST)
016504             MOVE "MOEDAS DIFERENTES NA TRANSF" TO
016504                 WS-MOTIVO-REJEITO
016504             PERFORM 2150-REJEITAR-TRANSACAO
016504                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             GO TO 2400-TRANSFERIR-EXIT
016504         END-IF
016504     END-IF.
016504*    CONTA DE ORIGEM NO SUB-RAZAO: A CORRENTE PODE AINDA NAO
016504*    EXISTIR (CLIENTE LEGADO, SALDO SO NO MESTRE); POUPANCA OU
016504*    APLICACAO INEXISTENTE NAO TEM DE ONDE SAIR DINHEIRO
016504     MOVE "N" TO WS-TRF-CONTA-ORIG-SW.
016504     MOVE ZERO TO WS-TRF-SALDO-CONTA.
016504     IF CONTAS-DISPONIVEIS
016504         MOVE TRANS-ID TO ACC-CUST-ID
016504         MOVE WS-TRF-CONTA-ORIG TO ACC-TIPO
016504         READ ACCOUNT-FILE
016504             INVALID KEY
016504                 CONTINUE
016504         END-READ
016504         IF ACCT-OK
016504             MOVE "Y" TO WS-TRF-CONTA-ORIG-SW
016504             MOVE ACC-SALDO TO WS-TRF-SALDO-CONTA
016504         ELSE
016504             IF WS-TRF-CONTA-ORIG NOT = "CC"
016504                 MOVE "CONTA DE ORIGEM INEXISTENTE" TO
016504                     WS-MOTIVO-REJEITO
016504                 PERFORM 2150-REJEITAR-TRANSACAO
016504                     THRU 2150-REJEITAR-TRANSACAO-EXIT
016504                 GO TO 2400-TRANSFERIR-EXIT
016504             END-IF
016504         END-IF
016504     END-IF.
016504*    LIMITE DE CREDITO DA ORIGEM: ENTRE CLIENTES VALE O SALDO
016504*    CONSOLIDADO; ENTRE CONTAS DO MESMO CLIENTE, O DA CONTA DE
016504*    ORIGEM. ESTOURO VAI PARA A FILA DE APROVACAO OU PARA O
016504*    REJFILE
016504     IF LIMITES-DISPONIVEIS
016504         MOVE TRANS-ID TO LIM-CUST-ID
016504         READ CREDIT-LIMIT-FILE
016504             INVALID KEY
016504                 CONTINUE
016504         END-READ
016504         IF LIMITE-OK AND LIM-VALOR > ZERO
016504             IF TRF-MESMO-CLIENTE
016504                 COMPUTE WS-SALDO-PROJETADO =
016504                     WS-TRF-SALDO-CONTA - TRANS-SALDO
016504             ELSE
016504                 COMPUTE WS-SALDO-PROJETADO =
016504                     CUST-SALDO - TRANS-SALDO
016504             END-IF
016504             IF WS-SALDO-PROJETADO < (ZERO - LIM-VALOR)
016504                 ADD 1 TO WS-QTDE-LIMITE-BLOQ
016504                 IF WS-LIMITE-APROVACAO > ZERO
016504                     AND NOT APLICANDO-APROVADOS
016504                     PERFORM 2800-ENFILEIRAR-APROVACAO
016504                         THRU 2800-ENFILEIRAR-APROVACAO-EXIT
016504                 ELSE
016504                     MOVE "TRANSF ESTOURA LIMITE CRED" TO
016504                         WS-MOTIVO-REJEITO
016504                     PERFORM 2150-REJEITAR-TRANSACAO
016504                         THRU 2150-REJEITAR-TRANSACAO-EXIT
016504                 END-IF
016504                 GO TO 2400-TRANSFERIR-EXIT
016504             END-IF
016504         END-IF
016504     END-IF.
016504*    LIMITE DO GRUPO ECONOMICO DA ORIGEM: A TRANSFERENCIA PARA
016504*    FORA DO GRUPO E UM DEBITO COMO OUTRO QUALQUER (MESMO DESTINO
016504*    DO ESTOURO NO 2300); PARA OUTRO MEMBRO DO MESMO GRUPO A
016504*    EXPOSICAO DO GRUPO NAO MUDA. O 2320 RELE A ORIGEM NO FIM, QUE
016504*    E O REGISTRO CORRENTE ESPERADO PELO 2410
016504     IF NOT TRF-MESMO-CLIENTE AND GRUPOS-DISPONIVEIS
016504         PERFORM 2320-VERIFICAR-LIMITE-GRUPO
016504             THRU 2320-VERIFICAR-LIMITE-GRUPO-EXIT
016504         IF GRUPO-ESTOURADO
016504             PERFORM 2405-TESTAR-GRUPO-DESTINO
016504                 THRU 2405-TESTAR-GRUPO-DESTINO-EXIT
016504         END-IF
016504         IF GRUPO-ESTOURADO
016504             ADD 1 TO WS-QTDE-GRUPO-BLOQ
016504             IF WS-LIMITE-APROVACAO > ZERO
016504                 AND NOT APLICANDO-APROVADOS
016504                 PERFORM 2800-ENFILEIRAR-APROVACAO
016504                     THRU 2800-ENFILEIRAR-APROVACAO-EXIT
016504             ELSE
016504                 MOVE "TRANSF ESTOURA LIMITE GRUPO" TO
016504                     WS-MOTIVO-REJEITO
016504                 PERFORM 2150-REJEITAR-TRANSACAO
016504                     THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             END-IF
016504             GO TO 2400-TRANSFERIR-EXIT
016504         END-IF
016504     END-IF.
016504     MOVE "N" TO WS-MOVTO-APLICADO-SW.
016504     IF TRF-MESMO-CLIENTE
016504         PERFORM 2420-TRANSFERIR-ENTRE-CONTAS
016504             THRU 2420-TRANSFERIR-ENTRE-CONTAS-EXIT
016504     ELSE
016504         PERFORM 2410-TRANSFERIR-ENTRE-CLIENTES
016504             THRU 2410-TRANSFERIR-ENTRE-CLIENTES-EXIT
016504     END-IF.
016504*    RESGATE EFETIVADO: IR NA FONTE SOBRE A PARCELA DE RENDIMENTO,
016504*    DEBITADO NA CONTA QUE RECEBEU O RESGATE
016504     IF MOVTO-APLICADO AND WS-TRF-CONTA-ORIG = "AP"
016504         AND WS-IR-RENDIMENTO > ZERO
016504         MOVE TRANS-ID TO WS-IR-CUST-ID
016504         MOVE WS-TRF-CONTA-DEST TO WS-IR-CONTA
016504         PERFORM 2460-RETER-IR THRU 2460-RETER-IR-EXIT
016504     END-IF.
016504 2400-TRANSFERIR-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2405-TESTAR-GRUPO-DESTINO - DESTINO NO MESMO GRUPO DA      *
016504*    ORIGEM (WS-GRUPO-CLIENTE, DEIXADO PELO 2320) DESFAZ O      *
016504*    ESTOURO. O CLIENTE PERTENCE A UM GRUPO SO, ENTAO BASTA O   *
016504*    PRIMEIRO VINCULO DO DESTINO NO RELCLI                      *
016504***************************************************************
016504 2405-TESTAR-GRUPO-DESTINO.
016504     MOVE TRANS-DEST-ID TO REL-CUST-ID.
016504     MOVE LOW-VALUES TO REL-CUST-REL.
016504     START RELATION-FILE KEY IS NOT LESS THAN REL-CHAVE
016504         INVALID KEY
016504             GO TO 2405-TESTAR-GRUPO-DESTINO-EXIT
016504     END-START.
016504     READ RELATION-FILE NEXT RECORD
016504         AT END
016504             GO TO 2405-TESTAR-GRUPO-DESTINO-EXIT
016504     END-READ.
016504     IF NOT RELCLI-OK OR REL-CUST-ID NOT = TRANS-DEST-ID
016504         GO TO 2405-TESTAR-GRUPO-DESTINO-EXIT
016504     END-IF.
016504     IF REL-GRUPO-ID = WS-GRUPO-CLIENTE
016504         MOVE "N" TO WS-GRUPO-ESTOURO-SW
016504     END-IF.
016504 2405-TESTAR-GRUPO-DESTINO-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2410-TRANSFERIR-ENTRE-CLIENTES - DEBITA A ORIGEM (JA LIDA), *
016504*    CREDITA O DESTINO; SE O DESTINO NAO GRAVAR, A ORIGEM VOLTA *
016504*    A IMAGEM ANTERIOR E A TRANSFERENCIA INTEIRA E REJEITADA    *
016504***************************************************************
016504 2410-TRANSFERIR-ENTRE-CLIENTES.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-ORIG-ANTES.
016504     SUBTRACT TRANS-SALDO FROM CUST-SALDO
016504         ON SIZE ERROR
016504             MOVE "OVERFLOW DE SALDO NA TRANSF" TO
016504                 WS-MOTIVO-REJEITO
016504             PERFORM 2150-REJEITAR-TRANSACAO
016504                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             GO TO 2410-TRANSFERIR-ENTRE-CLIENTES-EXIT
016504     END-SUBTRACT.
016504     PERFORM 7100-IMAGEM-MESTRE
016504         THRU 7100-IMAGEM-MESTRE-EXIT.
016504     REWRITE CUSTOMER-MASTER-RECORD.
016504     IF NOT MASTER-OK
016504         DISPLAY "ERRO AO REGRAVAR " TRANS-ID " - STATUS: "
016504             WS-MASTER-FILE-STATUS
016504         MOVE "FALHA AO GRAVAR ORIGEM TRANSF" TO WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2410-TRANSFERIR-ENTRE-CLIENTES-EXIT
016504     END-IF.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-ORIG-DEPOIS.
016504     MOVE TRANS-DEST-ID TO CUST-ID.
016504     READ CUSTOMER-MASTER
016504         KEY IS CUST-ID
016504         INVALID KEY
016504             CONTINUE
016504     END-READ.
016504     IF MASTER-OK
016504         MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-DEST-ANTES
016504         ADD TRANS-SALDO TO CUST-SALDO
016504             ON SIZE ERROR
016504                 MOVE "99" TO WS-MASTER-FILE-STATUS
016504         END-ADD
016504     END-IF.
016504     IF MASTER-OK
016504         PERFORM 7100-IMAGEM-MESTRE
016504             THRU 7100-IMAGEM-MESTRE-EXIT
016504         REWRITE CUSTOMER-MASTER-RECORD
016504     END-IF.
016504     IF NOT MASTER-OK
016504         DISPLAY "ERRO AO REGRAVAR " TRANS-DEST-ID " - STATUS: "
016504             WS-MASTER-FILE-STATUS
016504         PERFORM 2415-DESFAZER-ORIGEM
016504             THRU 2415-DESFAZER-ORIGEM-EXIT
016504         MOVE "FALHA NO DESTINO - DESFEITA" TO WS-MOTIVO-REJEITO
016504         PERFORM 2150-REJEITAR-TRANSACAO
016504             THRU 2150-REJEITAR-TRANSACAO-EXIT
016504         GO TO 2410-TRANSFERIR-ENTRE-CLIENTES-EXIT
016504     END-IF.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-DEST-DEPOIS.
016504     PERFORM 2430-REGISTRAR-TRANSFERENCIA
016504         THRU 2430-REGISTRAR-TRANSFERENCIA-EXIT.
016504 2410-TRANSFERIR-ENTRE-CLIENTES-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2415-DESFAZER-ORIGEM - DEVOLVE A ORIGEM A IMAGEM ANTERIOR  *
016504*    AO DEBITO; SE NEM ISSO GRAVAR, ALERTA CRITICO - O MESTRE   *
016504*    FICOU COM MEIA TRANSFERENCIA E PRECISA DE ACERTO MANUAL    *
016504***************************************************************
016504 2415-DESFAZER-ORIGEM.
016504     MOVE TRANS-ID TO CUST-ID.
016504     READ CUSTOMER-MASTER
016504         KEY IS CUST-ID
016504         INVALID KEY
016504             CONTINUE
016504     END-READ.
016504     IF MASTER-OK
016504         MOVE WS-TRF-IMG-ORIG-ANTES TO CUSTOMER-MASTER-RECORD
016504         PERFORM 7100-IMAGEM-MESTRE
016504             THRU 7100-IMAGEM-MESTRE-EXIT
016504         REWRITE CUSTOMER-MASTER-RECORD
016504     END-IF.
016504     IF NOT MASTER-OK
016504         MOVE "CLIMEST " TO ALR-PROGRAMA
016504         SET ALR-SEV-CRITICO TO TRUE
016504         MOVE SPACES TO ALR-MENSAGEM
016504         STRING "TRANSF " TRANS-ID " -> " TRANS-DEST-ID
016504             " NAO DESFEITA - ACERTAR SALDO DA ORIGEM"
016504             DELIMITED BY SIZE INTO ALR-MENSAGEM
016504         END-STRING
016504         CALL "ALERT-WRITER" USING ALR-PARAMETROS
016504         DISPLAY "ERRO AO DESFAZER TRANSF " TRANS-ID " - STATUS: "
016504             WS-MASTER-FILE-STATUS
016504     END-IF.
016504 2415-DESFAZER-ORIGEM-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2420-TRANSFERIR-ENTRE-CONTAS - MESMO CLIENTE: O CUST-SALDO *
016504*    CONSOLIDADO NAO MUDA, SO AS CONTAS DO SUB-RAZAO; AS PERNAS *
016504*    DO JOURNAL PASSAM PELO SALDO INTERMEDIARIO (VER JRNREC.CPY)*
016504***************************************************************
016504 2420-TRANSFERIR-ENTRE-CONTAS.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-ORIG-ANTES.
016504     SUBTRACT TRANS-SALDO FROM CUST-SALDO
016504         ON SIZE ERROR
016504             MOVE "OVERFLOW DE SALDO NA TRANSF" TO
016504                 WS-MOTIVO-REJEITO
016504             PERFORM 2150-REJEITAR-TRANSACAO
016504                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016504             GO TO 2420-TRANSFERIR-ENTRE-CONTAS-EXIT
016504     END-SUBTRACT.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-ORIG-DEPOIS.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-DEST-ANTES.
016504     MOVE WS-TRF-IMG-ORIG-ANTES TO CUSTOMER-MASTER-RECORD.
016504     MOVE CUSTOMER-MASTER-RECORD TO WS-TRF-IMG-DEST-DEPOIS.
016504     PERFORM 2430-REGISTRAR-TRANSFERENCIA
016504         THRU 2430-REGISTRAR-TRANSFERENCIA-EXIT.
016504 2420-TRANSFERIR-ENTRE-CONTAS-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2430-REGISTRAR-TRANSFERENCIA - AS DUAS PERNAS NO JOURNAL   *
016504*    (ORIGEM "TRANSF  ", UMA REFERENCIANDO A OUTRA) E NAS       *
016504*    CONTAS DO SUB-RAZAO                                        *
016504***************************************************************
016504 2430-REGISTRAR-TRANSFERENCIA.
016504     MOVE "Y" TO WS-MOVTO-APLICADO-SW.
016504     ADD 1 TO WS-QTDE-TRANSFERENCIAS.
016504     ADD TRANS-SALDO TO WS-TOTAL-TRANSFERIDO.
016504     MOVE "R" TO WS-JRN-TIPO-VERBO.
016504     MOVE WS-TRF-IMG-ORIG-ANTES TO WS-IMAGEM-ANTES.
016504     MOVE WS-TRF-IMG-ORIG-DEPOIS TO CUSTOMER-MASTER-RECORD.
016504     MOVE "D" TO WS-TRF-SENTIDO.
016504     MOVE TRANS-DEST-ID TO WS-TRF-CONTRAPARTE.
016504     MOVE WS-TRF-CONTA-ORIG TO WS-TRF-CONTA-PROPRIA.
016504     MOVE WS-TRF-CONTA-DEST TO WS-TRF-CONTA-CONTRA.
016504     PERFORM 2700-GRAVAR-JOURNAL THRU 2700-GRAVAR-JOURNAL-EXIT.
016504     MOVE TRANS-ID TO WS-TRF-CUST-PERNA.
016504     PERFORM 2440-LANCAR-PERNA-NA-CONTA
016504         THRU 2440-LANCAR-PERNA-NA-CONTA-EXIT.
016504     MOVE WS-TRF-IMG-DEST-ANTES TO WS-IMAGEM-ANTES.
016504     MOVE WS-TRF-IMG-DEST-DEPOIS TO CUSTOMER-MASTER-RECORD.
016504     MOVE "C" TO WS-TRF-SENTIDO.
016504     MOVE TRANS-ID TO WS-TRF-CONTRAPARTE.
016504     MOVE WS-TRF-CONTA-DEST TO WS-TRF-CONTA-PROPRIA.
016504     MOVE WS-TRF-CONTA-ORIG TO WS-TRF-CONTA-CONTRA.
016504     PERFORM 2700-GRAVAR-JOURNAL THRU 2700-GRAVAR-JOURNAL-EXIT.
016504     MOVE TRANS-DEST-ID TO WS-TRF-CUST-PERNA.
016504     PERFORM 2440-LANCAR-PERNA-NA-CONTA
016504         THRU 2440-LANCAR-PERNA-NA-CONTA-EXIT.
016504 2430-REGISTRAR-TRANSFERENCIA-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2440-LANCAR-PERNA-NA-CONTA - LANCA UMA PERNA NO SUB-RAZAO  *
016504*    (SENTIDO EM WS-TRF-SENTIDO); A CONTA DE DESTINO NASCE NA   *
016504*    HORA SE AINDA NAO EXISTIR, COMO EM 2750                    *
016504***************************************************************
016504 2440-LANCAR-PERNA-NA-CONTA.
016504     IF NOT CONTAS-DISPONIVEIS
016504         GO TO 2440-LANCAR-PERNA-NA-CONTA-EXIT
016504     END-IF.
016504     MOVE WS-TRF-CUST-PERNA TO ACC-CUST-ID.
016504     MOVE WS-TRF-CONTA-PROPRIA TO ACC-TIPO.
016504     READ ACCOUNT-FILE
016504         INVALID KEY
016504             CONTINUE
016504     END-READ.
016504     IF ACCT-OK
016504         IF WS-TRF-SENTIDO = "D"
016504             SUBTRACT TRANS-SALDO FROM ACC-SALDO
016504         ELSE
016504             ADD TRANS-SALDO TO ACC-SALDO
016504         END-IF
016504         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
016504         PERFORM 7200-IMAGEM-CONTA
016504             THRU 7200-IMAGEM-CONTA-EXIT
016504         REWRITE ACCOUNT-RECORD
016504     ELSE
016504         MOVE SPACES TO ACCOUNT-RECORD
016504         MOVE WS-TRF-CUST-PERNA TO ACC-CUST-ID
016504         MOVE WS-TRF-CONTA-PROPRIA TO ACC-TIPO
016504         IF WS-TRF-SENTIDO = "D"
016504             COMPUTE ACC-SALDO = ZERO - TRANS-SALDO
016504         ELSE
016504             MOVE TRANS-SALDO TO ACC-SALDO
016504         END-IF
016504         MOVE CUST-MOEDA TO ACC-MOEDA
016504         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
016504         MOVE RUN-DATA TO ACC-DATA-ABERTURA
016504         PERFORM 7200-IMAGEM-CONTA
016504             THRU 7200-IMAGEM-CONTA-EXIT
016504         WRITE ACCOUNT-RECORD
016504     END-IF.
016504     IF ACCT-OK
016504         ADD 1 TO WS-QTDE-CONTAS-MOVTO
016504     ELSE
016504         DISPLAY "ERRO AO GRAVAR CONTA " WS-TRF-CUST-PERNA "/"
016504             WS-TRF-CONTA-PROPRIA " - STATUS: "
016504             WS-ACCT-FILE-STATUS
016504     END-IF.
016504 2440-LANCAR-PERNA-NA-CONTA-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2460-RETER-IR - IMPOSTO DE RENDA NA FONTE SOBRE O          *
016504*    RENDIMENTO DE APLICACAO PAGO (WS-IR-RENDIMENTO), PELA      *
016504*    TABELA REGRESSIVA DA ROTINA IR-RETENCAO: O IMPOSTO SAI     *
016504*    COMO UM DEBITO PROPRIO (MOTIVO "IRRF") NA CONTA            *
016504*    WS-IR-CONTA DE WS-IR-CUST-ID, E RENDIMENTO E IMPOSTO SOMAM *
016504*    NO ACUMULADO DO INFORME (IRFONTE)                          *
016504***************************************************************
016504 2460-RETER-IR.
016504     MOVE "N" TO WS-IR-ISENTO-SW.
016504*    DIAS CORRIDOS DESDE A APLICACAO: DATA INFORMADA NA TRANSACAO
016504*    OU, NA FALTA DELA, A ABERTURA DA CONTA "AP"; SEM NENHUMA DAS
016504*    DUAS CONTA ZERO DIAS (MAIOR ALIQUOTA)
016504     MOVE ZERO TO IRR-DATA-APLICACAO.
016504     IF TRANS-APL-DATA NUMERIC
016504         MOVE TRANS-APL-DATA TO IRR-DATA-APLICACAO
016504     ELSE
016504         IF CONTAS-DISPONIVEIS
016504             MOVE WS-IR-CUST-ID TO ACC-CUST-ID
016504             MOVE "AP" TO ACC-TIPO
016504             READ ACCOUNT-FILE
016504                 INVALID KEY
016504                     CONTINUE
016504             END-READ
016504             IF ACCT-OK AND ACC-DATA-ABERTURA NUMERIC
016504                 MOVE ACC-DATA-ABERTURA TO IRR-DATA-APLICACAO
016504             END-IF
016504         END-IF
016504     END-IF.
016504     IF IRR-DATA-APLICACAO = ZERO
016504         MOVE RUN-DATA TO IRR-DATA-APLICACAO
016504     END-IF.
016504     MOVE RUN-DATA TO IRR-DATA-EVENTO.
016504     MOVE WS-IR-RENDIMENTO TO IRR-RENDIMENTO.
016504     CALL "IR-RETENCAO" USING IRR-PARAMETROS.
016504     IF IRR-DATA-AJUSTADA
016504         DISPLAY "AVISO: DATA DE APLICACAO INVALIDA P/ "
016504             WS-IR-CUST-ID " - IR PELA MAIOR ALIQUOTA."
016504     END-IF.
016504     MOVE WS-IR-CUST-ID TO CUST-ID.
016504     READ CUSTOMER-MASTER
016504         KEY IS CUST-ID
016504         INVALID KEY
016504             CONTINUE
016504     END-READ.
016504     IF NOT MASTER-OK
016504         DISPLAY "ERRO AO LER " WS-IR-CUST-ID " P/ IR NA FONTE - "
016504             "STATUS: " WS-MASTER-FILE-STATUS
016504         GO TO 2460-RETER-IR-EXIT
016504     END-IF.
016504     ADD WS-IR-RENDIMENTO TO WS-TOTAL-REND-APLIC.
016504     IF IRR-VALOR-IR > ZERO
016504         MOVE TRANS-RECORD TO WS-IR-TRANS-SALVA
016504         MOVE SPACES TO TRANS-RECORD
016504         MOVE "D" TO TRANS-ACAO
016504         MOVE WS-IR-CUST-ID TO TRANS-ID
016504         MOVE IRR-VALOR-IR TO TRANS-SALDO
016504         MOVE WS-IR-CONTA TO TRANS-CONTA
016504         MOVE "IRRF" TO TRANS-MOTIVO
016504         MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES
016504         PERFORM 2350-APLICAR-MOVIMENTO
016504             THRU 2350-APLICAR-MOVIMENTO-EXIT
016504         MOVE WS-IR-TRANS-SALVA TO TRANS-RECORD
016504         IF MOVTO-APLICADO
016504             ADD 1 TO WS-QTDE-RETENCOES
016504             ADD IRR-VALOR-IR TO WS-TOTAL-IR-RETIDO
016504         ELSE
016504*            O DEBITO DO IMPOSTO FOI PARA O REJFILE: O RENDIMENTO
016504*            ENTRA NO ACUMULADO SEM ELE, E O IMPOSTO SO SOMA
016504*            QUANDO O DEBITO FOR REPASSADO (MOTIVO "IRRF")
016504             MOVE ZERO TO IRR-VALOR-IR
016504         END-IF
016504     END-IF.
016504     PERFORM 2470-ACUMULAR-IRFONTE
016504         THRU 2470-ACUMULAR-IRFONTE-EXIT.
016504 2460-RETER-IR-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2470-ACUMULAR-IRFONTE - SOMA WS-IR-RENDIMENTO (TRIBUTAVEL  *
016504*    OU ISENTO) E IRR-VALOR-IR NO REGISTRO DO CPF/CNPJ DO       *
016504*    CLIENTE CORRENTE NO ANO DA EXECUCAO (VER IRFREG.CPY)       *
016504***************************************************************
016504 2470-ACUMULAR-IRFONTE.
016504     IF NOT IRFONTE-DISPONIVEL
016504         GO TO 2470-ACUMULAR-IRFONTE-EXIT
016504     END-IF.
016504     IF CUST-CPF-CNPJ = SPACES
016504         DISPLAY "AVISO: CLIENTE " CUST-ID " SEM CPF/CNPJ - "
016504             "RENDIMENTO FORA DO IRFONTE."
016504         GO TO 2470-ACUMULAR-IRFONTE-EXIT
016504     END-IF.
016504     MOVE CUST-CPF-CNPJ TO IRF-CPF-CNPJ.
016504     MOVE RUN-ANO TO IRF-ANO.
016504     READ IRFONTE-FILE
016504         INVALID KEY
016504             CONTINUE
016504     END-READ.
016504     IF IRF-OK
016504         PERFORM 2475-SOMAR-IRFONTE THRU 2475-SOMAR-IRFONTE-EXIT
016504         PERFORM 7300-IMAGEM-IRFONTE
016504             THRU 7300-IMAGEM-IRFONTE-EXIT
016504         REWRITE IRFONTE-RECORD
016504     ELSE
016504         MOVE SPACES TO IRFONTE-RECORD
016504         MOVE CUST-CPF-CNPJ TO IRF-CPF-CNPJ
016504         MOVE RUN-ANO TO IRF-ANO
016504         MOVE ZERO TO IRF-REND-BRUTO
016504         MOVE ZERO TO IRF-IR-RETIDO
016504         MOVE ZERO TO IRF-REND-ISENTO
016504         MOVE ZERO TO IRF-QTDE-EVENTOS
016504         PERFORM 2475-SOMAR-IRFONTE THRU 2475-SOMAR-IRFONTE-EXIT
016504         PERFORM 7300-IMAGEM-IRFONTE
016504             THRU 7300-IMAGEM-IRFONTE-EXIT
016504         WRITE IRFONTE-RECORD
016504     END-IF.
016504     IF NOT IRF-OK
016504         DISPLAY "ERRO AO GRAVAR IRFONTE " CUST-ID " - STATUS: "
016504             WS-IRF-FILE-STATUS
016504     END-IF.
016504 2470-ACUMULAR-IRFONTE-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016504*    2475-SOMAR-IRFONTE                                        *
016504***************************************************************
016504 2475-SOMAR-IRFONTE.
016504     MOVE CUST-ID TO IRF-CUST-ID.
016504     IF RENDIMENTO-ISENTO
016504         ADD WS-IR-RENDIMENTO TO IRF-REND-ISENTO
016504     ELSE
016504         ADD WS-IR-RENDIMENTO TO IRF-REND-BRUTO
016504     END-IF.
016504     ADD IRR-VALOR-IR TO IRF-IR-RETIDO.
016504     ADD 1 TO IRF-QTDE-EVENTOS.
016504     MOVE RUN-DATA TO IRF-DATA-ULT.
016504 2475-SOMAR-IRFONTE-EXIT.
016504     EXIT.
016504*
016504***************************************************************
016505*    2500-ALTERAR-CLIENTE - ALTERA NOME E/OU STATUS DE UM        *
016506*    CLIENTE EXISTENTE, SEM TOCAR NO SALDO; CAMPO EM BRANCO NA   *
016507*    TRANSACAO MANTEM O VALOR ATUAL DO MESTRE                    *
016536                 END-IF
016536                 MOVE TRANS-CPF-CNPJ TO CUST-CPF-CNPJ
016536             END-IF
016537             PERFORM 7100-IMAGEM-MESTRE
016537                 THRU 7100-IMAGEM-MESTRE-EXIT
016537             REWRITE CUSTOMER-MASTER-RECORD
016538             IF MASTER-OK
016539                 ADD 1 TO WS-QTDE-ALTERADOS
016539                 MOVE "R" TO WS-JRN-TIPO-VERBO
016539                 PERFORM 2700-GRAVAR-JOURNAL
016539                     THRU 2700-GRAVAR-JOURNAL-EXIT
016539*                STATUS ANTERIOR NA POSICAO 41 DA IMAGEM ANTES
016539                 IF (CUST-BLOQUEADO OR CUST-CANCELADO)
016539                     AND CUST-STATUS NOT = WS-IMAGEM-ANTES(41:1)
016539                     IF CUST-BLOQUEADO
016539                         MOVE "STAB" TO NTF-EVENTO
016539                     ELSE
016539                         MOVE "STAC" TO NTF-EVENTO
016539                     END-IF
016539                     MOVE ZERO TO NTF-VALOR
016539                     MOVE SPACES TO NTF-REFERENCIA
016539                     PERFORM 7600-PREPARAR-NOTIFICACAO
016539                         THRU 7600-PREPARAR-NOTIFICACAO-EXIT
016539                 END-IF
016540             ELSE
016541                 DISPLAY "ERRO AO REGRAVAR " TRANS-ID
016542                     " - STATUS: " WS-MASTER-FILE-STATUS
016573         ELSE
016573             MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES
016574             SET CUST-CANCELADO TO TRUE
016575             PERFORM 7100-IMAGEM-MESTRE
016575                 THRU 7100-IMAGEM-MESTRE-EXIT
016575             REWRITE CUSTOMER-MASTER-RECORD
016576             IF MASTER-OK
016577                 ADD 1 TO WS-QTDE-EXCLUIDOS
016577                 MOVE "R" TO WS-JRN-TIPO-VERBO
016577                 PERFORM 2700-GRAVAR-JOURNAL
016577                     THRU 2700-GRAVAR-JOURNAL-EXIT
016577                 MOVE "STAC" TO NTF-EVENTO
016577                 MOVE ZERO TO NTF-VALOR
016577                 MOVE SPACES TO NTF-REFERENCIA
016577                 PERFORM 7600-PREPARAR-NOTIFICACAO
016577                     THRU 7600-PREPARAR-NOTIFICACAO-EXIT
016578             ELSE
016579                 DISPLAY "ERRO AO REGRAVAR " TRANS-ID
016580                     " - STATUS: " WS-MASTER-FILE-STATUS
016584     END-IF.
016584     MOVE "EFET" TO PEND-MOTIVO.
016584     MOVE "B" TO PEND-ORIGEM.
016584     MOVE "PENDTRAN" TO WS-INT-ARQ-ANEXO.
016584     MOVE PENDING-TRANS-RECORD TO WS-INT-ANEXO.
016584     PERFORM 7400-IMAGEM-ACRESCIMO
016584         THRU 7400-IMAGEM-ACRESCIMO-EXIT.
016584     WRITE PENDING-TRANS-RECORD.
016584     ADD 1 TO WS-QTDE-AGENDADOS.
016584     DISPLAY "MUDANCA AGENDADA PARA " TRANS-DATA-EFETIVA
016584             THRU 2150-REJEITAR-TRANSACAO-EXIT
016584         GO TO 2900-ESTORNAR-LANCAMENTO-EXIT
016584     END-IF.
016584*    PERNA DE TRANSFERENCIA NAO SE ESTORNA SOZINHA (A OUTRA PONTA
016584*    FICARIA DE PE) - DESFAZ-SE COM UMA TRANSFERENCIA DE VOLTA
016584     IF WS-PROGRAMA-ORIGINAL = "TRANSF  "
016584         MOVE "ESTORNO DE PERNA DE TRANSF" TO WS-MOTIVO-REJEITO
016584         PERFORM 2150-REJEITAR-TRANSACAO
016584             THRU 2150-REJEITAR-TRANSACAO-EXIT
016584         GO TO 2900-ESTORNAR-LANCAMENTO-EXIT
016584     END-IF.
016584*    RENDIMENTO DE APLICACAO E IR RETIDO JA ESTAO NO ACUMULADO DO
016584*    INFORME (IRFONTE) - ACERTO SO POR LANCAMENTO, NAO POR ESTORNO
016584     IF WS-PROGRAMA-ORIGINAL = "RENDAPL " OR "IRRF    "
016584         MOVE "ESTORNO DE REND APLIC/IR FONTE" TO
016584             WS-MOTIVO-REJEITO
016584         PERFORM 2150-REJEITAR-TRANSACAO
016584             THRU 2150-REJEITAR-TRANSACAO-EXIT
016584         GO TO 2900-ESTORNAR-LANCAMENTO-EXIT
016584     END-IF.
016584     IF WS-DELTA-ORIGINAL < ZERO
016584         COMPUTE WS-VALOR-ABS-ORIG = ZERO - WS-DELTA-ORIGINAL
016584     ELSE
016584                 THRU 2150-REJEITAR-TRANSACAO-EXIT
016584             GO TO 2900-ESTORNAR-LANCAMENTO-EXIT
016584     END-SUBTRACT.
016584     PERFORM 7100-IMAGEM-MESTRE
016584         THRU 7100-IMAGEM-MESTRE-EXIT.
016584     REWRITE CUSTOMER-MASTER-RECORD.
016584     IF MASTER-OK
016584         ADD 1 TO WS-QTDE-ESTORNOS
016584             AND JRNL-RECORD(10:8) = TRANS-DATA-EFETIVA
016584             AND JRNL-RECORD(19:8) = TRANS-HORA-ORIG
016584             MOVE "Y" TO WS-ACHOU-ORIGINAL-SW
016584             MOVE JRNL-RECORD(1:8) TO WS-PROGRAMA-ORIGINAL
016584             MOVE ZERO TO WS-SALDO-ORIG-ANTES
016584             MOVE JRNL-RECORD(91:9) TO WS-SALDO-IMAGEM-AREA
016584             IF WS-SALDO-IMAGEM NUMERIC
016584     MOVE TRANS-DATA-EFETIVA TO EST-DATA-ORIG.
016584     MOVE TRANS-HORA-ORIG TO EST-HORA-ORIG.
016584     MOVE RUN-DATA TO EST-DATA-ESTORNO.
016584     MOVE "ESTREG  " TO WS-INT-ARQ-ANEXO.
016584     MOVE ESTORNO-RECORD TO WS-INT-ANEXO.
016584     PERFORM 7400-IMAGEM-ACRESCIMO
016584         THRU 7400-IMAGEM-ACRESCIMO-EXIT.
016584     WRITE ESTORNO-RECORD.
016584     CLOSE ESTORNO-REG.
016584 2930-REGISTRAR-ESTORNO-EXIT.
016584     IF ACCT-OK
016584         SUBTRACT WS-DELTA-ORIGINAL FROM ACC-SALDO
016584         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
016584         PERFORM 7200-IMAGEM-CONTA
016584             THRU 7200-IMAGEM-CONTA-EXIT
016584         REWRITE ACCOUNT-RECORD
016584         IF ACCT-OK
016584             ADD 1 TO WS-QTDE-CONTAS-MOVTO
016585     MOVE WS-OPERATOR-ID TO APR-MAKER.
016585     MOVE RUN-DATA TO APR-DATA.
016585     MOVE TRANS-RECORD TO APR-IMAGEM.
016585     MOVE "APPRPEND" TO WS-INT-ARQ-ANEXO.
016585     MOVE APPROVAL-RECORD TO WS-INT-ANEXO.
016585     PERFORM 7400-IMAGEM-ACRESCIMO
016585         THRU 7400-IMAGEM-ACRESCIMO-EXIT.
016585     WRITE APPROVAL-RECORD.
016585     DISPLAY "TRANSACAO ENVIADA PARA APROVACAO - CLIENTE "
016585         TRANS-ID " ACAO " TRANS-ACAO.
016586             ADD TRANS-SALDO TO ACC-SALDO
016586         END-IF
016586         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
016586         PERFORM 7200-IMAGEM-CONTA
016586             THRU 7200-IMAGEM-CONTA-EXIT
016586         REWRITE ACCOUNT-RECORD
016586     ELSE
016586*        CONTA AINDA NAO EXISTE - NASCE COM O PROPRIO MOVIMENTO
016586         END-IF
016586         MOVE CUST-MOEDA TO ACC-MOEDA
016586         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
016586         MOVE RUN-DATA TO ACC-DATA-ABERTURA
016586         PERFORM 7200-IMAGEM-CONTA
016586             THRU 7200-IMAGEM-CONTA-EXIT
016586         WRITE ACCOUNT-RECORD
016586     END-IF.
016586     IF ACCT-OK
016593         WHEN TRANS-ALTERAR  MOVE "ALTERACAO" TO AUD-EVENTO
016593         WHEN TRANS-EXCLUIR  MOVE "EXCLUSAO" TO AUD-EVENTO
016593         WHEN TRANS-ESTORNAR MOVE "ESTORNO" TO AUD-EVENTO
016593         WHEN TRANS-TRANSFERIR MOVE "TRANSFER" TO AUD-EVENTO
016593         WHEN OTHER          MOVE "ATUALIZA" TO AUD-EVENTO
016593     END-EVALUATE.
016593     MOVE CUST-ID TO AUD-CHAVE.
016593     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
016594     IF JOURNAL-FILE-OK
016595         MOVE SPACES TO JRN-RECORD
016596         PERFORM 2705-ORIGEM-CONTABIL
016596             THRU 2705-ORIGEM-CONTABIL-EXIT
016597         MOVE RUN-DATA TO JRN-DATA
016598         MOVE RUN-HORA TO JRN-HORA
016599         MOVE WS-OPERATOR-ID TO JRN-OPERADOR
016603             MOVE TRANS-DATA-EFETIVA TO JRN-REF-DATA
016603             MOVE TRANS-HORA-ORIG TO JRN-REF-HORA
016603         END-IF
016603*        AJUSTE DE PERIODO REABERTO CARREGA A DATA DE COMPETENCIA
016603         IF TRANS-MOT-AJUSTE
016603             MOVE TRANS-DATA-EFETIVA TO JRN-REF-DATA
016603         END-IF
016603*        PERNA DE TRANSFERENCIA CARREGA A OUTRA PONTA
016603         IF TRANS-TRANSFERIR
016603             MOVE SPACES TO JRN-REF-TRANSF
016603             MOVE WS-TRF-SENTIDO TO JRN-TRF-SENTIDO
016603             MOVE WS-TRF-CONTRAPARTE TO JRN-TRF-CONTRAPARTE
016603             MOVE WS-TRF-CONTA-CONTRA TO JRN-TRF-CONTA-CONTRA
016603             MOVE WS-TRF-CONTA-PROPRIA TO JRN-TRF-CONTA
016603         END-IF
016603*        DEBITO DE IR NA FONTE CARREGA A ALIQUOTA E A BASE
016603         IF TRANS-MOT-IR-FONTE
016603             MOVE SPACES TO JRN-REF-IR
016603             MOVE IRR-ALIQUOTA TO JRN-IR-ALIQUOTA
016603             MOVE IRR-RENDIMENTO TO JRN-IR-BASE
016603         END-IF
016603*        CONTA DO SUB-RAZAO MOVIMENTADA (BRANCO = "CC"); NA
016603*        TRANSFERENCIA, A CONTA DA PROPRIA PERNA
016603         IF TRANS-TRANSFERIR
016603             MOVE WS-TRF-CONTA-PROPRIA TO JRN-CONTA
016603         ELSE
016603             IF TRANS-CONTA = SPACES
016603                 MOVE "CC" TO JRN-CONTA
016603             ELSE
016603                 MOVE TRANS-CONTA TO JRN-CONTA
016603             END-IF
016603         END-IF
016604         MOVE "JRNFILE " TO WS-INT-ARQ-ANEXO
016604         MOVE JRN-RECORD TO WS-INT-ANEXO
016604         PERFORM 7400-IMAGEM-ACRESCIMO
016604             THRU 7400-IMAGEM-ACRESCIMO-EXIT
016604         WRITE JRN-RECORD
016605     END-IF.
016606 2700-GRAVAR-JOURNAL-EXIT.
016607     EXIT.
016607*
016607***************************************************************
016607*    2705-ORIGEM-CONTABIL - PROGRAMA DE ORIGEM CARIMBADO NO     *
016607*    JOURNAL: O CODIGO DE MOTIVO DE SISTEMA DA TRANSACAO DECIDE *
016607*    A ORIGEM QUE O GL-EXTRACT MAPEIA NO GLMAP; O RESTO E       *
016607*    "CLIMEST "                                                 *
016607***************************************************************
016607 2705-ORIGEM-CONTABIL.
016607     EVALUATE TRUE
016607         WHEN TRANS-TRANSFERIR
016607             MOVE "TRANSF  " TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-BAIXA-PREJ
016607             MOVE "BXPREJ  " TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-MULTA-MORA
016607             MOVE "MULTAMOR" TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-JUROS-MORA
016607             MOVE "JUROSMOR" TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-CUSTAS-PROT
016607             MOVE "CUSTPROT" TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-PIX
016607             MOVE "PIXCRED " TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-REND-POUP
016607             MOVE "RENDPOUP" TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-REND-APLIC
016607             MOVE "RENDAPL " TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-IR-FONTE
016607             MOVE "IRRF    " TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-VALOR-RECEBER
016607             MOVE "VALRECEB" TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-TARIFA
016607             MOVE "TARIFA  " TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-CONTESTACAO
016607             MOVE "CONTESTA" TO JRN-PROGRAMA
016607         WHEN TRANS-MOT-AJUSTE
016607             MOVE "AJUSTPER" TO JRN-PROGRAMA
016607         WHEN OTHER
016607             MOVE "CLIMEST " TO JRN-PROGRAMA
016607     END-EVALUATE.
016607 2705-ORIGEM-CONTABIL-EXIT.
016607     EXIT.
016440*
016500***************************************************************
016600*    2200-CONSULTAR-CLIENTE                                    *
018300     EXIT.
018400*
018500***************************************************************
018500*    7000-REGISTRAR-INTENCAO - PRIMEIRA ATUALIZACAO DA         *
018500*    TRANSACAO: GRAVA NO CLIMINT O REGISTRO "I" (EM VOO), COM  *
018500*    A IMAGEM DA TRANSACAO, ANTES DE QUALQUER ARQUIVO MUDAR    *
018500***************************************************************
018500 7000-REGISTRAR-INTENCAO.
018500     IF TRANSACAO-EM-VOO
018500         GO TO 7000-REGISTRAR-INTENCAO-EXIT
018500     END-IF.
018500     PERFORM 7005-MONTAR-INTENCAO THRU 7005-MONTAR-INTENCAO-EXIT.
018500     SET INT-EM-VOO TO TRUE.
018500     MOVE TRANS-RECORD TO INT-IMAGEM-ANEXO.
018500     PERFORM 7010-GRAVAR-INTENCAO THRU 7010-GRAVAR-INTENCAO-EXIT.
018500     MOVE "Y" TO WS-INT-EM-VOO-SW.
018500 7000-REGISTRAR-INTENCAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7005-MONTAR-INTENCAO - CHAVE DA TRANSACAO CORRENTE        *
018500***************************************************************
018500 7005-MONTAR-INTENCAO.
018500     MOVE SPACES TO INT-RECORD.
018500     MOVE WS-SEQ-LEITURA TO INT-SEQ.
018500     MOVE TRANS-ID TO INT-TRANS-ID.
018500 7005-MONTAR-INTENCAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7010-GRAVAR-INTENCAO - ACRESCENTA O REGISTRO AO CLIMINT,  *
018500*    ABRINDO E FECHANDO A CADA GRAVACAO (COMO O CHECKPOINT)    *
018500*    PARA QUE ELE ESTEJA NO DISCO ANTES DA ATUALIZACAO QUE     *
018500*    PROTEGE                                                   *
018500***************************************************************
018500 7010-GRAVAR-INTENCAO.
018500     MOVE RUN-DATA TO INT-DATA.
018500     ACCEPT WS-INT-HORA FROM TIME.
018500     MOVE WS-INT-HORA TO INT-HORA.
018500     MOVE INT-RECORD TO WS-INT-REGISTRO.
018500     OPEN EXTEND INTENT-FILE.
018500     IF INT-FILE-OK
018500         WRITE INT-RECORD FROM WS-INT-REGISTRO
018500         CLOSE INTENT-FILE
018500     ELSE
018500         DISPLAY "AVISO: CLIMINT INDISPONIVEL (STATUS "
018500             WS-INT-FILE-STATUS ") - TRANSACAO NUM "
018500             INT-SEQ " SEM LOG DE INTENCAO."
018500     END-IF.
018500 7010-GRAVAR-INTENCAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7100-IMAGEM-MESTRE - ANTES DE GRAVAR/REGRAVAR O CUSTMAST: *
018500*    RELE O REGISTRO PELA CHAVE PARA A IMAGEM ANTES (COMO ESTA *
018500*    NO DISCO), DEVOLVE AO BUFFER A IMAGEM A GRAVAR E REGISTRA *
018500*    AS DUAS NO CLIMINT                                        *
018500***************************************************************
018500 7100-IMAGEM-MESTRE.
018500     IF NOT INTENCAO-DISPONIVEL
018500         GO TO 7100-IMAGEM-MESTRE-EXIT
018500     END-IF.
018500     PERFORM 7000-REGISTRAR-INTENCAO
018500         THRU 7000-REGISTRAR-INTENCAO-EXIT.
018500     MOVE CUSTOMER-MASTER-RECORD TO WS-INT-DEPOIS.
018500     READ CUSTOMER-MASTER
018500         KEY IS CUST-ID
018500         INVALID KEY
018500             CONTINUE
018500     END-READ.
018500     PERFORM 7005-MONTAR-INTENCAO THRU 7005-MONTAR-INTENCAO-EXIT.
018500     SET INT-IMAGEM-INDEXADO TO TRUE.
018500     MOVE "CUSTMAST" TO INT-ARQUIVO.
018500     IF MASTER-OK
018500         MOVE "S" TO INT-EXISTIA
018500         MOVE CUSTOMER-MASTER-RECORD TO INT-IMAGEM-ANTES
018500     ELSE
018500         MOVE "N" TO INT-EXISTIA
018500     END-IF.
018500     MOVE WS-INT-DEPOIS TO CUSTOMER-MASTER-RECORD.
018500     MOVE WS-INT-DEPOIS TO INT-IMAGEM-DEPOIS.
018500     PERFORM 7010-GRAVAR-INTENCAO THRU 7010-GRAVAR-INTENCAO-EXIT.
018500 7100-IMAGEM-MESTRE-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7200-IMAGEM-CONTA - O MESMO DO 7100 PARA O CUSTACCT       *
018500***************************************************************
018500 7200-IMAGEM-CONTA.
018500     IF NOT INTENCAO-DISPONIVEL
018500         GO TO 7200-IMAGEM-CONTA-EXIT
018500     END-IF.
018500     PERFORM 7000-REGISTRAR-INTENCAO
018500         THRU 7000-REGISTRAR-INTENCAO-EXIT.
018500     MOVE ACCOUNT-RECORD TO WS-INT-DEPOIS.
018500     READ ACCOUNT-FILE
018500         INVALID KEY
018500             CONTINUE
018500     END-READ.
018500     PERFORM 7005-MONTAR-INTENCAO THRU 7005-MONTAR-INTENCAO-EXIT.
018500     SET INT-IMAGEM-INDEXADO TO TRUE.
018500     MOVE "CUSTACCT" TO INT-ARQUIVO.
018500     IF ACCT-OK
018500         MOVE "S" TO INT-EXISTIA
018500         MOVE ACCOUNT-RECORD TO INT-IMAGEM-ANTES
018500     ELSE
018500         MOVE "N" TO INT-EXISTIA
018500     END-IF.
018500     MOVE WS-INT-DEPOIS TO ACCOUNT-RECORD.
018500     MOVE WS-INT-DEPOIS TO INT-IMAGEM-DEPOIS.
018500     PERFORM 7010-GRAVAR-INTENCAO THRU 7010-GRAVAR-INTENCAO-EXIT.
018500 7200-IMAGEM-CONTA-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7300-IMAGEM-IRFONTE - O MESMO DO 7100 PARA O IRFONTE      *
018500***************************************************************
018500 7300-IMAGEM-IRFONTE.
018500     IF NOT INTENCAO-DISPONIVEL
018500         GO TO 7300-IMAGEM-IRFONTE-EXIT
018500     END-IF.
018500     PERFORM 7000-REGISTRAR-INTENCAO
018500         THRU 7000-REGISTRAR-INTENCAO-EXIT.
018500     MOVE IRFONTE-RECORD TO WS-INT-DEPOIS.
018500     READ IRFONTE-FILE
018500         INVALID KEY
018500             CONTINUE
018500     END-READ.
018500     PERFORM 7005-MONTAR-INTENCAO THRU 7005-MONTAR-INTENCAO-EXIT.
018500     SET INT-IMAGEM-INDEXADO TO TRUE.
018500     MOVE "IRFONTE " TO INT-ARQUIVO.
018500     IF IRF-OK
018500         MOVE "S" TO INT-EXISTIA
018500         MOVE IRFONTE-RECORD TO INT-IMAGEM-ANTES
018500     ELSE
018500         MOVE "N" TO INT-EXISTIA
018500     END-IF.
018500     MOVE WS-INT-DEPOIS TO IRFONTE-RECORD.
018500     MOVE WS-INT-DEPOIS TO INT-IMAGEM-DEPOIS.
018500     PERFORM 7010-GRAVAR-INTENCAO THRU 7010-GRAVAR-INTENCAO-EXIT.
018500 7300-IMAGEM-IRFONTE-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7400-IMAGEM-ACRESCIMO - ANTES DE ACRESCENTAR UM REGISTRO  *
018500*    A UM ARQUIVO SEQUENCIAL: O CHAMADOR DEIXA O NOME DO       *
018500*    ARQUIVO EM WS-INT-ARQ-ANEXO E O REGISTRO EM WS-INT-ANEXO  *
018500***************************************************************
018500 7400-IMAGEM-ACRESCIMO.
018500     IF NOT INTENCAO-DISPONIVEL
018500         GO TO 7400-IMAGEM-ACRESCIMO-EXIT
018500     END-IF.
018500     PERFORM 7000-REGISTRAR-INTENCAO
018500         THRU 7000-REGISTRAR-INTENCAO-EXIT.
018500     PERFORM 7005-MONTAR-INTENCAO THRU 7005-MONTAR-INTENCAO-EXIT.
018500     SET INT-IMAGEM-ACRESCIMO TO TRUE.
018500     MOVE WS-INT-ARQ-ANEXO TO INT-ARQUIVO.
018500     MOVE WS-INT-ANEXO TO INT-IMAGEM-ANEXO.
018500     PERFORM 7010-GRAVAR-INTENCAO THRU 7010-GRAVAR-INTENCAO-EXIT.
018500 7400-IMAGEM-ACRESCIMO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7500-CONFIRMAR-TRANSACAO - DEPOIS DA ULTIMA ATUALIZACAO E *
018500*    ANTES DO CHECKPOINT: GRAVA O MARCADOR "C" DA TRANSACAO    *
018500*    QUE ABRIU UM "I" (CONSULTA E TRANSACAO SEM GRAVACAO NAO   *
018500*    TEM)                                                      *
018500***************************************************************
018500 7500-CONFIRMAR-TRANSACAO.
018500     IF NOT TRANSACAO-EM-VOO
018500         GO TO 7500-CONFIRMAR-TRANSACAO-EXIT
018500     END-IF.
018500     PERFORM 7005-MONTAR-INTENCAO THRU 7005-MONTAR-INTENCAO-EXIT.
018500     SET INT-CONFIRMADA TO TRUE.
018500     PERFORM 7010-GRAVAR-INTENCAO THRU 7010-GRAVAR-INTENCAO-EXIT.
018500     MOVE "N" TO WS-INT-EM-VOO-SW.
018500 7500-CONFIRMAR-TRANSACAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7600-PREPARAR-NOTIFICACAO - O CHAMADOR DEIXA EVENTO,      *
018500*    VALOR E REFERENCIA EM NTF-RECORD; O PEDIDO FICA PENDENTE  *
018500*    ATE A CONFIRMACAO DA TRANSACAO                            *
018500***************************************************************
018500 7600-PREPARAR-NOTIFICACAO.
018500     MOVE RUN-DATA TO NTF-DATA.
018500     ACCEPT NTF-HORA FROM TIME.
018500     MOVE TRANS-ID TO NTF-CUST-ID.
018500     MOVE "CLIMEST " TO NTF-ORIGEM.
018500     MOVE RUN-DATA TO NTF-DATA-REF.
018500     MOVE "Y" TO WS-NTF-PENDENTE-SW.
018500 7600-PREPARAR-NOTIFICACAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    7700-GRAVAR-NOTIFICACAO - DEPOIS DO 7500: ACRESCENTA O    *
018500*    PEDIDO PENDENTE A FILA NOTIFQ, ABRINDO E FECHANDO A CADA  *
018500*    GRAVACAO COMO O CLIMINT. FILA INDISPONIVEL SO PERDE O     *
018500*    AVISO, NUNCA A TRANSACAO                                  *
018500***************************************************************
018500 7700-GRAVAR-NOTIFICACAO.
018500     IF NOT NOTIFICACAO-PENDENTE
018500         GO TO 7700-GRAVAR-NOTIFICACAO-EXIT
018500     END-IF.
018500     MOVE "N" TO WS-NTF-PENDENTE-SW.
018500     OPEN EXTEND NOTIF-FILE.
018500     IF NOT NTF-FILE-OK
018500         OPEN OUTPUT NOTIF-FILE
018500     END-IF.
018500     IF NTF-FILE-OK
018500         WRITE NOTIF-LINE FROM NTF-RECORD
018500         CLOSE NOTIF-FILE
018500         ADD 1 TO WS-QTDE-NOTIFICACOES
018500     ELSE
018500         DISPLAY "AVISO: NOTIFQ INDISPONIVEL (STATUS "
018500             WS-NTF-FILE-STATUS ") - CLIENTE " NTF-CUST-ID
018500             " SEM AVISO " NTF-EVENTO "."
018500     END-IF.
018500 7700-GRAVAR-NOTIFICACAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    8000-GRAVAR-LINHAS-RPT - GRAVA NO CLIMRCV AS LINHAS       *
018500*    DEVOLVIDAS PELO REPORT-WRITER                             *
018500***************************************************************
018500 8000-GRAVAR-LINHAS-RPT.
018500     IF NOT PRINT-FILE-OK
018500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
018500     END-IF.
018500     PERFORM 8100-GRAVAR-UMA-LINHA
018500         THRU 8100-GRAVAR-UMA-LINHA-EXIT
018500         VARYING WS-RPT-SUB FROM 1 BY 1
018500         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
018500 8000-GRAVAR-LINHAS-RPT-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    8100-GRAVAR-UMA-LINHA                                     *
018500***************************************************************
018500 8100-GRAVAR-UMA-LINHA.
018500     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
018500     WRITE PRINT-LINE.
018500 8100-GRAVAR-UMA-LINHA-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018500*    8200-LINHA-RECUPERACAO - UMA IMAGEM TRATADA NA            *
018500*    RECUPERACAO, NO CONSOLE E NO CLIMRCV                      *
018500***************************************************************
018500 8200-LINHA-RECUPERACAO.
018500     DISPLAY "RECUPERACAO: " INT-ARQUIVO " " INT-TIPO " - "
018500         WS-RCV-RESULTADO.
018500     IF NOT PRINT-FILE-OK
018500         GO TO 8200-LINHA-RECUPERACAO-EXIT
018500     END-IF.
018500     MOVE SPACES TO RPT-LINHA-ENTRADA.
018500     STRING "TRANSACAO " INT-SEQ "  CLIENTE " INT-TRANS-ID
018500         "  ARQUIVO " INT-ARQUIVO "  IMAGEM " INT-TIPO
018500         "  " WS-RCV-RESULTADO
018500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
018500     END-STRING.
018500     SET RPT-ACAO-DETALHE TO TRUE.
018500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
018500     PERFORM 8000-GRAVAR-LINHAS-RPT
018500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
018500 8200-LINHA-RECUPERACAO-EXIT.
018500     EXIT.
018500*
018500***************************************************************
018600*    9000-FINALIZAR                                           *
018700***************************************************************
018800 9000-FINALIZAR.
018912     IF LIMITES-DISPONIVEIS
018913         CLOSE CREDIT-LIMIT-FILE
018914     END-IF.
018914     IF GRUPOS-DISPONIVEIS
018914         CLOSE RELATION-FILE
018914         CLOSE GROUP-LIMIT-FILE
018914     END-IF.
018914     IF IRFONTE-DISPONIVEL
018914         CLOSE IRFONTE-FILE
018914     END-IF.
019000     DISPLAY "====== MANUTENCAO DO MESTRE DE CLIENTES ======".
019100     DISPLAY "TRANSACOES LIDAS ...: " WS-QTDE-LIDOS.
019200     DISPLAY "INCLUSOES ..........: " WS-QTDE-INCLUIDOS.
019613     DISPLAY "LANCTOS EM CONTA ...: " WS-QTDE-CONTAS-MOVTO.
019614     DISPLAY "ESTORNOS APLICADOS .: " WS-QTDE-ESTORNOS.
019615     DISPLAY "BARRADOS P/ LIMITE .: " WS-QTDE-LIMITE-BLOQ.
019615     DISPLAY "BARRADOS P/ GRUPO ..: " WS-QTDE-GRUPO-BLOQ.
019615     DISPLAY "TRANSFERENCIAS .....: " WS-QTDE-TRANSFERENCIAS.
019615     DISPLAY "TOTAL TRANSFERIDO ..: " WS-TOTAL-TRANSFERIDO.
019615     DISPLAY "REND. APLICACAO ....: " WS-TOTAL-REND-APLIC.
019615     DISPLAY "RETENCOES IR FONTE .: " WS-QTDE-RETENCOES.
019615     DISPLAY "TOTAL IR RETIDO ....: " WS-TOTAL-IR-RETIDO.
019615     DISPLAY "RETIDOS TRIAGEM ....: " WS-QTDE-RETIDOS-TRIAGEM.
019615     DISPLAY "AVISOS AO CLIENTE ..: " WS-QTDE-NOTIFICACOES.
019615     SET SAN-ENCERRAR TO TRUE.
019615     CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
019615     IF WS-QTDE-RETIDOS-TRIAGEM > ZERO
019615         MOVE WS-QTDE-RETIDOS-TRIAGEM TO WS-QTDE-RETIDOS-ED
019615         MOVE "CLIMEST " TO ALR-PROGRAMA
019615         SET ALR-SEV-AVISO TO TRUE
019615         MOVE SPACES TO ALR-MENSAGEM
019615         STRING "SANCOES/PEP: " WS-QTDE-RETIDOS-ED
019615             " CLIENTE(S) INCLUIDO(S) RETIDO(S) NO SANHIT"
019615             DELIMITED BY SIZE INTO ALR-MENSAGEM
019615         END-STRING
019615         CALL "ALERT-WRITER" USING ALR-PARAMETROS
019615     END-IF.
019640*    RODADA INTERROMPIDA POR QUIESCE: O CHECKPOINT FICA PARA A
019641*    RETOMADA, O TRAILER NAO E CONFERIDO (LEITURA PARCIAL) E A
019642*    EXECUCAO NAO ENTRA NO RUNREG - SO O RUNLOG, COM RC 12
019644             THRU 9500-GRAVAR-RUNLOG-EXIT
019644         GO TO 9000-FINALIZAR-EXIT
019644     END-IF.
019644*    RECUPERACAO COM DIVERGENCIA: NADA FOI PROCESSADO, E O LOG DE
019644*    INTENCAO E O CHECKPOINT FICAM PARA A RETOMADA DEPOIS DO
019644*    ACERTO MANUAL (VER 1230-DESFAZER-TRANSACAO)
019644     IF RECUPERACAO-BLOQUEADA
019644         DISPLAY "LOTE NAO PROCESSADO - RECUPERACAO PENDENTE DE "
019644             "ACERTO MANUAL (VER CLIMRCV)."
019644         MOVE 16 TO RETURN-CODE
019644         PERFORM 9500-GRAVAR-RUNLOG
019644             THRU 9500-GRAVAR-RUNLOG-EXIT
019644         GO TO 9000-FINALIZAR-EXIT
019644     END-IF.
019645     PERFORM 9200-VALIDAR-CONTROLE
019646         THRU 9200-VALIDAR-CONTROLE-EXIT.
019650     PERFORM 9050-VERIFICAR-LIMITE-REJEITO
019663         THRU 9300-REGISTRAR-EXECUCAO-EXIT.
019665     PERFORM 9060-LIMPAR-CHECKPOINT-PROPRIO
019670         THRU 9060-LIMPAR-CHECKPOINT-PROPRIO-EXIT.
019670     PERFORM 9070-LIMPAR-INTENCAO
019670         THRU 9070-LIMPAR-INTENCAO-EXIT.
019700     PERFORM 9500-GRAVAR-RUNLOG
019700         THRU 9500-GRAVAR-RUNLOG-EXIT.
019700 9000-FINALIZAR-EXIT.
019817     EXIT.
019818*
019820***************************************************************
019820*    9070-LIMPAR-INTENCAO - O LOTE TERMINOU NORMALMENTE: TODA  *
019820*    TRANSACAO ESTA CONFIRMADA, ENTAO O CLIMINT E ZERADO       *
019820***************************************************************
019820 9070-LIMPAR-INTENCAO.
019820     IF INTENCAO-DISPONIVEL
019820         OPEN OUTPUT INTENT-FILE
019820         IF INT-FILE-OK
019820             CLOSE INTENT-FILE
019820         END-IF
019820     END-IF.
019820 9070-LIMPAR-INTENCAO-EXIT.
019820     EXIT.
019820*
019820***************************************************************
019830*    9050-VERIFICAR-LIMITE-REJEITO - ABORTA O LOTE SE O        *
019840*    PERCENTUAL DE REJEITADOS (DUPLICADOS E MOVIMENTOS/ALTERA- *
019845*    COES RECUSADOS) ULTRAPASSAR O LIMITE CONFIGURADO EM       *
