003088*                       TEXTO) E LEVADO NO REJFILE - O CICLO DE
003089*                       REPARO (REJEITO-REPAIR) PASSA A MOSTRAR
003090*                       POR QUE O BANCO RECUSOU.
003091*    2026-10-15 OPR     RECUPERACAO DE CREDITO BAIXADO PARA
003092*                       PREJUIZO: ANTES DE CREDITAR, O PAGADOR E
003093*                       PROCURADO NO RAZAO PREJREG (VER BAIXA-
003094*                       PREJUIZO). COM SALDO BAIXADO A RECUPERAR,
003095*                       O QUE SOBRA DO PAGAMENTO DEPOIS DA DIVIDA
003096*                       CORRENTE E RECUPERACAO - ABATE O PREJREG,
003097*                       SAI NO MOVCTB COMO "RECUPPRJ" (MAPEADO A
003098*                       PARTE NO GLMAP PELO GL-EXTRACT) E NO LOG
003099*                       RECUPLOG DO RELATORIO MENSAL (RECUPERACAO-
003099*                       MENSAL); SO O EXCEDENTE VAI AO RETPOST
003099*                       COMO CREDITO COMUM.
003099*    2026-10-15 OPR     PAGADOR EM ACORDO DE PARCELAMENTO: A
003099*                       PARCELA EMITIDA DO TITULO BAIXADO (MESMO
003099*                       REMSEQ) FICA LIQUIDADA NO ACDPARC, E O
003099*                       ACORDO ACUMULA PARCELAS E VALOR PAGOS -
003099*                       PAGA A ULTIMA, O ACORDO FICA QUITADO.
003099*    2026-10-15 OPR     MULTA E JUROS DE MORA: TITULO LIQUIDADO
003099*                       DEPOIS DO VENCIMENTO (ROLADO PARA O DIA
003099*                       UTIL SEGUINTE) GERA A MULTA CONTRATUAL
003099*                       SOBRE O VALOR DO TITULO E JUROS POR DIA
003099*                       UTIL DE ATRASO (CAL-BUSINESS-DAY), COM AS
003099*                       TAXAS DA TABELA MORAPARM VIGENTES NA DATA
003099*                       DO PAGAMENTO. OS ENCARGOS SAEM COMO
003099*                       DEBITOS "D" (MOTIVOS "MULT" E "JURO") NO
003099*                       ARQUIVO PROPRIO RETMORA, COM HEADER/
003099*                       TRAILER DE HDRTRL.CPY, PARA O CLIENTE-
003099*                       MESTRE-MAINT, E NO RELATORIO DO RETORNO
003099*                       EM LINHA PROPRIA ("ENCARGOS").
003099*    2026-10-15 OPR     RETORNO EM CNAB 240 (FEBRABAN): O LAYOUT
003099*                       E RECONHECIDO PELO PRIMEIRO REGISTRO E O
003099*                       TITULO E MONTADO DOS SEGMENTOS T E U
003099*                       (MOVIMENTO 06/17 = LIQUIDACAO, 03 =
003099*                       RECUSA, OS DEMAIS SO CONTADOS); A PROVA
003099*                       PASSA A SER A CONTAGEM DE REGISTROS E
003099*                       LOTES DOS TRAILERS. O BANCO DO RETORNO
003099*                       (HEADER 240, OU RETBANCO / BANCO PADRAO
003099*                       DA BANCOTAB NO LAYOUT DA CASA) LIMITA A
003099*                       BAIXA AOS TITULOS DESSE BANCO NO TITREG -
003099*                       COM NOSSO NUMERO, PELA CHAVE EXATA - E O
003099*                       "R" DO XMITREG SAI COMO "RETNNN".
003099*    2026-10-15 OPR     A LIQUIDACAO GRAVADA NO SETLREG (LAYOUT
003099*                       AGORA EM COPYBOOKS/SETLREG.CPY) LEVA O
003099*                       BANCO DO RETORNO E FICA PENDENTE DE
003099*                       CONCILIACAO COM O EXTRATO DA CONTA
003099*                       (EXTRATO-CONCILIAR).
003099*    2026-10-15 OPR     DETALHE DE CLIENTE INCORPORADO POR FUSAO
003099*                       EFETIVADA (CUSTFUS, VER
003099*                       COPYBOOKS/FUSREG.CPY) E LIQUIDADO NO
003099*                       SOBREVIVENTE, QUE FICOU COM OS TITULOS
003099*                       ABERTOS E O SALDO (2040-RESOLVER-FUSAO).
003099*    2026-10-15 OPR     CHECKPOINT/RESTART PELO CHKPTFILE
003099*                       COMPARTILHADO: UM CHECKPOINT A CADA
003099*                       DETALHE COM OS REGISTROS DO RETORNO
003099*                       APLICADOS E O TAMANHO DO RETPOST E DO
003099*                       RETMORA. NA RETOMADA O RETPOST E O RETMORA
003099*                       CONTINUAM (EXTEND), OS REGISTROS JA
003099*                       APLICADOS SO SAO RECONTADOS PARA A PROVA
003099*                       DO TRAILER E O DETALHE QUE CAIU NO MEIO E
003099*                       REFEITO SO NO QUE FALTOU (SEM REBAIXAR
003099*                       TITULO OU PARCELA NEM CREDITAR DE NOVO). A
003099*                       RODADA ENTRA NO RUNLOGF PARA A PREVISAO DO
003099*                       OPER-CONSOLE.
003099*    2026-10-15 OPR     CADA OCORRENCIA DE LIQUIDACAO OU RECUSA DO
003099*                       RETORNO ENTRA COMO EVENTO TARIFAVEL DO
003099*                       CLIENTE ("RETO") PELA ROTINA TARIFA-EVENTO
003099*                       (VER COPYBOOKS/TEVHDL.CPY), PARA A
003099*                       COBRANCA NOTURNA DO TARIFA-COBRAR.
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
005182         ACCESS MODE IS DYNAMIC
005183         RECORD KEY IS STL-CHAVE
005184         FILE STATUS IS WS-SETTLE-FILE-STATUS.
005185     SELECT PREJ-FILE ASSIGN TO "PREJREG"
005186         ORGANIZATION IS INDEXED
005187         ACCESS MODE IS DYNAMIC
005188         RECORD KEY IS PRJ-CUST-ID
005189         FILE STATUS IS WS-PREJ-FILE-STATUS.
005190     SELECT MOVCTB-FILE ASSIGN TO "MOVCTB"
005191         ORGANIZATION IS LINE SEQUENTIAL
005192         FILE STATUS IS WS-MOVCTB-FILE-STATUS.
005193     SELECT RECUP-FILE ASSIGN TO "RECUPLOG"
005194         ORGANIZATION IS LINE SEQUENTIAL
005195         FILE STATUS IS WS-RECUP-FILE-STATUS.
005196     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
005196         ORGANIZATION IS INDEXED
005196         ACCESS MODE IS DYNAMIC
005196         RECORD KEY IS ACD-CUST-ID
005196         FILE STATUS IS WS-ACORDO-FILE-STATUS.
005197     SELECT PARCELA-FILE ASSIGN TO "ACDPARC"
005197         ORGANIZATION IS INDEXED
005197         ACCESS MODE IS DYNAMIC
005197         RECORD KEY IS ACP-CHAVE
005197         FILE STATUS IS WS-PARCELA-FILE-STATUS.
005198     SELECT MORA-PARM-FILE ASSIGN TO "MORAPARM"
005198         ORGANIZATION IS LINE SEQUENTIAL
005198         FILE STATUS IS WS-MORA-PARM-STATUS.
005199     SELECT MORA-POST-FILE ASSIGN TO "RETMORA"
005199         ORGANIZATION IS LINE SEQUENTIAL
005199         FILE STATUS IS WS-MORA-POST-STATUS.
005199     SELECT FUSAO-FILE ASSIGN TO "CUSTFUS"
005199         ORGANIZATION IS INDEXED
005199         ACCESS MODE IS DYNAMIC
005199         RECORD KEY IS FUS-CHAVE
005199         FILE STATUS IS WS-FUSAO-FILE-STATUS.
005199     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
005199         ORGANIZATION IS LINE SEQUENTIAL
005199         FILE STATUS IS WS-CKPT-FILE-STATUS.
005199     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
005199         ORGANIZATION IS LINE SEQUENTIAL
005199         FILE STATUS IS WS-RLOG-FILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500*
005600 FD  RETURN-FILE
005700     RECORDING MODE IS F.
005700 01  RETURN-RECORD           PIC X(240).
005900*
006000 FD  CUSTOMER-MASTER.
006100*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
007791 COPY "XMITREG.cpy".
007801*
007802 FD  SETTLE-FILE.
007802*    CADASTRO DE PAGAMENTOS JA LIQUIDADOS (VER COPYBOOKS/
007802*    SETLREG.CPY)
007802 COPY "SETLREG.cpy".
007813*
007820 FD  TITULO-FILE.
007830*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
007840*    COPYBOOKS/TITREG.CPY)
007850 COPY "TITREG.cpy".
007860*
007861 FD  PREJ-FILE.
007862*    RAZAO DE BAIXAS PARA PREJUIZO (VER COPYBOOKS/PREJREG.CPY)
007863 COPY "PREJREG.cpy".
007864*
007865 FD  MOVCTB-FILE
007866     RECORDING MODE IS F.
007867 COPY "MOVCTB.cpy".
007868*
007869 FD  RECUP-FILE
007870     RECORDING MODE IS F.
007871 COPY "RECUPREG.cpy".
007872*
007873 FD  ACORDO-FILE.
007874*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
007875 COPY "ACORDREG.cpy".
007876*
007877 FD  PARCELA-FILE.
007878*    PARCELAS DOS ACORDOS (VER COPYBOOKS/PARCREG.CPY)
007879 COPY "PARCREG.cpy".
007880*
007881 FD  MORA-PARM-FILE
007882     RECORDING MODE IS F.
007883*    TABELA DE TAXAS DE MORA: INICIO DE VIGENCIA, MULTA (% SOBRE
007884*    O VALOR DO TITULO) E JUROS (% AO DIA UTIL DE ATRASO)
007885 01  MORA-PARM-RECORD.
007886     05  MPR-VIGENCIA        PIC 9(08).
007887     05  FILLER              PIC X(01).
007888     05  MPR-MULTA-PCT       PIC 9(02)V9999.
007889     05  FILLER              PIC X(01).
007890     05  MPR-JUROS-DIA-PCT   PIC 9(02)V9999.
007891*
007892 FD  MORA-POST-FILE
007893     RECORDING MODE IS F.
007894*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
007895*    POSTREG.CPY) - SO OS CAMPOS QUE O DEBITO DE ENCARGO USA
007896 01  MORA-POST-RECORD.
007897     05  MRP-ACAO            PIC X(01).
007898     05  MRP-ID              PIC X(10).
007899     05  FILLER              PIC X(31).
007899     05  MRP-SALDO           PIC S9(7)V99.
007899     05  MRP-DATA-EFETIVA    PIC X(08).
007899     05  FILLER              PIC X(31).
007899     05  MRP-MOTIVO          PIC X(04).
007899*
007899 FD  FUSAO-FILE.
007899*    REFERENCIA CRUZADA DE CADASTROS FUNDIDOS (VER
007899*    COPYBOOKS/FUSREG.CPY)
007899 COPY "FUSREG.cpy".
007900*
007900 FD  CHECKPOINT-FILE
007900     RECORDING MODE IS F.
007900 COPY "CHKPT.cpy".
007900*
007900 FD  RUN-LOG-FILE
007900     RECORDING MODE IS F.
007900 COPY "RUNLOG.cpy".
007900*
008000 WORKING-STORAGE SECTION.
008100*
009000*
009100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009200     88  FIM-DO-ARQUIVO      VALUE "Y".
009200 77  WS-QTDE-LIDOS           PIC 9(07) VALUE ZERO.
009200*
009200***************************************************************
009200*    CHECKPOINT/RESTART (VER COPYBOOKS/CHKPT.CPY) - UM
009200*    CHECKPOINT A CADA DETALHE TRATADO. A CHAVE GUARDA QUANTOS
009200*    REGISTROS DO RETORNO JA FORAM APLICADOS E QUANTOS REGISTROS
009200*    O RETPOST E O RETMORA TINHAM NESSE PONTO. NA RETOMADA OS
009200*    REGISTROS JA APLICADOS SO SAO RECONTADOS (PARA A PROVA DO
009200*    TRAILER), E O DETALHE QUE CAIU NO MEIO E REFEITO SO NO QUE
009200*    NAO TINHA SIDO GRAVADO
009200***************************************************************
009200 77  WS-CKPT-FILE-STATUS     PIC X(02) VALUE ZEROS.
009200     88  CKPT-FILE-OK        VALUE "00".
009200 77  WS-CKPT-FILE-EOF        PIC X(01) VALUE "N".
009200     88  FIM-ARQUIVO-CHECKPOINT VALUE "Y".
009200 COPY "CHKPTTAB.cpy".
009200 01  WS-CKPT-POSICAO.
009200     05  CKP-LIDOS           PIC 9(07) VALUE ZERO.
009200     05  CKP-QTDE-POST       PIC 9(07) VALUE ZERO.
009200     05  CKP-QTDE-MORA       PIC 9(06) VALUE ZERO.
009200 77  WS-CKPT-DATA-RESTART    PIC 9(08) VALUE ZERO.
009200 77  WS-CKPT-LIDOS-INICIO    PIC 9(07) VALUE ZERO.
009200 77  WS-RETOMANDO-SWITCH     PIC X(01) VALUE "N".
009200     88  PULANDO-ATE-CHECKPOINT VALUE "Y".
009200 77  WS-RETOMADA-FALHOU-SW   PIC X(01) VALUE "N".
009200     88  RETOMADA-RECUSADA   VALUE "Y".
009200 77  WS-REFAZENDO-SW         PIC X(01) VALUE "N".
009200     88  REFAZENDO-DETALHE   VALUE "Y".
009200 77  WS-QTDE-POST-GRAVADOS   PIC 9(07) VALUE ZERO.
009200 77  WS-QTDE-MORA-GRAVADOS   PIC 9(06) VALUE ZERO.
009200*    O QUE O DETALHE INTERROMPIDO JA TINHA GRAVADO NO RETPOST E NO
009200*    RETMORA ALEM DO CHECKPOINT - NAO E GRAVADO DE NOVO
009200 77  WS-RCV-POST-A-PULAR     PIC 9(07) VALUE ZERO.
009200 77  WS-RCV-MORA-A-PULAR     PIC 9(06) VALUE ZERO.
009200 77  WS-RCV-FIM-SW           PIC X(01) VALUE "N".
009200     88  FIM-DA-RECONTAGEM   VALUE "Y".
009200 77  WS-MORA-FECHADO-SW      PIC X(01) VALUE "N".
009200     88  RETMORA-FECHADO     VALUE "Y".
009200 77  WS-RECUP-DUVIDA-SW      PIC X(01) VALUE "N".
009200     88  RECUPERACAO-EM-DUVIDA VALUE "Y".
009200*
009200***************************************************************
009200*    LOG DE EXECUCOES (VER COPYBOOKS/RUNLOG.CPY)
009200***************************************************************
009200 77  WS-RLOG-FILE-STATUS     PIC X(02) VALUE ZEROS.
009200     88  RLOG-FILE-OK        VALUE "00".
009200 77  WS-HORA-FIM-RLOG        PIC 9(08) VALUE ZERO.
009200*
009200***************************************************************
009200*    LAYOUT E BANCO DO RETORNO - O ARQUIVO CNAB 240 E
009200*    RECONHECIDO PELO PRIMEIRO REGISTRO (BANCO + LOTE "0000" +
009200*    TIPO "0") E TRAZ O BANCO NO HEADER; O LAYOUT PROPRIO DA
009200*    CASA (80 POSICOES) VEM DO BANCO DA VARIAVEL RETBANCO OU,
009200*    SEM ELA, DO BANCO PADRAO DA TABELA BANCOTAB
009200***************************************************************
009200 77  WS-LAYOUT-RETORNO       PIC X(03) VALUE "400".
009200     88  RETORNO-240         VALUE "240".
009200 77  WS-BANCO-RETORNO        PIC 9(03) VALUE ZERO.
009200 77  WS-RET-NSA              PIC 9(06) VALUE ZERO.
009200 77  WS-SEG-T-SW             PIC X(01) VALUE "N".
009200     88  SEGMENTO-T-PENDENTE VALUE "Y".
009200 77  WS-240-DIVERGENCIA-SW   PIC X(01) VALUE "N".
009200     88  CONTAGEM-240-DIVERGE VALUE "Y".
009200 77  WS-240-QTDE-REGISTROS   PIC 9(06) VALUE ZERO.
009200 77  WS-240-QTDE-REG-LOTE    PIC 9(06) VALUE ZERO.
009200 77  WS-240-QTDE-LOTES       PIC 9(06) VALUE ZERO.
009200 77  WS-240-TRL-REGISTROS    PIC 9(06) VALUE ZERO.
009200 77  WS-240-TRL-LOTES        PIC 9(06) VALUE ZERO.
009200 77  WS-QTDE-INFORMATIVOS    PIC 9(07) COMP VALUE ZERO.
009200*    DADOS GUARDADOS DO SEGMENTO T ATE O U DO MESMO TITULO
009200 77  WS-T-MOVIMENTO          PIC X(02) VALUE SPACES.
009200 77  WS-T-MOTIVO             PIC X(02) VALUE SPACES.
009200 77  WS-T-CUST-ID            PIC X(10) VALUE SPACES.
009200*    NOSSO NUMERO DO BOLETO (VER REMESSA-GERAR): REMSEQ + ORDEM -
009200*    COM ELE O TITULO E ACHADO PELA CHAVE EXATA DO TITREG
009200 01  WS-NOSSO-NUM-RETORNO.
009200     05  WNR-REMSEQ          PIC X(05).
009200     05  WNR-ORDEM           PIC X(05).
009200 01  WS-DATA-DDMMAAAA        PIC 9(08) VALUE ZERO.
009200 01  FILLER REDEFINES WS-DATA-DDMMAAAA.
009200     05  WDD-DIA             PIC 9(02).
009200     05  WDD-MES             PIC 9(02).
009200     05  WDD-ANO             PIC 9(04).
009200 01  WS-DATA-AAAAMMDD        PIC 9(08) VALUE ZERO.
009200 01  FILLER REDEFINES WS-DATA-AAAAMMDD.
009200     05  WDA-ANO             PIC 9(04).
009200     05  WDA-MES             PIC 9(02).
009200     05  WDA-DIA             PIC 9(02).
009200*
009200***************************************************************
009200*    VISOES DO REGISTRO CNAB 240 (FEBRABAN) POR TIPO (COLUNA 8)
009200*    E SEGMENTO (COLUNA 14) - SO OS CAMPOS QUE O RETORNO USA
009200***************************************************************
009200 01  WS-R240-REGISTRO        PIC X(240).
009200 01  WS-R240-HEADER-ARQ REDEFINES WS-R240-REGISTRO.
009200     05  R0-BANCO            PIC 9(03).
009200     05  R0-LOTE             PIC X(04).
009200     05  R0-TIPO             PIC X(01).
009200     05  FILLER              PIC X(135).
009200     05  R0-DATA-GERACAO     PIC 9(08).
009200     05  R0-HORA-GERACAO     PIC 9(06).
009200     05  R0-NSA              PIC 9(06).
009200     05  FILLER              PIC X(77).
009200 01  WS-R240-SEG-T REDEFINES WS-R240-REGISTRO.
009200     05  RT-BANCO            PIC 9(03).
009200     05  RT-LOTE             PIC X(04).
009200     05  RT-TIPO             PIC X(01).
009200     05  RT-NUM-REG          PIC X(05).
009200     05  RT-SEGMENTO         PIC X(01).
009200     05  FILLER              PIC X(01).
009200     05  RT-MOVIMENTO        PIC X(02).
009200     05  FILLER              PIC X(20).
009200     05  RT-NOSSO-NUMERO     PIC X(20).
009200     05  FILLER              PIC X(48).
009200     05  RT-USO-EMPRESA      PIC X(25).
009200     05  FILLER              PIC X(83).
009200     05  RT-MOTIVO           PIC X(10).
009200     05  FILLER              PIC X(17).
009200 01  WS-R240-SEG-U REDEFINES WS-R240-REGISTRO.
009200     05  RU-BANCO            PIC 9(03).
009200     05  RU-LOTE             PIC X(04).
009200     05  RU-TIPO             PIC X(01).
009200     05  RU-NUM-REG          PIC X(05).
009200     05  RU-SEGMENTO         PIC X(01).
009200     05  FILLER              PIC X(01).
009200     05  RU-MOVIMENTO        PIC X(02).
009200     05  FILLER              PIC X(60).
009200     05  RU-VALOR-PAGO       PIC 9(15).
009200     05  FILLER              PIC X(45).
009200     05  RU-DATA-OCORRENCIA  PIC 9(08).
009200     05  FILLER              PIC X(95).
009200 01  WS-R240-TRAILER-LOTE REDEFINES WS-R240-REGISTRO.
009200     05  R5-BANCO            PIC 9(03).
009200     05  R5-LOTE             PIC X(04).
009200     05  R5-TIPO             PIC X(01).
009200     05  FILLER              PIC X(09).
009200     05  R5-QTDE-REGISTROS   PIC 9(06).
009200     05  FILLER              PIC X(217).
009200 01  WS-R240-TRAILER-ARQ REDEFINES WS-R240-REGISTRO.
009200     05  R9-BANCO            PIC 9(03).
009200     05  R9-LOTE             PIC X(04).
009200     05  R9-TIPO             PIC X(01).
009200     05  FILLER              PIC X(09).
009200     05  R9-QTDE-LOTES       PIC 9(06).
009200     05  R9-QTDE-REGISTROS   PIC 9(06).
009200     05  FILLER              PIC X(211).
009300*
009400***************************************************************
009500*    VISOES DO REGISTRO DE RETORNO POR TIPO (COLUNA 1)
012596 77  WS-QTDE-TIT-SEM-REG     PIC 9(07) COMP VALUE ZERO.
012597*
012598***************************************************************
012598*    CADASTROS FUNDIDOS (ARQUIVO CUSTFUS, VER COPYBOOKS/
012598*    FUSREG.CPY) - PAGAMENTO DE BOLETO EMITIDO PARA O CLIENTE
012598*    INCORPORADO E LIQUIDADO NO SOBREVIVENTE, QUE FICOU COM OS
012598*    TITULOS ABERTOS
012598***************************************************************
012598 77  WS-FUSAO-FILE-STATUS    PIC X(02) VALUE ZEROS.
012598     88  FUSAO-OK            VALUE "00".
012598 77  WS-CUSTFUS-ABERTO-SW    PIC X(01) VALUE "N".
012598     88  FUSOES-DISPONIVEIS  VALUE "Y".
012598 77  WS-FUS-FIM-SW           PIC X(01) VALUE "N".
012598     88  FIM-DAS-FUSOES      VALUE "Y".
012598 77  WS-QTDE-REDIRECIONADOS  PIC 9(07) COMP VALUE ZERO.
012598*
012598***************************************************************
012599*    CADASTRO DE PAGAMENTOS LIQUIDADOS (ARQUIVO SETLREG) -
012600*    GUARDA CONTRA PAGAR O MESMO DETALHE DUAS VEZES
012601***************************************************************
012676 77  WS-MOT-SUB              PIC 9(02) COMP VALUE ZERO.
012680 77  WS-TEXTO-MOTIVO         PIC X(28) VALUE SPACES.
012684 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
012685*
012686***************************************************************
012687*    RECUPERACAO DE CREDITO BAIXADO PARA PREJUIZO (PREJREG) -
012688*    SO O EXCEDENTE DO PAGAMENTO VAI AO RETPOST COMO CREDITO
012689***************************************************************
012690 77  WS-PREJ-FILE-STATUS     PIC X(02) VALUE ZEROS.
012691     88  PREJ-OK             VALUE "00".
012692 77  WS-PREJREG-ABERTO-SW    PIC X(01) VALUE "N".
012693     88  PREJREG-DISPONIVEL  VALUE "Y".
012694 77  WS-MOVCTB-FILE-STATUS   PIC X(02) VALUE ZEROS.
012695     88  MOVCTB-FILE-OK      VALUE "00".
012696 77  WS-RECUP-FILE-STATUS    PIC X(02) VALUE ZEROS.
012697     88  RECUP-FILE-OK       VALUE "00".
012698 77  WS-VALOR-CREDITO        PIC 9(7)V99 COMP-3 VALUE ZERO.
012698 77  WS-VALOR-RECUP          PIC 9(7)V99 COMP-3 VALUE ZERO.
012698 77  WS-PREJ-A-RECUPERAR     PIC 9(9)V99 COMP-3 VALUE ZERO.
012698 77  WS-QTDE-RECUPERACOES    PIC 9(07) COMP VALUE ZERO.
012699 77  WS-TOTAL-RECUPERADO     PIC 9(13)V99 COMP-3 VALUE ZERO.
012699*
012699***************************************************************
012699*    ACORDOS DE PARCELAMENTO (ARQUIVOS ACORDO E ACDPARC) -
012699*    PAGAMENTO DE PARCELA EMITIDA PELO REMESSA-GERAR
012699***************************************************************
012699 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
012699     88  ACORDO-OK           VALUE "00".
012699 77  WS-PARCELA-FILE-STATUS  PIC X(02) VALUE ZEROS.
012699     88  PARCELA-OK          VALUE "00".
012699 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
012699     88  ACORDOS-DISPONIVEIS VALUE "Y".
012699 77  WS-PARC-FIM-SW          PIC X(01) VALUE "N".
012699     88  FIM-DAS-PARCELAS    VALUE "Y".
012699 77  WS-PARC-ACHADA-SW       PIC X(01) VALUE "N".
012699     88  PARCELA-ACHADA      VALUE "Y".
012699 77  WS-QTDE-PARC-LIQUIDADAS PIC 9(07) COMP VALUE ZERO.
012699 77  WS-QTDE-ACORDOS-QUITADOS
012699                             PIC 9(07) COMP VALUE ZERO.
012699*
012699***************************************************************
012699*    MULTA E JUROS DE MORA - TABELA DE TAXAS (ARQUIVO MORAPARM)
012699*    E DEBITOS DE ENCARGO (ARQUIVO RETMORA)
012699***************************************************************
012699 77  WS-MORA-PARM-STATUS     PIC X(02) VALUE ZEROS.
012699     88  MORA-PARM-OK        VALUE "00".
012699 77  WS-MORA-POST-STATUS     PIC X(02) VALUE ZEROS.
012699     88  MORA-POST-OK        VALUE "00".
012699 77  WS-MORA-EOF-SWITCH      PIC X(01) VALUE "N".
012699     88  FIM-DAS-TAXAS       VALUE "Y".
012699 77  WS-QTDE-TAXAS           PIC 9(02) COMP VALUE ZERO.
012699 01  TABELA-TAXAS-MORA.
012699     05  TAXA-ENTRY OCCURS 50 TIMES
012699         DEPENDING ON WS-QTDE-TAXAS.
012699         10  TXM-VIGENCIA    PIC 9(08).
012699         10  TXM-MULTA-PCT   PIC 9(02)V9999.
012699         10  TXM-JUROS-PCT   PIC 9(02)V9999.
012699 77  WS-TAXA-SUB             PIC 9(02) COMP VALUE ZERO.
012699 77  WS-TAXA-VIGENCIA        PIC 9(08) VALUE ZERO.
012699 77  WS-MULTA-PCT            PIC 9(02)V9999 VALUE ZERO.
012699 77  WS-JUROS-PCT            PIC 9(02)V9999 VALUE ZERO.
012699 77  WS-VENC-EFETIVO         PIC 9(08) VALUE ZERO.
012699 77  WS-DIAS-MORA            PIC S9(05) VALUE ZERO.
012699 77  WS-VALOR-TITULO         PIC 9(11)V99 COMP-3 VALUE ZERO.
012699 77  WS-VALOR-MULTA          PIC 9(07)V99 COMP-3 VALUE ZERO.
012699 77  WS-VALOR-JUROS          PIC 9(07)V99 COMP-3 VALUE ZERO.
012699 77  WS-QTDE-COM-ENCARGO     PIC 9(07) COMP VALUE ZERO.
012699 77  WS-TOTAL-MULTA          PIC 9(11)V99 COMP-3 VALUE ZERO.
012699 77  WS-TOTAL-JUROS          PIC 9(11)V99 COMP-3 VALUE ZERO.
012699*
012699***************************************************************
012699*    HEADER/TRAILER DE CONTROLE DO RETMORA, NO FORMATO DE
012699*    COPYBOOKS/HDRTRL.CPY (QUANTIDADE E HASH EM CENTAVOS)
012699***************************************************************
012699 77  WS-MORA-QTDE-DETALHES   PIC 9(07) VALUE ZERO.
012699 77  WS-MORA-HASH-DETALHES   PIC 9(13) VALUE ZERO.
012699 01  WS-HEADER-SAIDA.
012699     05  FILLER              PIC X(02) VALUE "H ".
012699     05  WSH-DATA            PIC 9(08).
012699     05  FILLER              PIC X(01) VALUE SPACE.
012699     05  WSH-ORIGEM          PIC X(08) VALUE "RETMORA ".
012699 01  WS-TRAILER-SAIDA.
012699     05  FILLER              PIC X(02) VALUE "T ".
012699     05  WST-QTDE            PIC 9(07).
012699     05  FILLER              PIC X(01) VALUE SPACE.
012699     05  WST-HASH            PIC 9(13).
012699*
012699***************************************************************
012699*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
012699*    COPYBOOKS/CALHDL.CPY)
012699***************************************************************
012699 COPY "CALHDL.cpy".
012688*
012700***************************************************************
012700*    PARAMETROS DA ROTINA DE ROTEAMENTO POR BANCO (VER
012700*    COPYBOOKS/BNCHDL.CPY)
012700***************************************************************
012700 COPY "BNCHDL.cpy".
012700*
012700***************************************************************
012700*    PARAMETROS DA ROTINA DE EVENTOS TARIFAVEIS (VER
012700*    COPYBOOKS/TEVHDL.CPY)
012700***************************************************************
012700 COPY "TEVHDL.cpy".
012700*
012700***************************************************************
012800*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
012900***************************************************************
013000 COPY "RUNDATE.cpy".
014800         THRU 2000-TRATAR-REGISTRO-EXIT
014900         UNTIL FIM-DO-ARQUIVO.
015000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
015000     PERFORM 9500-GRAVAR-RUNLOG THRU 9500-GRAVAR-RUNLOG-EXIT.
015100     STOP RUN.
015200*
015300***************************************************************
017500         MOVE "Y" TO WS-EOF-SWITCH
017600         GO TO 1000-INICIALIZAR-EXIT
017700     END-IF.
017700     PERFORM 1700-LER-CHECKPOINT THRU 1700-LER-CHECKPOINT-EXIT.
017700     IF PULANDO-ATE-CHECKPOINT
017700         PERFORM 1800-RETOMAR-SAIDAS
017700             THRU 1800-RETOMAR-SAIDAS-EXIT
017700         IF RETOMADA-RECUSADA
017700             CLOSE RETURN-FILE CUSTOMER-MASTER
017700             MOVE "Y" TO WS-EOF-SWITCH
017700             GO TO 1000-INICIALIZAR-EXIT
017700         END-IF
017700     ELSE
017700         OPEN OUTPUT POSTING-OUT-FILE
017700     END-IF.
017900     OPEN EXTEND REJECT-FILE.
017901     OPEN I-O SETTLE-FILE.
017902     IF SETTLE-NAO-ACHADO
017960             WS-TITULO-FILE-STATUS ") - TITULOS NAO SERAO "
017970             "BAIXADOS."
017980     END-IF.
017981     OPEN I-O PREJ-FILE.
017982     IF PREJ-OK
017983         MOVE "Y" TO WS-PREJREG-ABERTO-SW
017984         OPEN EXTEND MOVCTB-FILE
017985         IF NOT MOVCTB-FILE-OK
017986             OPEN OUTPUT MOVCTB-FILE
017987         END-IF
017988         OPEN EXTEND RECUP-FILE
017989         IF NOT RECUP-FILE-OK
017990             OPEN OUTPUT RECUP-FILE
017991         END-IF
017992     ELSE
017993         DISPLAY "AVISO: PREJREG INDISPONIVEL (STATUS "
017993             WS-PREJ-FILE-STATUS ") - PAGAMENTO DE CLIENTE "
017994             "BAIXADO ENTRA COMO CREDITO COMUM."
017994     END-IF.
017994     OPEN I-O ACORDO-FILE.
017994     IF ACORDO-OK
017994         OPEN I-O PARCELA-FILE
017994         IF PARCELA-OK
017994             MOVE "Y" TO WS-ACORDO-ABERTO-SW
017994         ELSE
017994             CLOSE ACORDO-FILE
017994         END-IF
017994     END-IF.
017994     IF NOT ACORDOS-DISPONIVEIS
017994         DISPLAY "AVISO: ACORDO/ACDPARC INDISPONIVEL - PARCELAS "
017994             "DE ACORDO NAO SERAO LIQUIDADAS."
017994     END-IF.
017994     OPEN INPUT FUSAO-FILE.
017994     IF FUSAO-OK
017994         MOVE "Y" TO WS-CUSTFUS-ABERTO-SW
017994     ELSE
017994         DISPLAY "AVISO: CUSTFUS INDISPONIVEL (STATUS "
017994             WS-FUSAO-FILE-STATUS ") - PAGAMENTO DE CLIENTE "
017994             "INCORPORADO NAO SERA REDIRECIONADO."
017994     END-IF.
017995     PERFORM 1200-CARREGAR-MOTIVOS
017996         THRU 1200-CARREGAR-MOTIVOS-EXIT.
017997     PERFORM 1300-CARREGAR-TAXAS-MORA
017998         THRU 1300-CARREGAR-TAXAS-MORA-EXIT.
018000     PERFORM 1100-LER-RETORNO THRU 1100-LER-RETORNO-EXIT.
018000     IF NOT FIM-DO-ARQUIVO
018000         PERFORM 1400-IDENTIFICAR-LAYOUT
018000             THRU 1400-IDENTIFICAR-LAYOUT-EXIT
018000     END-IF.
018100 1000-INICIALIZAR-EXIT.
018200     EXIT.
018300*
018800     READ RETURN-FILE
018900         AT END
019000             MOVE "Y" TO WS-EOF-SWITCH
019000         NOT AT END
019000             ADD 1 TO WS-QTDE-LIDOS
019100     END-READ.
019200 1100-LER-RETORNO-EXIT.
019300     EXIT.
019398     END-READ.
019399 1250-LER-MOTIVO-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1300-CARREGAR-TAXAS-MORA - TABELA MORAPARM EM MEMORIA E    *
019399*    ABERTURA DO RETMORA (SO COM TAXAS CARREGADAS)              *
019399***************************************************************
019399 1300-CARREGAR-TAXAS-MORA.
019399     OPEN INPUT MORA-PARM-FILE.
019399     IF NOT MORA-PARM-OK
019399         DISPLAY "AVISO: MORAPARM INDISPONIVEL (STATUS "
019399             WS-MORA-PARM-STATUS ") - PAGAMENTO EM ATRASO SEM "
019399             "MULTA E JUROS."
019399         GO TO 1300-CARREGAR-TAXAS-MORA-EXIT
019399     END-IF.
019399     PERFORM 1350-LER-TAXA THRU 1350-LER-TAXA-EXIT.
019399     PERFORM 1360-GUARDAR-TAXA THRU 1360-GUARDAR-TAXA-EXIT
019399         UNTIL FIM-DAS-TAXAS OR WS-QTDE-TAXAS = 50.
019399     CLOSE MORA-PARM-FILE.
019399     IF WS-QTDE-TAXAS = ZERO
019399         DISPLAY "AVISO: MORAPARM VAZIO - PAGAMENTO EM ATRASO "
019399             "SEM MULTA E JUROS."
019399         GO TO 1300-CARREGAR-TAXAS-MORA-EXIT
019399     END-IF.
019399*    NA RETOMADA O RETMORA DA RODADA INTERROMPIDA CONTINUA
019399     IF WS-QTDE-MORA-GRAVADOS > ZERO
019399         OPEN EXTEND MORA-POST-FILE
019399     ELSE
019399         OPEN OUTPUT MORA-POST-FILE
019399         IF MORA-POST-OK
019399             MOVE RUN-DATA TO WSH-DATA
019399             MOVE WS-HEADER-SAIDA TO MORA-POST-RECORD
019399             WRITE MORA-POST-RECORD
019399             MOVE 1 TO WS-QTDE-MORA-GRAVADOS
019399         END-IF
019399     END-IF.
019399     IF NOT MORA-POST-OK
019399         DISPLAY "AVISO: RETMORA INDISPONIVEL (STATUS "
019399             WS-MORA-POST-STATUS ") - ENCARGOS NAO SERAO "
019399             "LANCADOS."
019399     END-IF.
019399 1300-CARREGAR-TAXAS-MORA-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1350-LER-TAXA                                             *
019399***************************************************************
019399 1350-LER-TAXA.
019399     READ MORA-PARM-FILE
019399         AT END
019399             MOVE "Y" TO WS-MORA-EOF-SWITCH
019399     END-READ.
019399 1350-LER-TAXA-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1360-GUARDAR-TAXA - LINHA INVALIDA E IGNORADA              *
019399***************************************************************
019399 1360-GUARDAR-TAXA.
019399     IF MPR-VIGENCIA NUMERIC AND MPR-MULTA-PCT NUMERIC
019399         AND MPR-JUROS-DIA-PCT NUMERIC
019399         ADD 1 TO WS-QTDE-TAXAS
019399         MOVE MPR-VIGENCIA TO TXM-VIGENCIA(WS-QTDE-TAXAS)
019399         MOVE MPR-MULTA-PCT TO TXM-MULTA-PCT(WS-QTDE-TAXAS)
019399         MOVE MPR-JUROS-DIA-PCT TO TXM-JUROS-PCT(WS-QTDE-TAXAS)
019399     ELSE
019399         DISPLAY "AVISO: LINHA INVALIDA NO MORAPARM IGNORADA: "
019399             MORA-PARM-RECORD
019399     END-IF.
019399     PERFORM 1350-LER-TAXA THRU 1350-LER-TAXA-EXIT.
019399 1360-GUARDAR-TAXA-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1700-LER-CHECKPOINT - LE O CHECKPOINT COMPARTILHADO,      *
019399*    GUARDA OS REGISTROS DOS OUTROS PROGRAMAS (CHKPTTAB.CPY) E  *
019399*    A POSICAO DE RETOMADA DESTE, SE HOUVER                     *
019399***************************************************************
019399 1700-LER-CHECKPOINT.
019399     MOVE ZERO TO WS-CKPT-QTDE-SALVOS.
019399     MOVE "N" TO WS-CKPT-FILE-EOF.
019399     OPEN INPUT CHECKPOINT-FILE.
019399     IF NOT CKPT-FILE-OK
019399         GO TO 1700-LER-CHECKPOINT-EXIT
019399     END-IF.
019399     PERFORM 1750-LER-CKPT-REG THRU 1750-LER-CKPT-REG-EXIT.
019399     PERFORM 1720-GUARDAR-CKPT THRU 1720-GUARDAR-CKPT-EXIT
019399         UNTIL FIM-ARQUIVO-CHECKPOINT.
019399     CLOSE CHECKPOINT-FILE.
019399 1700-LER-CHECKPOINT-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1720-GUARDAR-CKPT                                         *
019399***************************************************************
019399 1720-GUARDAR-CKPT.
019399     IF CHKPT-PROGRAMA = "RETORNO "
019399         AND CHKPT-CHAVE NUMERIC
019399         MOVE CHKPT-CHAVE TO WS-CKPT-POSICAO
019399         MOVE CHKPT-DATA TO WS-CKPT-DATA-RESTART
019399         MOVE "Y" TO WS-RETOMANDO-SWITCH
019399     ELSE
019399         IF CHKPT-PROGRAMA NOT = SPACES
019399             AND WS-CKPT-QTDE-SALVOS < 10
019399             ADD 1 TO WS-CKPT-QTDE-SALVOS
019399             MOVE CHKPT-PROGRAMA TO
019399                 CKPT-SALVO-PROGRAMA(WS-CKPT-QTDE-SALVOS)
019399             MOVE CHKPT-CHAVE TO
019399                 CKPT-SALVO-CHAVE(WS-CKPT-QTDE-SALVOS)
019399             MOVE CHKPT-DATA TO
019399                 CKPT-SALVO-DATA(WS-CKPT-QTDE-SALVOS)
019399         END-IF
019399     END-IF.
019399     PERFORM 1750-LER-CKPT-REG THRU 1750-LER-CKPT-REG-EXIT.
019399 1720-GUARDAR-CKPT-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1750-LER-CKPT-REG                                         *
019399***************************************************************
019399 1750-LER-CKPT-REG.
019399     READ CHECKPOINT-FILE
019399         AT END
019399             MOVE "Y" TO WS-CKPT-FILE-EOF
019399     END-READ.
019399 1750-LER-CKPT-REG-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1800-RETOMAR-SAIDAS - RETOMADA: RECONTA O RETPOST E O      *
019399*    RETMORA DA RODADA INTERROMPIDA (QUE CONTINUAM - NAO SAO    *
019399*    RECRIADOS) E CONFERE COM O CHECKPOINT; O QUE PASSA DELE E  *
019399*    DO DETALHE QUE CAIU NO MEIO E NAO SERA GRAVADO DE NOVO.    *
019399*    SAIDA MENOR QUE O CHECKPOINT (APAGADA OU TROCADA) RECUSA A *
019399*    RETOMADA COM RC 16                                         *
019399***************************************************************
019399 1800-RETOMAR-SAIDAS.
019399     MOVE CKP-LIDOS TO WS-CKPT-LIDOS-INICIO.
019399     DISPLAY "RETOMANDO DEPOIS DO REGISTRO " CKP-LIDOS
019399         " DO RETORNO (CHECKPOINT DE " WS-CKPT-DATA-RESTART ")".
019399     MOVE ZERO TO WS-QTDE-POST-GRAVADOS.
019399     MOVE "N" TO WS-RCV-FIM-SW.
019399     OPEN INPUT POSTING-OUT-FILE.
019399     IF POSTING-FILE-OK
019399         PERFORM 1810-CONTAR-RETPOST THRU 1810-CONTAR-RETPOST-EXIT
019399             UNTIL FIM-DA-RECONTAGEM
019399         CLOSE POSTING-OUT-FILE
019399     END-IF.
019399     IF WS-QTDE-POST-GRAVADOS < CKP-QTDE-POST
019399         DISPLAY "ABEND-RETORNO: RETPOST COM "
019399             WS-QTDE-POST-GRAVADOS " REGISTROS E CHECKPOINT COM "
019399             CKP-QTDE-POST
019399             " - RETOMADA RECUSADA."
019399         MOVE 16 TO RETURN-CODE
019399         MOVE "Y" TO WS-RETOMADA-FALHOU-SW
019399         GO TO 1800-RETOMAR-SAIDAS-EXIT
019399     END-IF.
019399     COMPUTE WS-RCV-POST-A-PULAR =
019399         WS-QTDE-POST-GRAVADOS - CKP-QTDE-POST.
019399     IF CKP-QTDE-MORA > ZERO
019399         MOVE "N" TO WS-RCV-FIM-SW
019399         OPEN INPUT MORA-POST-FILE
019399         IF MORA-POST-OK
019399             PERFORM 1850-CONTAR-RETMORA
019399                 THRU 1850-CONTAR-RETMORA-EXIT
019399                 UNTIL FIM-DA-RECONTAGEM
019399             CLOSE MORA-POST-FILE
019399         END-IF
019399         IF WS-QTDE-MORA-GRAVADOS < CKP-QTDE-MORA
019399             DISPLAY "ABEND-RETORNO: RETMORA COM "
019399                 WS-QTDE-MORA-GRAVADOS " REGISTROS E CHECKPOINT "
019399                 "COM " CKP-QTDE-MORA " - RETOMADA RECUSADA."
019399             MOVE 16 TO RETURN-CODE
019399             MOVE "Y" TO WS-RETOMADA-FALHOU-SW
019399             GO TO 1800-RETOMAR-SAIDAS-EXIT
019399         END-IF
019399         COMPUTE WS-RCV-MORA-A-PULAR =
019399             WS-QTDE-MORA-GRAVADOS - CKP-QTDE-MORA
019399     END-IF.
019399     IF WS-QTDE-POST-GRAVADOS = ZERO
019399         OPEN OUTPUT POSTING-OUT-FILE
019399     ELSE
019399         OPEN EXTEND POSTING-OUT-FILE
019399     END-IF.
019399 1800-RETOMAR-SAIDAS-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1810-CONTAR-RETPOST                                       *
019399***************************************************************
019399 1810-CONTAR-RETPOST.
019399     READ POSTING-OUT-FILE
019399         AT END
019399             MOVE "Y" TO WS-RCV-FIM-SW
019399             GO TO 1810-CONTAR-RETPOST-EXIT
019399     END-READ.
019399     ADD 1 TO WS-QTDE-POST-GRAVADOS.
019399 1810-CONTAR-RETPOST-EXIT.
019399     EXIT.
019399*
019399***************************************************************
019399*    1850-CONTAR-RETMORA - RECONTA OS DEBITOS PARA O TRAILER;   *
019399*    COM O TRAILER JA GRAVADO (QUEDA DEPOIS DO FIM DO RETORNO)  *
019399*    ELE NAO E GRAVADO DE NOVO                                  *
019399***************************************************************
019399 1850-CONTAR-RETMORA.
019399     READ MORA-POST-FILE
019399         AT END
019399             MOVE "Y" TO WS-RCV-FIM-SW
019399             GO TO 1850-CONTAR-RETMORA-EXIT
019399     END-READ.
019399     IF MORA-POST-RECORD(1:2) = "T "
019399         MOVE "Y" TO WS-MORA-FECHADO-SW
019399         GO TO 1850-CONTAR-RETMORA-EXIT
019399     END-IF.
019399     ADD 1 TO WS-QTDE-MORA-GRAVADOS.
019399     IF MRP-ACAO = "D"
019399         ADD 1 TO WS-MORA-QTDE-DETALHES
019399         COMPUTE WS-MORA-HASH-DETALHES =
019399             WS-MORA-HASH-DETALHES + (MRP-SALDO * 100)
019399     END-IF.
019399 1850-CONTAR-RETMORA-EXIT.
019399     EXIT.
019400*
019500***************************************************************
019500*    1400-IDENTIFICAR-LAYOUT - PRIMEIRO REGISTRO COM BANCO,     *
019500*    LOTE "0000" E TIPO "0" E HEADER DE ARQUIVO CNAB 240 (O     *
019500*    BANCO VEM NELE); SENAO E O LAYOUT PROPRIO DA CASA, DO      *
019500*    BANCO INFORMADO EM RETBANCO OU DO PADRAO DA BANCOTAB       *
019500***************************************************************
019500 1400-IDENTIFICAR-LAYOUT.
019500     IF RETURN-RECORD(1:3) NUMERIC
019500         AND RETURN-RECORD(4:4) = "0000"
019500         AND RETURN-RECORD(8:1) = "0"
019500         MOVE "240" TO WS-LAYOUT-RETORNO
019500         MOVE RETURN-RECORD(1:3) TO WS-BANCO-RETORNO
019500         GO TO 1400-IDENTIFICAR-LAYOUT-EXIT
019500     END-IF.
019500     ACCEPT WS-BANCO-RETORNO FROM ENVIRONMENT "RETBANCO".
019500     IF WS-BANCO-RETORNO NOT = ZERO
019500         GO TO 1400-IDENTIFICAR-LAYOUT-EXIT
019500     END-IF.
019500     MOVE SPACES TO BNC-PARAMETROS.
019500     SET BNC-ACAO-PADRAO TO TRUE.
019500     CALL "BANCO-COBRADOR" USING BNC-PARAMETROS.
019500     IF BNC-OK
019500         MOVE BNC-BANCO TO WS-BANCO-RETORNO
019500         GO TO 1400-IDENTIFICAR-LAYOUT-EXIT
019500     END-IF.
019500*    SEM TABELA DE BANCOS: O BANCO UNICO DO BOLETO
019500     ACCEPT WS-BANCO-RETORNO FROM ENVIRONMENT "BOLBANCO".
019500     IF WS-BANCO-RETORNO = ZERO
019500         MOVE 001 TO WS-BANCO-RETORNO
019500     END-IF.
019500 1400-IDENTIFICAR-LAYOUT-EXIT.
019500     EXIT.
019500*
019500***************************************************************
019600*    2000-TRATAR-REGISTRO - CLASSIFICA PELO TIPO DA COLUNA 1    *
019700***************************************************************
019800 2000-TRATAR-REGISTRO.
019800     IF RETORNO-240
019800         PERFORM 2500-TRATAR-REGISTRO-240
019800             THRU 2500-TRATAR-REGISTRO-240-EXIT
019800         PERFORM 1100-LER-RETORNO THRU 1100-LER-RETORNO-EXIT
019800         GO TO 2000-TRATAR-REGISTRO-EXIT
019800     END-IF.
019900     EVALUATE RETURN-RECORD(1:1)
020000         WHEN "0"
020100             MOVE RETURN-RECORD TO WS-RET-HEADER
020400             MOVE RETURN-RECORD TO WS-RET-DETALHE
020500             ADD 1 TO WS-QTDE-DETALHES
020600             ADD RTD-VALOR-PAGO TO WS-SOMA-DETALHES
020600             PERFORM 2050-CLASSIFICAR-DETALHE
020600                 THRU 2050-CLASSIFICAR-DETALHE-EXIT
020800         WHEN "9"
020900             MOVE RETURN-RECORD TO WS-RET-TRAILER
021000             MOVE "Y" TO WS-TEM-TRAILER
021400     END-EVALUATE.
021500     PERFORM 1100-LER-RETORNO THRU 1100-LER-RETORNO-EXIT.
021600 2000-TRATAR-REGISTRO-EXIT.
021600     EXIT.
021600*
021600***************************************************************
021600*    2050-CLASSIFICAR-DETALHE - A OCORRENCIA DECIDE O DESTINO:  *
021600*    RECUSA DO BANCO NAO GERA CREDITO - VAI PARA O REJFILE COM  *
021600*    O MOTIVO                                                   *
021600***************************************************************
021600 2050-CLASSIFICAR-DETALHE.
021600*    RETOMADA: DETALHE ATE O CHECKPOINT JA FOI APLICADO - SO
021600*    ENTRA NA CONTAGEM DO TRAILER; O PRIMEIRO DEPOIS DELE PODE TER
021600*    CAIDO NO MEIO E E REFEITO SO NO QUE FALTOU
021600     IF PULANDO-ATE-CHECKPOINT
021600         IF WS-QTDE-LIDOS NOT > CKP-LIDOS
021600             GO TO 2050-CLASSIFICAR-DETALHE-EXIT
021600         END-IF
021600         MOVE "N" TO WS-RETOMANDO-SWITCH
021600         MOVE "Y" TO WS-REFAZENDO-SW
021600     END-IF.
021600     IF FUSOES-DISPONIVEIS
021600         PERFORM 2040-RESOLVER-FUSAO THRU 2040-RESOLVER-FUSAO-EXIT
021600     END-IF.
021600     IF RTD-OCO-RECUSA
021600         PERFORM 2400-TRATAR-RECUSA
021600             THRU 2400-TRATAR-RECUSA-EXIT
021600     ELSE
021600         IF RTD-OCO-LIQUIDACAO
021600             PERFORM 2100-LIQUIDAR
021600                 THRU 2100-LIQUIDAR-EXIT
021600         ELSE
021600             DISPLAY "OCORRENCIA DESCONHECIDA NO "
021600                 "RETORNO: " RTD-OCORRENCIA " - "
021600                 RTD-CUST-ID
021600             MOVE "OCORRENCIA DESCONHECIDA" TO
021600                 WS-MOTIVO-REJEITO
021600             PERFORM 2300-REJEITAR-DETALHE
021600                 THRU 2300-REJEITAR-DETALHE-EXIT
021600         END-IF
021600     END-IF.
021600*    OCORRENCIA DE RETORNO E SERVICO TARIFAVEL (VER
021600*    TARIFA-COBRAR); A REFERENCIA LEVA A POSICAO NO ARQUIVO, ENTAO
021600*    O DETALHE REFEITO NA RETOMADA NAO E COBRADO DUAS VEZES
021600     IF RTD-OCO-RECUSA OR RTD-OCO-LIQUIDACAO
021600         MOVE "RETORNO " TO TEV-PROGRAMA
021600         SET TEV-RETORNO TO TRUE
021600         MOVE RTD-CUST-ID TO TEV-CUST-ID
021600         MOVE SPACES TO TEV-REFERENCIA
021600         STRING WS-BANCO-RETORNO RTD-DATA-PAGTO WS-QTDE-LIDOS
021600             DELIMITED BY SIZE INTO TEV-REFERENCIA
021600         END-STRING
021600         CALL "TARIFA-EVENTO" USING TEV-PARAMETROS
021600     END-IF.
021600     PERFORM 2060-GRAVAR-CHECKPOINT
021600         THRU 2060-GRAVAR-CHECKPOINT-EXIT.
021600     IF REFAZENDO-DETALHE
021600         MOVE "N" TO WS-REFAZENDO-SW
021600         MOVE ZERO TO WS-RCV-POST-A-PULAR
021600         MOVE ZERO TO WS-RCV-MORA-A-PULAR
021600     END-IF.
021600 2050-CLASSIFICAR-DETALHE-EXIT.
021600     EXIT.
021600*
021600***************************************************************
021600*    2060-GRAVAR-CHECKPOINT - REGRAVA O CHKPTFILE COM OS        *
021600*    CHECKPOINTS DOS OUTROS PROGRAMAS MAIS O PROPRIO (REGISTROS *
021600*    DO RETORNO APLICADOS E TAMANHO DO RETPOST E DO RETMORA)    *
021600***************************************************************
021600 2060-GRAVAR-CHECKPOINT.
021600     MOVE WS-QTDE-LIDOS TO CKP-LIDOS.
021600     MOVE WS-QTDE-POST-GRAVADOS TO CKP-QTDE-POST.
021600     MOVE WS-QTDE-MORA-GRAVADOS TO CKP-QTDE-MORA.
021600     OPEN OUTPUT CHECKPOINT-FILE.
021600     IF NOT CKPT-FILE-OK
021600         GO TO 2060-GRAVAR-CHECKPOINT-EXIT
021600     END-IF.
021600     PERFORM 2065-REGRAVAR-OUTROS-CKPT
021600         THRU 2065-REGRAVAR-OUTROS-CKPT-EXIT
021600         VARYING CK-IDX FROM 1 BY 1
021600         UNTIL CK-IDX > WS-CKPT-QTDE-SALVOS.
021600     MOVE "RETORNO " TO CHKPT-PROGRAMA.
021600     MOVE WS-CKPT-POSICAO TO CHKPT-CHAVE.
021600     MOVE RUN-DATA TO CHKPT-DATA.
021600     WRITE CHKPT-RECORD.
021600     CLOSE CHECKPOINT-FILE.
021600 2060-GRAVAR-CHECKPOINT-EXIT.
021600     EXIT.
021600*
021600***************************************************************
021600*    2065-REGRAVAR-OUTROS-CKPT                                 *
021600***************************************************************
021600 2065-REGRAVAR-OUTROS-CKPT.
021600     MOVE CKPT-SALVO-PROGRAMA(CK-IDX) TO CHKPT-PROGRAMA.
021600     MOVE CKPT-SALVO-CHAVE(CK-IDX)    TO CHKPT-CHAVE.
021600     MOVE CKPT-SALVO-DATA(CK-IDX)     TO CHKPT-DATA.
021600     WRITE CHKPT-RECORD.
021600 2065-REGRAVAR-OUTROS-CKPT-EXIT.
021600     EXIT.
021600*
021600***************************************************************
021600*    2040-RESOLVER-FUSAO - DETALHE DE CLIENTE INCORPORADO POR   *
021600*    FUSAO EFETIVADA PASSA A SER TRATADO NO SOBREVIVENTE        *
021600***************************************************************
021600 2040-RESOLVER-FUSAO.
021600     MOVE "N" TO WS-FUS-FIM-SW.
021600     MOVE RTD-CUST-ID TO FUS-CUST-ID.
021600     MOVE LOW-VALUES TO FUS-CUST-LIGADO.
021600     START FUSAO-FILE KEY IS NOT LESS THAN FUS-CHAVE
021600         INVALID KEY
021600             GO TO 2040-RESOLVER-FUSAO-EXIT
021600     END-START.
021600     PERFORM 2045-LER-FUSAO THRU 2045-LER-FUSAO-EXIT
021600         UNTIL FIM-DAS-FUSOES.
021600 2040-RESOLVER-FUSAO-EXIT.
021600     EXIT.
021600*
021600***************************************************************
021600*    2045-LER-FUSAO                                            *
021600***************************************************************
021600 2045-LER-FUSAO.
021600     READ FUSAO-FILE NEXT RECORD
021600         AT END
021600             MOVE "Y" TO WS-FUS-FIM-SW
021600             GO TO 2045-LER-FUSAO-EXIT
021600     END-READ.
021600     IF NOT FUSAO-OK OR FUS-CUST-ID NOT = RTD-CUST-ID
021600         MOVE "Y" TO WS-FUS-FIM-SW
021600         GO TO 2045-LER-FUSAO-EXIT
021600     END-IF.
021600     IF FUS-PAPEL-VITIMA AND FUS-EFETIVADA
021600         DISPLAY "INCORPORADO " RTD-CUST-ID " -> "
021600             FUS-CUST-LIGADO
021600         MOVE FUS-CUST-LIGADO TO RTD-CUST-ID
021600         ADD 1 TO WS-QTDE-REDIRECIONADOS
021600         MOVE "Y" TO WS-FUS-FIM-SW
021600     END-IF.
021600 2045-LER-FUSAO-EXIT.
021700     EXIT.
021800*
021900***************************************************************
022391                 CONTINUE
022392         END-READ
022393         IF SETTLE-OK
022393*            REFEITO NA RETOMADA: O SETLREG E A ULTIMA GRAVACAO DA
022393*            LIQUIDACAO: O DETALHE INTERROMPIDO ESTAVA COMPLETO
022393             IF REFAZENDO-DETALHE
022393                 AND STL-DATA-PROC NOT < WS-CKPT-DATA-RESTART
022393                 DISPLAY "JA APLICADO " RTD-CUST-ID
022393                     " ANTES DA INTERRUPCAO - NAO REFEITO"
022393                 GO TO 2100-LIQUIDAR-EXIT
022393             END-IF
022394             ADD 1 TO WS-QTDE-DUPLICADOS
022395             MOVE "PAGAMENTO DUPLICADO NO RETORNO" TO
022396                 WS-MOTIVO-REJEITO
024900         DISPLAY "PARCIAL   " RTD-CUST-ID " PAGO "
025000             WS-VALOR-PAGO " DEVIDO " WS-DEVIDO-ABS
025100     END-IF.
025110*    CLIENTE BAIXADO PARA PREJUIZO: O QUE PASSA DA DIVIDA
025120*    CORRENTE E RECUPERACAO, NAO CREDITO COMUM
025130     MOVE WS-VALOR-PAGO TO WS-VALOR-CREDITO.
025140     MOVE ZERO TO WS-VALOR-RECUP.
025140     MOVE "N" TO WS-RECUP-DUVIDA-SW.
025140*    REFEITO NA RETOMADA COM O CREDITO JA NO RETPOST: A
025140*    RECUPERACAO, QUE VEM ANTES DELE, TAMBEM JA FOI GRAVADA
025140     IF WS-RCV-POST-A-PULAR > ZERO
025140         DISPLAY "CREDITO DE " RTD-CUST-ID
025140             " JA ESTAVA NO RETPOST - NAO REFEITO"
025140     ELSE
025140         PERFORM 2150-TESTAR-RECUPERACAO
025140             THRU 2150-TESTAR-RECUPERACAO-EXIT
025140         IF RECUPERACAO-EM-DUVIDA
025140             MOVE "RETOMADA: CONFERIR RECUPERACAO" TO
025140                 WS-MOTIVO-REJEITO
025140             PERFORM 2300-REJEITAR-DETALHE
025140                 THRU 2300-REJEITAR-DETALHE-EXIT
025140             GO TO 2100-LIQUIDAR-EXIT
025140         END-IF
025140         PERFORM 2200-GRAVAR-POSTAGEM
025140             THRU 2200-GRAVAR-POSTAGEM-EXIT
025140     END-IF.
025310     PERFORM 2250-BAIXAR-TITULO
025320         THRU 2250-BAIXAR-TITULO-EXIT.
025321     PERFORM 2260-BAIXAR-PARCELA
025322         THRU 2260-BAIXAR-PARCELA-EXIT.
025323     PERFORM 2290-CALCULAR-ENCARGOS
025324         THRU 2290-CALCULAR-ENCARGOS-EXIT.
025330*    LIQUIDACAO APLICADA: REGISTRA NO SETLREG PARA QUE UM
025340*    REENVIO DO MESMO DETALHE NAO PAGUE DE NOVO
025350     IF SETLREG-DISPONIVEL
025380         MOVE RTD-DATA-PAGTO TO STL-DATA-PAGTO
025390         MOVE RTD-VALOR-PAGO TO STL-VALOR-CTVS
025391         MOVE RUN-DATA TO STL-DATA-PROC
025391         MOVE WS-BANCO-RETORNO TO STL-BANCO
025391         SET STL-CONC-PENDENTE TO TRUE
025392         WRITE SETTLE-RECORD
025393         IF NOT SETTLE-OK
025394             DISPLAY "AVISO: SETLREG NAO GRAVADO " RTD-CUST-ID
025397     END-IF.
025400 2100-LIQUIDAR-EXIT.
025500     EXIT.
025501*
025502***************************************************************
025503*    2150-TESTAR-RECUPERACAO - PAGADOR COM SALDO BAIXADO A      *
025504*    RECUPERAR NO PREJREG: A PARTE DO PAGAMENTO ALEM DA DIVIDA  *
025505*    CORRENTE (ATE O SALDO A RECUPERAR) VIRA RECUPERACAO -      *
025506*    ABATE O PREJREG, GRAVA O MOVCTB "RECUPPRJ" E O RECUPLOG    *
025507***************************************************************
025508 2150-TESTAR-RECUPERACAO.
025509     IF NOT PREJREG-DISPONIVEL
025510         GO TO 2150-TESTAR-RECUPERACAO-EXIT
025511     END-IF.
025512     IF WS-VALOR-PAGO NOT > WS-DEVIDO-ABS
025513         GO TO 2150-TESTAR-RECUPERACAO-EXIT
025514     END-IF.
025515     MOVE RTD-CUST-ID TO PRJ-CUST-ID.
025516     READ PREJ-FILE
025517         INVALID KEY
025518             CONTINUE
025519     END-READ.
025519*    REFEITO NA RETOMADA COM RECUPERACAO NA DATA DO PAGAMENTO: NAO
025519*    DA PARA SABER SE FOI ESTE DETALHE - VAI PARA O REPARO
025519     IF REFAZENDO-DETALHE AND PREJ-OK
025519         AND PRJ-DATA-ULT-RECUP = RTD-DATA-PAGTO
025519         MOVE "Y" TO WS-RECUP-DUVIDA-SW
025519         GO TO 2150-TESTAR-RECUPERACAO-EXIT
025519     END-IF.
025520     IF NOT PREJ-OK OR NOT PRJ-A-RECUPERAR
025521         GO TO 2150-TESTAR-RECUPERACAO-EXIT
025522     END-IF.
025523     COMPUTE WS-PREJ-A-RECUPERAR =
025524         PRJ-VALOR-BAIXADO - PRJ-VALOR-RECUPERADO.
025525     IF WS-PREJ-A-RECUPERAR NOT > ZERO
025526         GO TO 2150-TESTAR-RECUPERACAO-EXIT
025527     END-IF.
025528     COMPUTE WS-VALOR-RECUP = WS-VALOR-PAGO - WS-DEVIDO-ABS.
025529     IF WS-VALOR-RECUP > WS-PREJ-A-RECUPERAR
025530         MOVE WS-PREJ-A-RECUPERAR TO WS-VALOR-RECUP
025531     END-IF.
025532     SUBTRACT WS-VALOR-RECUP FROM WS-VALOR-CREDITO.
025533     SUBTRACT WS-VALOR-RECUP FROM WS-PREJ-A-RECUPERAR.
025534     ADD WS-VALOR-RECUP TO PRJ-VALOR-RECUPERADO.
025535     MOVE RTD-DATA-PAGTO TO PRJ-DATA-ULT-RECUP.
025536     IF WS-PREJ-A-RECUPERAR = ZERO
025537         SET PRJ-RECUPERADO TO TRUE
025538     END-IF.
025539     REWRITE PREJUIZO-RECORD.
025540     IF NOT PREJ-OK
025541         DISPLAY "AVISO: PREJREG NAO ATUALIZADO " RTD-CUST-ID
025542             " - STATUS " WS-PREJ-FILE-STATUS
025543     END-IF.
025544     IF MOVCTB-FILE-OK
025545         MOVE SPACES TO MOVCTB-RECORD
025546         MOVE "RECUPPRJ" TO MVC-PROGRAMA
025547         MOVE "C" TO MVC-SENTIDO
025548         MOVE SPACE TO MVC-STATUS
025549         MOVE WS-VALOR-RECUP TO MVC-VALOR
025550         MOVE RUN-DATA TO MVC-DATA
025551         MOVE RTD-CUST-ID TO MVC-CUST-ID
025552         WRITE MOVCTB-RECORD
025553     END-IF.
025554     IF RECUP-FILE-OK
025555         MOVE SPACES TO RECUP-RECORD
025556         MOVE RTD-CUST-ID TO RCP-CUST-ID
025557         MOVE RTD-DATA-PAGTO TO RCP-DATA-PAGTO
025558         MOVE WS-VALOR-RECUP TO RCP-VALOR
025559         MOVE RUN-DATA TO RCP-DATA-PROC
025560         MOVE "RETORNO " TO RCP-ORIGEM
025561         MOVE PRJ-AGENCIA TO RCP-AGENCIA
025562         MOVE WS-PREJ-A-RECUPERAR TO RCP-SALDO-RESTANTE
025563         WRITE RECUP-RECORD
025564     END-IF.
025565     ADD 1 TO WS-QTDE-RECUPERACOES.
025566     ADD WS-VALOR-RECUP TO WS-TOTAL-RECUPERADO.
025567     DISPLAY "RECUPERAD " RTD-CUST-ID " RECUPERADO "
025568         WS-VALOR-RECUP " A RECUPERAR " WS-PREJ-A-RECUPERAR.
025569 2150-TESTAR-RECUPERACAO-EXIT.
025570     EXIT.
025510*
025520***************************************************************
025530*    2250-BAIXAR-TITULO - LOCALIZA PELO CUST-ID (CHAVE          *
025540*    ALTERNADA) O PRIMEIRO TITULO ABERTO DO PAGADOR NO TITREG   *
025550*    E O MARCA COMO LIQUIDADO COM A DATA DO PAGAMENTO           *
025550*    (SO TITULO DO BANCO DO RETORNO; COM NOSSO NUMERO, PELA     *
025550*    CHAVE EXATA BANCO + REMSEQ + CUST-ID)                      *
025560***************************************************************
025570 2250-BAIXAR-TITULO.
025571     IF NOT TITREG-DISPONIVEL
025573     END-IF.
025574     MOVE "N" TO WS-TIT-FIM-SW.
025575     MOVE "N" TO WS-TIT-ACHADO-SW.
025575     IF RETORNO-240 AND WNR-REMSEQ NUMERIC
025575         MOVE WS-BANCO-RETORNO TO TIT-BANCO
025575         MOVE WNR-REMSEQ TO TIT-REMSEQ
025575         MOVE RTD-CUST-ID TO TIT-CUST-ID
025575         READ TITULO-FILE
025575             KEY IS TIT-CHAVE
025575             INVALID KEY
025575                 CONTINUE
025575         END-READ
025575         IF TITULO-OK AND (TIT-ABERTO OR (REFAZENDO-DETALHE
025575             AND TIT-LIQUIDADO
025575             AND TIT-DATA-BAIXA = RTD-DATA-PAGTO))
025575             MOVE "Y" TO WS-TIT-ACHADO-SW
025575             GO TO 2255-LIQUIDAR-TITULO
025575         END-IF
025575     END-IF.
025576     MOVE RTD-CUST-ID TO TIT-CUST-ID.
025577     READ TITULO-FILE
025578         KEY IS TIT-CUST-ID
025581     END-READ.
025582     PERFORM UNTIL TITULO-ACHADO OR FIM-DOS-TITULOS
025583         OR TIT-CUST-ID NOT = RTD-CUST-ID
025583         IF TIT-BANCO = WS-BANCO-RETORNO AND (TIT-ABERTO
025583             OR (REFAZENDO-DETALHE AND TIT-LIQUIDADO
025583             AND TIT-DATA-BAIXA = RTD-DATA-PAGTO))
025585             MOVE "Y" TO WS-TIT-ACHADO-SW
025586         ELSE
025587             READ TITULO-FILE NEXT RECORD
025593             END-IF
025594         END-IF
025595     END-PERFORM.
025595 2255-LIQUIDAR-TITULO.
025595*    REFEITO NA RETOMADA: A BAIXA JA TINHA SIDO GRAVADA
025595     IF TITULO-ACHADO AND TIT-LIQUIDADO
025595         GO TO 2250-BAIXAR-TITULO-EXIT
025595     END-IF.
025596     IF TITULO-ACHADO
025597         SET TIT-LIQUIDADO TO TRUE
025598         MOVE RTD-DATA-PAGTO TO TIT-DATA-BAIXA
025608     END-IF.
025609 2250-BAIXAR-TITULO-EXIT.
025610     EXIT.
025611*
025611***************************************************************
025611*    2260-BAIXAR-PARCELA - PAGADOR COM ACORDO ATIVO: LIQUIDA A  *
025611*    PARCELA EMITIDA NO MESMO REMSEQ DO TITULO BAIXADO (SEM     *
025611*    TITULO, A PRIMEIRA EMITIDA) E ATUALIZA O ACORDO            *
025611***************************************************************
025612 2260-BAIXAR-PARCELA.
025612     IF NOT ACORDOS-DISPONIVEIS
025612         GO TO 2260-BAIXAR-PARCELA-EXIT
025612     END-IF.
025613     MOVE RTD-CUST-ID TO ACD-CUST-ID.
025613     READ ACORDO-FILE
025613         INVALID KEY
025613             CONTINUE
025613     END-READ.
025614     IF NOT ACORDO-OK OR NOT ACD-ATIVO
025614         GO TO 2260-BAIXAR-PARCELA-EXIT
025614     END-IF.
025615     MOVE "N" TO WS-PARC-FIM-SW.
025615     MOVE "N" TO WS-PARC-ACHADA-SW.
025615     MOVE RTD-CUST-ID TO ACP-CUST-ID.
025615     MOVE ZERO TO ACP-NUMERO.
025616     START PARCELA-FILE KEY IS NOT LESS THAN ACP-CHAVE
025616         INVALID KEY
025616             MOVE "Y" TO WS-PARC-FIM-SW
025616     END-START.
025617     IF NOT FIM-DAS-PARCELAS
025617         PERFORM 2270-LER-PARCELA THRU 2270-LER-PARCELA-EXIT
025617     END-IF.
025618     PERFORM 2280-AVALIAR-PARCELA THRU 2280-AVALIAR-PARCELA-EXIT
025618         UNTIL FIM-DAS-PARCELAS OR PARCELA-ACHADA.
025619     IF NOT PARCELA-ACHADA
025619         DISPLAY "AVISO: ACORDO SEM PARCELA EMITIDA " RTD-CUST-ID
025619         GO TO 2260-BAIXAR-PARCELA-EXIT
025619     END-IF.
025619*    REFEITO NA RETOMADA: A PARCELA JA TINHA SIDO LIQUIDADA
025619     IF ACP-LIQUIDADA
025619         GO TO 2260-BAIXAR-PARCELA-EXIT
025619     END-IF.
025620     SET ACP-LIQUIDADA TO TRUE.
025620     MOVE RTD-DATA-PAGTO TO ACP-DATA-PAGTO.
025620     MOVE WS-VALOR-PAGO TO ACP-VALOR-PAGO.
025620     REWRITE PARCELA-RECORD.
025621     IF NOT PARCELA-OK
025621         DISPLAY "AVISO: PARCELA NAO LIQUIDADA " ACP-CUST-ID
025621             "/" ACP-NUMERO " - STATUS " WS-PARCELA-FILE-STATUS
025621         GO TO 2260-BAIXAR-PARCELA-EXIT
025621     END-IF.
025622     ADD 1 TO WS-QTDE-PARC-LIQUIDADAS.
025622     ADD 1 TO ACD-QTDE-PAGAS.
025622     ADD WS-VALOR-PAGO TO ACD-VALOR-PAGO.
025623     IF ACD-QTDE-PAGAS NOT < ACD-QTDE-PARCELAS
025623         SET ACD-QUITADO TO TRUE
025623         MOVE RUN-DATA TO ACD-DATA-ENCERRAMENTO
025623         ADD 1 TO WS-QTDE-ACORDOS-QUITADOS
025623         DISPLAY "ACORDO    " ACD-CUST-ID " QUITADO"
025623     END-IF.
025624     REWRITE ACORDO-RECORD.
025624     IF NOT ACORDO-OK
025624         DISPLAY "AVISO: ACORDO NAO ATUALIZADO " ACD-CUST-ID
025624             " - STATUS " WS-ACORDO-FILE-STATUS
025624     END-IF.
025625 2260-BAIXAR-PARCELA-EXIT.
025625     EXIT.
025626*
025626***************************************************************
025626*    2270-LER-PARCELA - PROXIMA PARCELA DO MESMO PAGADOR        *
025626***************************************************************
025627 2270-LER-PARCELA.
025627     READ PARCELA-FILE NEXT RECORD
025627         AT END
025627             MOVE "Y" TO WS-PARC-FIM-SW
025627     END-READ.
025628     IF NOT PARCELA-OK OR ACP-CUST-ID NOT = RTD-CUST-ID
025628         MOVE "Y" TO WS-PARC-FIM-SW
025628     END-IF.
025629 2270-LER-PARCELA-EXIT.
025629     EXIT.
025630*
025630***************************************************************
025630*    2280-AVALIAR-PARCELA - EMITIDA NO REMSEQ DO TITULO BAIXADO *
025630*    (OU, SEM TITULO NO TITREG, A PRIMEIRA EMITIDA)             *
025630***************************************************************
025631 2280-AVALIAR-PARCELA.
025631     IF (ACP-EMITIDA OR (REFAZENDO-DETALHE AND ACP-LIQUIDADA
025631         AND ACP-DATA-PAGTO = RTD-DATA-PAGTO))
025631         AND (NOT TITULO-ACHADO OR (ACP-REMSEQ = TIT-REMSEQ
025631         AND (ACP-BANCO = TIT-BANCO OR ACP-BANCO NOT NUMERIC)))
025631         MOVE "Y" TO WS-PARC-ACHADA-SW
025631     ELSE
025632         PERFORM 2270-LER-PARCELA THRU 2270-LER-PARCELA-EXIT
025632     END-IF.
025633 2280-AVALIAR-PARCELA-EXIT.
025633     EXIT.
025634*
025634***************************************************************
025634*    2290-CALCULAR-ENCARGOS - TITULO BAIXADO PAGO DEPOIS DO     *
025634*    VENCIMENTO (ROLADO PARA O PROXIMO DIA UTIL): MULTA SOBRE O *
025634*    VALOR DO TITULO E JUROS POR DIA UTIL DE ATRASO, DEBITADOS  *
025634*    NO RETMORA COM AS TAXAS VIGENTES NA DATA DO PAGAMENTO      *
025634***************************************************************
025635 2290-CALCULAR-ENCARGOS.
025635     IF NOT MORA-POST-OK OR NOT TITULO-ACHADO
025635         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025635     END-IF.
025636     IF TIT-DATA-VENC NOT NUMERIC OR TIT-DATA-VENC = ZERO
025636         OR RTD-DATA-PAGTO NOT NUMERIC
025636         OR RTD-DATA-PAGTO NOT > TIT-DATA-VENC
025636         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025636     END-IF.
025637*    VENCIMENTO EM FIM DE SEMANA OU FERIADO VALE NO DIA UTIL
025637*    SEGUINTE - PAGO NESSE DIA NAO ESTA EM ATRASO
025638     SET CAL-ACAO-PROXIMO TO TRUE.
025638     MOVE TIT-DATA-VENC TO CAL-DATA-1.
025638     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
025638     IF CAL-RC NOT = ZERO
025638         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025638     END-IF.
025638     MOVE CAL-RESULTADO-DATA TO WS-VENC-EFETIVO.
025639     IF RTD-DATA-PAGTO NOT > WS-VENC-EFETIVO
025639         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025639     END-IF.
025640     SET CAL-ACAO-ENTRE TO TRUE.
025640     MOVE WS-VENC-EFETIVO TO CAL-DATA-1.
025640     MOVE RTD-DATA-PAGTO TO CAL-DATA-2.
025640     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
025640     IF CAL-RC NOT = ZERO OR CAL-DIAS-UTEIS NOT > ZERO
025640         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025640     END-IF.
025640     MOVE CAL-DIAS-UTEIS TO WS-DIAS-MORA.
025641*    TAXA VIGENTE: A DE MAIOR INICIO DE VIGENCIA ATE O PAGAMENTO
025641     MOVE ZERO TO WS-TAXA-VIGENCIA.
025641     MOVE ZERO TO WS-MULTA-PCT.
025641     MOVE ZERO TO WS-JUROS-PCT.
025641     PERFORM 2295-ESCOLHER-TAXA THRU 2295-ESCOLHER-TAXA-EXIT
025641         VARYING WS-TAXA-SUB FROM 1 BY 1
025641         UNTIL WS-TAXA-SUB > WS-QTDE-TAXAS.
025642     IF WS-TAXA-VIGENCIA = ZERO
025642         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025642     END-IF.
025643     COMPUTE WS-VALOR-TITULO = TIT-VALOR-CENTAVOS / 100.
025643     COMPUTE WS-VALOR-MULTA ROUNDED =
025643         WS-VALOR-TITULO * WS-MULTA-PCT / 100.
025643     COMPUTE WS-VALOR-JUROS ROUNDED =
025643         WS-VALOR-TITULO * WS-JUROS-PCT / 100 * WS-DIAS-MORA.
025644     IF WS-VALOR-MULTA = ZERO AND WS-VALOR-JUROS = ZERO
025644         GO TO 2290-CALCULAR-ENCARGOS-EXIT
025644     END-IF.
025645     IF WS-VALOR-MULTA > ZERO
025645         MOVE SPACES TO MORA-POST-RECORD
025645         MOVE "D" TO MRP-ACAO
025645         MOVE RTD-CUST-ID TO MRP-ID
025645         MOVE WS-VALOR-MULTA TO MRP-SALDO
025645         MOVE "MULT" TO MRP-MOTIVO
025645         PERFORM 2298-GRAVAR-ENCARGO THRU 2298-GRAVAR-ENCARGO-EXIT
025645     END-IF.
025646     IF WS-VALOR-JUROS > ZERO
025646         MOVE SPACES TO MORA-POST-RECORD
025646         MOVE "D" TO MRP-ACAO
025646         MOVE RTD-CUST-ID TO MRP-ID
025646         MOVE WS-VALOR-JUROS TO MRP-SALDO
025646         MOVE "JURO" TO MRP-MOTIVO
025646         PERFORM 2298-GRAVAR-ENCARGO THRU 2298-GRAVAR-ENCARGO-EXIT
025646     END-IF.
025647     ADD 1 TO WS-QTDE-COM-ENCARGO.
025647     ADD WS-VALOR-MULTA TO WS-TOTAL-MULTA.
025647     ADD WS-VALOR-JUROS TO WS-TOTAL-JUROS.
025648     DISPLAY "ENCARGOS  " RTD-CUST-ID " VENC " TIT-DATA-VENC
025648         " PAGO " RTD-DATA-PAGTO " DIAS UTEIS " WS-DIAS-MORA
025648         " MULTA " WS-VALOR-MULTA " JUROS " WS-VALOR-JUROS.
025649 2290-CALCULAR-ENCARGOS-EXIT.
025649     EXIT.
025649*
025649***************************************************************
025649*    2295-ESCOLHER-TAXA                                        *
025649***************************************************************
025649 2295-ESCOLHER-TAXA.
025649     IF TXM-VIGENCIA(WS-TAXA-SUB) NOT > RTD-DATA-PAGTO
025649         AND TXM-VIGENCIA(WS-TAXA-SUB) > WS-TAXA-VIGENCIA
025649         MOVE TXM-VIGENCIA(WS-TAXA-SUB) TO WS-TAXA-VIGENCIA
025649         MOVE TXM-MULTA-PCT(WS-TAXA-SUB) TO WS-MULTA-PCT
025649         MOVE TXM-JUROS-PCT(WS-TAXA-SUB) TO WS-JUROS-PCT
025649     END-IF.
025649 2295-ESCOLHER-TAXA-EXIT.
025649     EXIT.
025620*
025700***************************************************************
025700*    2298-GRAVAR-ENCARGO - DEBITO NO RETMORA E NO TRAILER; NA   *
025700*    RETOMADA, O QUE O DETALHE INTERROMPIDO JA TINHA GRAVADO    *
025700*    (E JA FOI RECONTADO) NAO SAI DE NOVO                       *
025700***************************************************************
025700 2298-GRAVAR-ENCARGO.
025700     IF WS-RCV-MORA-A-PULAR > ZERO
025700         SUBTRACT 1 FROM WS-RCV-MORA-A-PULAR
025700         GO TO 2298-GRAVAR-ENCARGO-EXIT
025700     END-IF.
025700     WRITE MORA-POST-RECORD.
025700     ADD 1 TO WS-QTDE-MORA-GRAVADOS.
025700     ADD 1 TO WS-MORA-QTDE-DETALHES.
025700     COMPUTE WS-MORA-HASH-DETALHES =
025700         WS-MORA-HASH-DETALHES + (MRP-SALDO * 100).
025700 2298-GRAVAR-ENCARGO-EXIT.
025700     EXIT.
025700*
025700***************************************************************
025800*    2200-GRAVAR-POSTAGEM - CREDITO "C" NO LAYOUT DO CLIMSTTX,  *
025900*    PARA O CLIENTE-MESTRE-MAINT APLICAR (JOURNAL E TOTAIS DE   *
026000*    CONTROLE ENXERGAM O PAGAMENTO)                             *
026300     IF NOT POSTING-FILE-OK
026400         GO TO 2200-GRAVAR-POSTAGEM-EXIT
026500     END-IF.
026510*    PAGAMENTO TODO ABSORVIDO PELA RECUPERACAO NAO GERA CREDITO
026520     IF WS-VALOR-CREDITO = ZERO AND WS-VALOR-RECUP > ZERO
026530         GO TO 2200-GRAVAR-POSTAGEM-EXIT
026540     END-IF.
026600     MOVE SPACES TO POSTING-OUT-RECORD.
026700     MOVE "C" TO PST-ACAO.
026800     MOVE RTD-CUST-ID TO PST-ID.
026900     MOVE WS-VALOR-CREDITO TO PST-SALDO.
027000     WRITE POSTING-OUT-RECORD.
027000     ADD 1 TO WS-QTDE-POST-GRAVADOS.
027100 2200-GRAVAR-POSTAGEM-EXIT.
027200     EXIT.
027300*
027346     EXIT.
027347*
027400***************************************************************
027400*    2500-TRATAR-REGISTRO-240 - CNAB 240: CLASSIFICA PELO TIPO  *
027400*    (COLUNA 8); O TITULO VEM EM DOIS SEGMENTOS, T (OCORRENCIA, *
027400*    NOSSO NUMERO, CUST-ID NO USO DA EMPRESA, MOTIVO) E U       *
027400*    (VALOR PAGO E DATA DA OCORRENCIA), QUE JUNTOS MONTAM O     *
027400*    DETALHE DO LAYOUT DA CASA PARA O CAMINHO DE SEMPRE         *
027400***************************************************************
027400 2500-TRATAR-REGISTRO-240.
027400     MOVE RETURN-RECORD TO WS-R240-REGISTRO.
027400     ADD 1 TO WS-240-QTDE-REGISTROS.
027400     ADD 1 TO WS-240-QTDE-REG-LOTE.
027400     EVALUATE R0-TIPO
027400         WHEN "0"
027400             MOVE "Y" TO WS-TEM-HEADER
027400             MOVE R0-BANCO TO WS-BANCO-RETORNO
027400             MOVE R0-NSA TO WS-RET-NSA
027400             MOVE R0-DATA-GERACAO TO WS-DATA-DDMMAAAA
027400             PERFORM 8200-CONVERTER-DATA
027400                 THRU 8200-CONVERTER-DATA-EXIT
027400             MOVE WS-DATA-AAAAMMDD TO RTH-DATA-RETORNO
027400         WHEN "1"
027400             ADD 1 TO WS-240-QTDE-LOTES
027400             MOVE 1 TO WS-240-QTDE-REG-LOTE
027400             MOVE "N" TO WS-SEG-T-SW
027400         WHEN "3"
027400             IF RT-SEGMENTO = "T"
027400                 PERFORM 2510-GUARDAR-SEGMENTO-T
027400                     THRU 2510-GUARDAR-SEGMENTO-T-EXIT
027400             ELSE
027400                 IF RT-SEGMENTO = "U"
027400                     PERFORM 2520-TRATAR-SEGMENTO-U
027400                         THRU 2520-TRATAR-SEGMENTO-U-EXIT
027400                 END-IF
027400             END-IF
027400         WHEN "5"
027400             IF R5-QTDE-REGISTROS NOT = WS-240-QTDE-REG-LOTE
027400                 DISPLAY "TRAILER DO LOTE " R5-LOTE
027400                     " NAO CONFERE - " R5-QTDE-REGISTROS
027400                     " X LIDO " WS-240-QTDE-REG-LOTE
027400                 MOVE "Y" TO WS-240-DIVERGENCIA-SW
027400             END-IF
027400         WHEN "9"
027400             MOVE "Y" TO WS-TEM-TRAILER
027400             MOVE R9-QTDE-LOTES TO WS-240-TRL-LOTES
027400             MOVE R9-QTDE-REGISTROS TO WS-240-TRL-REGISTROS
027400         WHEN OTHER
027400             DISPLAY "TIPO DE REGISTRO DESCONHECIDO NO "
027400                 "RETORNO: " R0-TIPO
027400     END-EVALUATE.
027400 2500-TRATAR-REGISTRO-240-EXIT.
027400     EXIT.
027400*
027400***************************************************************
027400*    2510-GUARDAR-SEGMENTO-T                                   *
027400***************************************************************
027400 2510-GUARDAR-SEGMENTO-T.
027400     IF SEGMENTO-T-PENDENTE
027400         DISPLAY "AVISO: SEGMENTO T SEM U NO RETORNO - "
027400             WS-T-CUST-ID
027400     END-IF.
027400     MOVE RT-MOVIMENTO TO WS-T-MOVIMENTO.
027400     MOVE RT-MOTIVO(1:2) TO WS-T-MOTIVO.
027400     MOVE RT-USO-EMPRESA(1:10) TO WS-T-CUST-ID.
027400     MOVE RT-NOSSO-NUMERO(1:10) TO WS-NOSSO-NUM-RETORNO.
027400     MOVE "Y" TO WS-SEG-T-SW.
027400 2510-GUARDAR-SEGMENTO-T-EXIT.
027400     EXIT.
027400*
027400***************************************************************
027400*    2520-TRATAR-SEGMENTO-U - COMPLETA O TITULO DO SEGMENTO T:  *
027400*    MOVIMENTO 06 (OU 17, LIQUIDACAO APOS BAIXA) E LIQUIDACAO,  *
027400*    03 (ENTRADA REJEITADA) E RECUSA; OS DEMAIS (02 ENTRADA     *
027400*    CONFIRMADA, 09 BAIXA, ...) SO SAO CONTADOS                 *
027400***************************************************************
027400 2520-TRATAR-SEGMENTO-U.
027400     IF NOT SEGMENTO-T-PENDENTE
027400         DISPLAY "AVISO: SEGMENTO U SEM T NO RETORNO - REGISTRO "
027400             RU-NUM-REG
027400         GO TO 2520-TRATAR-SEGMENTO-U-EXIT
027400     END-IF.
027400     MOVE "N" TO WS-SEG-T-SW.
027400     IF WS-T-MOVIMENTO NOT = "06" AND NOT = "17"
027400         AND NOT = "03"
027400         ADD 1 TO WS-QTDE-INFORMATIVOS
027400         DISPLAY "INFORMAT. " WS-T-CUST-ID " MOVIMENTO "
027400             WS-T-MOVIMENTO " NOSSO NUMERO " WS-NOSSO-NUM-RETORNO
027400         GO TO 2520-TRATAR-SEGMENTO-U-EXIT
027400     END-IF.
027400     MOVE SPACES TO WS-RET-DETALHE.
027400     MOVE "1" TO RTD-TIPO.
027400     MOVE WS-T-CUST-ID TO RTD-CUST-ID.
027400     MOVE RU-VALOR-PAGO TO RTD-VALOR-PAGO.
027400     MOVE RU-DATA-OCORRENCIA TO WS-DATA-DDMMAAAA.
027400     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
027400     MOVE WS-DATA-AAAAMMDD TO RTD-DATA-PAGTO.
027400     IF WS-T-MOVIMENTO = "03"
027400         MOVE "03" TO RTD-OCORRENCIA
027400         MOVE WS-T-MOTIVO TO RTD-MOTIVO
027400     ELSE
027400         MOVE "06" TO RTD-OCORRENCIA
027400     END-IF.
027400     ADD 1 TO WS-QTDE-DETALHES.
027400     ADD RTD-VALOR-PAGO TO WS-SOMA-DETALHES.
027400     PERFORM 2050-CLASSIFICAR-DETALHE
027400         THRU 2050-CLASSIFICAR-DETALHE-EXIT.
027400 2520-TRATAR-SEGMENTO-U-EXIT.
027400     EXIT.
027400*
027400***************************************************************
027500*    2300-REJEITAR-DETALHE                                    *
027600***************************************************************
027700 2300-REJEITAR-DETALHE.
028100     MOVE RTD-CUST-ID TO REJ-CHAVE.
028200     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
028300     SET REJ-PENDENTE TO TRUE.
028300*    NO CNAB 240 O DETALHE VAI NO LAYOUT PROPRIO DA CASA,
028300*    MONTADO DOS SEGMENTOS T E U
028300     IF RETORNO-240
028300         MOVE WS-RET-DETALHE TO REJ-IMAGEM
028300     ELSE
028300         MOVE RETURN-RECORD TO REJ-IMAGEM
028300     END-IF.
028500     IF REJECT-FILE-OK
028600         WRITE REJ-RECORD
028700     END-IF.
028800 2300-REJEITAR-DETALHE-EXIT.
028800     EXIT.
028800*
028800***************************************************************
028800*    8200-CONVERTER-DATA - DDMMAAAA DO CNAB 240 PARA AAAAMMDD   *
028800***************************************************************
028800 8200-CONVERTER-DATA.
028800     MOVE WDD-DIA TO WDA-DIA.
028800     MOVE WDD-MES TO WDA-MES.
028800     MOVE WDD-ANO TO WDA-ANO.
028800 8200-CONVERTER-DATA-EXIT.
028900     EXIT.
029000*
029100***************************************************************
029200*    9000-FINALIZAR - CONFERE O TRAILER E IMPRIME OS TOTAIS     *
029300***************************************************************
029400 9000-FINALIZAR.
029400     IF RETOMADA-RECUSADA
029400         GO TO 9000-FINALIZAR-EXIT
029400     END-IF.
029500     IF RETURN-FILE-OK OR WS-RETURN-FILE-STATUS = "10"
029600         CLOSE RETURN-FILE
029700     END-IF.
030640     IF SETLREG-DISPONIVEL
030650         CLOSE SETTLE-FILE
030660     END-IF.
030660     IF FUSOES-DISPONIVEIS
030660         CLOSE FUSAO-FILE
030660     END-IF.
030661     IF PREJREG-DISPONIVEL
030662         CLOSE PREJ-FILE
030663         IF MOVCTB-FILE-OK
030664             CLOSE MOVCTB-FILE
030665         END-IF
030666         IF RECUP-FILE-OK
030667             CLOSE RECUP-FILE
030668         END-IF
030669     END-IF.
030670     IF ACORDOS-DISPONIVEIS
030671         CLOSE ACORDO-FILE PARCELA-FILE
030672     END-IF.
030673     IF MORA-POST-OK
030673         IF NOT RETMORA-FECHADO
030673             MOVE WS-MORA-QTDE-DETALHES TO WST-QTDE
030673             MOVE WS-MORA-HASH-DETALHES TO WST-HASH
030673             MOVE WS-TRAILER-SAIDA TO MORA-POST-RECORD
030673             WRITE MORA-POST-RECORD
030673         END-IF
030678         CLOSE MORA-POST-FILE
030679     END-IF.
030700     DISPLAY "====== RETORNO BANCARIO ======".
030700     DISPLAY "BANCO / LAYOUT .....: " WS-BANCO-RETORNO " / "
030700         WS-LAYOUT-RETORNO.
030800     DISPLAY "DETALHES LIDOS .....: " WS-QTDE-DETALHES.
030900     DISPLAY "LIQUIDADOS .........: " WS-QTDE-LIQUIDADOS.
031000     DISPLAY "PARCIAIS ...........: " WS-QTDE-PARCIAIS.
031105     DISPLAY "DUPLICADOS RECUSADOS: " WS-QTDE-DUPLICADOS.
031110     DISPLAY "TITULOS BAIXADOS ...: " WS-QTDE-TIT-BAIXADOS.
031120     DISPLAY "PAGTO SEM TITULO ...: " WS-QTDE-TIT-SEM-REG.
031120     DISPLAY "DE CLIENTE INCORP. .: " WS-QTDE-REDIRECIONADOS.
031130     DISPLAY "RECUPERACOES PREJ. .: " WS-QTDE-RECUPERACOES.
031140     DISPLAY "VALOR RECUPERADO ...: " WS-TOTAL-RECUPERADO.
031150     DISPLAY "PARCELAS LIQUIDADAS : " WS-QTDE-PARC-LIQUIDADAS.
031160     DISPLAY "ACORDOS QUITADOS ...: " WS-QTDE-ACORDOS-QUITADOS.
031170     DISPLAY "PAGTOS COM ENCARGO .: " WS-QTDE-COM-ENCARGO.
031180     DISPLAY "TOTAL DE MULTA .....: " WS-TOTAL-MULTA.
031190     DISPLAY "TOTAL DE JUROS MORA : " WS-TOTAL-JUROS.
031190     IF RETORNO-240
031190         DISPLAY "OCORRENC. INFORMAT. : " WS-QTDE-INFORMATIVOS
031190     END-IF.
031190     IF WS-CKPT-LIDOS-INICIO > ZERO
031190         DISPLAY "RETOMADO APOS O REG.: " WS-CKPT-LIDOS-INICIO
031190             " (CONTADORES ACIMA SO DESTA RODADA)"
031190     END-IF.
031190*    RETORNO ACABOU ANTES DO PONTO DE RETOMADA: NAO E O ARQUIVO DA
031190*    RODADA INTERROMPIDA - O CHECKPOINT FICA
031190     IF PULANDO-ATE-CHECKPOINT AND WS-QTDE-LIDOS < CKP-LIDOS
031190         DISPLAY "ABEND-RETORNO: RETORNO COM " WS-QTDE-LIDOS
031190             " REGISTROS E CHECKPOINT NO " CKP-LIDOS
031190             " - NAO E O ARQUIVO DA RODADA INTERROMPIDA."
031190         MOVE 16 TO RETURN-CODE
031190         GO TO 9000-FINALIZAR-EXIT
031190     END-IF.
031200     IF NOT HEADER-PRESENTE
031300         DISPLAY "ABEND-RETORNO: ARQUIVO SEM HEADER - "
031400             "ENCERRANDO O LOTE."
032100         MOVE 20 TO RETURN-CODE
032200         GO TO 9000-FINALIZAR-EXIT
032300     END-IF.
032300*    CNAB 240 NAO TRAZ SOMA NO TRAILER DO ARQUIVO: A PROVA E A
032300*    CONTAGEM DE REGISTROS E LOTES (E A DE CADA TRAILER DE LOTE)
032300     IF RETORNO-240
032300         IF WS-240-TRL-REGISTROS NOT = WS-240-QTDE-REGISTROS
032300             OR WS-240-TRL-LOTES NOT = WS-240-QTDE-LOTES
032300             OR CONTAGEM-240-DIVERGE
032300             DISPLAY "ABEND-RETORNO: TRAILER NAO CONFERE - "
032300                 WS-240-TRL-LOTES "/" WS-240-TRL-REGISTROS
032300                 " X LIDO " WS-240-QTDE-LOTES "/"
032300                 WS-240-QTDE-REGISTROS " - ENCERRANDO O LOTE."
032300             MOVE 20 TO RETURN-CODE
032300             GO TO 9000-FINALIZAR-EXIT
032300         END-IF
033100     ELSE
033100         IF RTT-QTDE NOT = WS-QTDE-DETALHES
033100             OR RTT-SOMA NOT = WS-SOMA-DETALHES
033100             DISPLAY "ABEND-RETORNO: TRAILER NAO CONFERE - "
033100                 RTT-QTDE "/" RTT-SOMA " X LIDO "
033100                 WS-QTDE-DETALHES "/" WS-SOMA-DETALHES
033100                 " - ENCERRANDO O LOTE."
033100             MOVE 20 TO RETURN-CODE
033100             GO TO 9000-FINALIZAR-EXIT
033100         END-IF
033100     END-IF.
033100     IF RETURN-CODE = ZERO
033200         DISPLAY "TRAILER DO RETORNO CONFERIDO."
033210*        RETORNO FECHOU LIMPO: REGISTRA "R" NO CADASTRO DE
033220*        TRANSMISSOES - A CHECAGEM DO XMIT-CONTROLE DEIXA DE
033280         IF XMIT-FILE-OK
033290             MOVE SPACES TO XMIT-RECORD
033291             SET XMT-RETORNADO TO TRUE
033291             STRING "RET" WS-BANCO-RETORNO DELIMITED BY SIZE
033291                 INTO XMT-ARQUIVO
033291             END-STRING
033291             MOVE WS-RET-NSA TO XMT-SEQ
033294             MOVE RUN-DATA TO XMT-DATA
033295             MOVE RUN-HORA TO XMT-HORA
033296             MOVE WS-QTDE-DETALHES TO XMT-QTDE
033298             WRITE XMIT-RECORD
033299             CLOSE XMIT-REG-FILE
033299         END-IF
033299*        RETORNO TODO APLICADO E CONFERIDO: SAI O CHECKPOINT
033299         PERFORM 9060-LIMPAR-CHECKPOINT-PROPRIO
033299             THRU 9060-LIMPAR-CHECKPOINT-PROPRIO-EXIT
033300     END-IF.
033400 9000-FINALIZAR-EXIT.
033500     EXIT.
033500*
033500***************************************************************
033500*    9060-LIMPAR-CHECKPOINT-PROPRIO - FIM NORMAL: O CHKPTFILE   *
033500*    FICA SO COM OS CHECKPOINTS DOS OUTROS PROGRAMAS            *
033500***************************************************************
033500 9060-LIMPAR-CHECKPOINT-PROPRIO.
033500     OPEN OUTPUT CHECKPOINT-FILE.
033500     IF CKPT-FILE-OK
033500         PERFORM 2065-REGRAVAR-OUTROS-CKPT
033500             THRU 2065-REGRAVAR-OUTROS-CKPT-EXIT
033500             VARYING CK-IDX FROM 1 BY 1
033500             UNTIL CK-IDX > WS-CKPT-QTDE-SALVOS
033500         CLOSE CHECKPOINT-FILE
033500     END-IF.
033500 9060-LIMPAR-CHECKPOINT-PROPRIO-EXIT.
033500     EXIT.
033500*
033500***************************************************************
033500*    9500-GRAVAR-RUNLOG - REGISTRA A RODADA NO LOG            *
033500*    COMPARTILHADO DE EXECUCOES (VER COPYBOOKS/RUNLOG.CPY)    *
033500***************************************************************
033500 9500-GRAVAR-RUNLOG.
033500     ACCEPT WS-HORA-FIM-RLOG FROM TIME.
033500     OPEN EXTEND RUN-LOG-FILE.
033500     IF RLOG-FILE-OK
033500         MOVE SPACES TO RLOG-RECORD
033500         MOVE "RETORNO " TO RLOG-PROGRAMA
033500         MOVE RUN-DATA TO RLOG-DATA-INICIO
033500         MOVE RUN-HORA TO RLOG-HORA-INICIO
033500         MOVE WS-HORA-FIM-RLOG TO RLOG-HORA-FIM
033500         MOVE WS-QTDE-LIDOS TO RLOG-QTDE-REGISTROS
033500         MOVE RETURN-CODE TO RLOG-RC
033500         WRITE RLOG-RECORD
033500         CLOSE RUN-LOG-FILE
033500     END-IF.
033500 9500-GRAVAR-RUNLOG-EXIT.
033500     EXIT.
