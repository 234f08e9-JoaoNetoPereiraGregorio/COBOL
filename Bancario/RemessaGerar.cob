003064*                       E SOMA - A OPERACAO CONFIRMA O DESPACHO
003068*                       PELO XMIT-CONTROLE, QUE TAMBEM ALERTA
003072*                       REMESSA CORTADA E NAO CONFIRMADA.
003073*    2026-10-15 OPR     ACORDOS DE PARCELAMENTO (VER ACORDREG.CPY
003074*                       E PARCREG.CPY): CLIENTE COM ACORDO ATIVO
003075*                       SAI DA SELECAO NORMAL (LISTA OU CORTE DO
003076*                       REMCTL) - NO LUGAR DO SALDO, A PRIMEIRA
003077*                       PARCELA PENDENTE QUE VENCE ATE A DATA DO
003078*                       CARTAO VIRA O DETALHE "1" (VALOR E
003079*                       VENCIMENTO DA PARCELA) E O TITULO NO
003080*                       TITREG; A PARCELA FICA "E" COM O REMSEQ.
003081*    2026-10-15 OPR     BOLETO: CADA TITULO EMITIDO GANHA NOSSO
003082*                       NUMERO (REMSEQ + ORDEM NO ARQUIVO), CODIGO
003083*                       DE BARRAS E LINHA DIGITAVEL FEBRABAN (VER
003084*                       BOLETO-CODIGO E COPYBOOKS/BOLHDL.CPY),
003085*                       GRAVADOS NO TITREG E IMPRESSOS NO REMPRT
003086*                       ABAIXO DA LINHA DO TITULO. BANCO E
003087*                       CONVENIO DE COBRANCA VEM DAS VARIAVEIS DE
003088*                       AMBIENTE BOLBANCO/BOLCONVENIO/BOLCARTEIRA.
003089*                       A ALTERACAO DE VENCIMENTO ("06") REGERA O
003090*                       CODIGO COM O NOVO FATOR DE VENCIMENTO.
003091*    2026-10-15 OPR     COBRANCA POR BANCO: A TABELA BANCOTAB (VER
003091*                       BANCO-COBRADOR E COPYBOOKS/BNCHDL.CPY)
003091*                       DIZ QUAL BANCO COBRA CADA CLIENTE (POR
003091*                       CLIENTE OU AGENCIA) E O LAYOUT DE CADA
003091*                       BANCO. CADA RODADA CORTA A REMESSA DE UM
003091*                       BANCO (VARIAVEL REMBANCO, PADRAO O BANCO
003091*                       PADRAO DA TABELA), COM O REMSEQ PROPRIO
003091*                       DAQUELE BANCO, SO COM OS CLIENTES
003091*                       ROTEADOS PARA ELE E NO LAYOUT DELE - O
003091*                       "400" DE SEMPRE OU O CNAB 240 FEBRABAN
003091*                       (HEADER DE ARQUIVO E DE LOTE, SEGMENTOS
003091*                       P E Q, TRAILER DE LOTE E DE ARQUIVO). O
003091*                       TITREG GUARDA O BANCO NA CHAVE, O CARTAO
003091*                       REMINST PASSA A TRAZER O BANCO DO TITULO
003091*                       E O XMITREG REGISTRA O CORTE COMO
003091*                       "REMnnn" (nnn = BANCO). SEM A TABELA,
003091*                       TUDO SEGUE NO BANCO UNICO DE BOLBANCO.
003091*    2026-10-15 OPR     CHECKPOINT/RESTART PELO CHKPTFILE
003091*                       COMPARTILHADO, UM POR BANCO ("REMnnn"): UM
003091*                       CHECKPOINT A CADA TITULO EMITIDO E A CADA
003091*                       LINHA DO REMINST, COM OS REGISTROS JA
003091*                       GRAVADOS NA REMESSA. NA RETOMADA A REMESSA
003091*                       E RECONTADA ATE O CHECKPOINT (TOTAIS DO
003091*                       TRAILER E REMSEQ), CONTINUA (EXTEND)
003091*                       DEPOIS DO ULTIMO CLIENTE EMITIDO OU DA
003091*                       ULTIMA INSTRUCAO, E O TITULO QUE CAIU NO
003091*                       MEIO E REFEITO SEM GRAVAR DE NOVO O QUE JA
003091*                       ESTAVA NA REMESSA, NO TITREG OU NA
003091*                       PARCELA. A RODADA ENTRA NO RUNLOGF PARA A
003091*                       PREVISAO DO OPER-CONSOLE.
003091*    2026-10-15 OPR     VENCIMENTO NA PRACA DO CLIENTE: DEPOIS DO
003091*                       ROLO NACIONAL DO CARTAO, CADA TITULO ROLA
003091*                       DE NOVO PELO CALENDARIO DA AGENCIA DO
003091*                       CLIENTE (CAL-AGENCIA), PULANDO FERIADO
003091*                       ESTADUAL OU MUNICIPAL DA PRACA.
003091*    2026-10-15 OPR     CADA BOLETO EMITIDO E CADA INSTRUCAO DO
003091*                       REMINST ENVIADA AO BANCO ENTRA COMO EVENTO
003091*                       TARIFAVEL DO CLIENTE ("BOLE"/"INST") PELA
003091*                       ROTINA TARIFA-EVENTO (VER
003091*                       COPYBOOKS/TEVHDL.CPY), PARA A COBRANCA
003091*                       NOTURNA DO TARIFA-COBRAR.
003091*    2026-10-15 OPR     CADA LINHA DA LISTA REMSEL TRAZ, DEPOIS DO
003091*                       CUST-ID, A FAIXA DE AGING QUE A GEROU
003091*                       (030/060/090/120, GRAVADA PELO AGING-
003091*                       REPORT), E O TITULO EMITIDO GUARDA A FAIXA
003091*                       NO TITREG (TIT-FAIXA-AGING) PARA O
003091*                       DESEMPENHO DA COBRANCA POR FAIXA (VER
003091*                       COBRANCA-DESEMPENHO). LISTA ANTIGA, SO COM
003091*                       O CUST-ID, CORTE DO REMCTL E PARCELA DE
003091*                       ACORDO DEIXAM A FAIXA EM BRANCO.
003076***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
005076         ACCESS MODE IS DYNAMIC
005080         RECORD KEY IS ADR-CUST-ID
005084         FILE STATUS IS WS-ADDR-FILE-STATUS.
005086     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
005088         ORGANIZATION IS INDEXED
005090         ACCESS MODE IS DYNAMIC
005092         RECORD KEY IS ACD-CUST-ID
005094         FILE STATUS IS WS-ACORDO-FILE-STATUS.
005095     SELECT PARCELA-FILE ASSIGN TO "ACDPARC"
005096         ORGANIZATION IS INDEXED
005097         ACCESS MODE IS DYNAMIC
005098         RECORD KEY IS ACP-CHAVE
005099         FILE STATUS IS WS-PARCELA-FILE-STATUS.
005099     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFILE"
005099         ORGANIZATION IS LINE SEQUENTIAL
005099         FILE STATUS IS WS-CKPT-FILE-STATUS.
005099     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
005099         ORGANIZATION IS LINE SEQUENTIAL
005099         FILE STATUS IS WS-RLOG-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
007100 FD  REMESSA-FILE
007200     RECORDING MODE IS F.
007300 01  REMESSA-RECORD          PIC X(80).
007310*    REGISTRO DO LAYOUT CNAB 240 (BANCO COM LAYOUT "240")
007320 01  REMESSA-RECORD-240      PIC X(240).
007400*
007500 FD  PRINT-FILE
007600     RECORDING MODE IS F.
007710*
007720 FD  SELECAO-FILE
007730     RECORDING MODE IS F.
007740 01  SELECAO-RECORD.
007740     05  SEL-CUST-ID         PIC X(10).
007740     05  SEL-FAIXA-AGING     PIC X(03).
007750*
007760 FD  TITULO-FILE.
007770*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
007792 FD  ADDRESS-FILE.
007796*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
007800 COPY "ADDRREC.cpy".
007801*
007802 FD  ACORDO-FILE.
007803*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
007804 COPY "ACORDREG.cpy".
007805*
007806 FD  PARCELA-FILE.
007807*    PARCELAS DOS ACORDOS (VER COPYBOOKS/PARCREG.CPY)
007808 COPY "PARCREG.cpy".
007804*
007808 FD  XMIT-REG-FILE
007812     RECORDING MODE IS F.
007872     05  INS-DATA-NOVA       PIC 9(08).
007876     05  FILLER              PIC X(01).
007880     05  INS-VALOR-ABAT      PIC 9(13).
007881*    BANCO COBRADOR DO TITULO; EM BRANCO = BANCO PADRAO
007882     05  FILLER              PIC X(01).
007883     05  INS-BANCO           PIC 9(03).
007883*
007883 FD  CHECKPOINT-FILE
007883     RECORDING MODE IS F.
007883 COPY "CHKPT.cpy".
007883*
007883 FD  RUN-LOG-FILE
007883     RECORDING MODE IS F.
007883 COPY "RUNLOG.cpy".
007884*
007900 WORKING-STORAGE SECTION.
008000*
010191     88  FIM-DA-SELECAO      VALUE "Y".
010192 77  WS-QTDE-SELECAO         PIC 9(04) COMP VALUE ZERO.
010193 01  TABELA-SELECAO.
010194     05  SEL-ITEM OCCURS 1000 TIMES
010194         DEPENDING ON WS-QTDE-SELECAO
010194         INDEXED BY SL-IDX.
010194         10  ID-SELECIONADO  PIC X(10).
010194         10  FAIXA-SELECIONADA PIC X(03).
010198 77  WS-NA-LISTA-SWITCH      PIC X(01) VALUE "N".
010199     88  CLIENTE-NA-LISTA    VALUE "Y".
010199 77  WS-FAIXA-TITULO         PIC X(03) VALUE SPACES.
010200*
010201***************************************************************
010202*    CADASTRO DE TITULOS ENVIADOS (VER COPYBOOKS/TITREG.CPY)
010231*
010232 77  WS-XMIT-FILE-STATUS     PIC X(02) VALUE ZEROS.
010233     88  XMIT-FILE-OK        VALUE "00".
010233*
010233***************************************************************
010233*    ACORDOS DE PARCELAMENTO (ARQUIVOS ACORDO E ACDPARC) -
010233*    CLIENTE EM ACORDO ATIVO SO RECEBE O TITULO DA PARCELA
010233***************************************************************
010233 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
010233     88  ACORDO-OK           VALUE "00".
010233 77  WS-PARCELA-FILE-STATUS  PIC X(02) VALUE ZEROS.
010233     88  PARCELA-OK          VALUE "00".
010233 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
010233     88  ACORDOS-DISPONIVEIS VALUE "Y".
010233 77  WS-EM-ACORDO-SW         PIC X(01) VALUE "N".
010233     88  CLIENTE-EM-ACORDO   VALUE "Y".
010233 77  WS-PARCELA-SW           PIC X(01) VALUE "N".
010233     88  EMITINDO-PARCELA    VALUE "Y".
010233 77  WS-PARC-FIM-SW          PIC X(01) VALUE "N".
010233     88  FIM-DAS-PARCELAS    VALUE "Y".
010233 77  WS-PARC-ACHADA-SW       PIC X(01) VALUE "N".
010233     88  PARCELA-ACHADA      VALUE "Y".
010233 77  WS-QTDE-EM-ACORDO       PIC 9(07) COMP VALUE ZERO.
010233 77  WS-QTDE-PARCELAS        PIC 9(07) COMP VALUE ZERO.
010233*
010233***************************************************************
010233*    BOLETO DO TITULO - BANCO, CONVENIO E CARTEIRA DE COBRANCA
010233*    (VARIAVEIS DE AMBIENTE BOLBANCO, BOLCONVENIO E BOLCARTEIRA)
010233*    E O CAMPO LIVRE NO LAYOUT DE CONVENIO DE 7 POSICOES
010233***************************************************************
010233 77  WS-BOL-BANCO            PIC 9(03) VALUE ZERO.
010233 77  WS-BOL-CONVENIO         PIC 9(07) VALUE ZERO.
010233 77  WS-BOL-CARTEIRA         PIC 9(02) VALUE ZERO.
010233 01  WS-NOSSO-NUMERO.
010233     05  WNN-REMSEQ          PIC 9(05).
010233     05  WNN-ORDEM           PIC 9(05).
010233 01  WS-CAMPO-LIVRE.
010233     05  WCL-ZEROS           PIC 9(06) VALUE ZERO.
010233     05  WCL-CONVENIO        PIC 9(07).
010233     05  WCL-NOSSO-NUMERO    PIC X(10).
010233     05  WCL-CARTEIRA        PIC 9(02).
010233 77  WS-QTDE-SEM-BOLETO      PIC 9(07) COMP VALUE ZERO.
010234*
010234***************************************************************
010234*    BANCO COBRADOR DA RODADA (VARIAVEL DE AMBIENTE REMBANCO) E
010234*    ROTEAMENTO DOS CLIENTES PELA TABELA BANCOTAB
010234***************************************************************
010234 77  WS-BANCO-ENV            PIC 9(03) VALUE ZERO.
010234 77  WS-BANCO-PADRAO         PIC 9(03) VALUE ZERO.
010234 77  WS-BANCO-INSTRUCAO      PIC 9(03) VALUE ZERO.
010234 77  WS-ROTEAMENTO-SW        PIC X(01) VALUE "N".
010234     88  ROTEAMENTO-POR-BANCO VALUE "Y".
010234 77  WS-LAYOUT-REMESSA       PIC X(03) VALUE "400".
010234     88  REMESSA-240         VALUE "240".
010234 77  WS-BOL-AG-CEDENTE       PIC 9(05) VALUE ZERO.
010234 77  WS-BOL-CONTA-CEDENTE    PIC 9(12) VALUE ZERO.
010234 77  WS-NOME-BANCO           PIC X(20) VALUE SPACES.
010234 77  WS-EMP-CNPJ             PIC 9(14) VALUE ZERO.
010234 77  WS-QTDE-OUTRO-BANCO     PIC 9(07) COMP VALUE ZERO.
010234 77  WS-QTDE-INSTR-OUTRO-BCO PIC 9(07) COMP VALUE ZERO.
010234*
010234***************************************************************
010234*    CNAB 240: CONTADORES DO LOTE UNICO DE COBRANCA E DATAS NO
010234*    FORMATO DDMMAAAA DO LAYOUT
010234***************************************************************
010234 77  WS-240-SEQ-LOTE         PIC 9(05) VALUE ZERO.
010234 77  WS-240-QTDE-REG-LOTE    PIC 9(06) VALUE ZERO.
010234 01  WS-DATA-AAAAMMDD        PIC 9(08) VALUE ZERO.
010234 01  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
010234     05  WDA-ANO             PIC 9(04).
010234     05  WDA-MES             PIC 9(02).
010234     05  WDA-DIA             PIC 9(02).
010234 01  WS-DATA-DDMMAAAA.
010234     05  WDD-DIA             PIC 9(02).
010234     05  WDD-MES             PIC 9(02).
010234     05  WDD-ANO             PIC 9(04).
010234*
010234***************************************************************
010234*    REGISTROS DA REMESSA NO LAYOUT CNAB 240 FEBRABAN
010234***************************************************************
010234 01  WS-R240-HEADER-ARQ.
010234     05  R0-BANCO            PIC 9(03).
010234     05  R0-LOTE             PIC 9(04) VALUE ZERO.
010234     05  R0-TIPO             PIC X(01) VALUE "0".
010234     05  FILLER              PIC X(09) VALUE SPACES.
010234     05  R0-TIPO-INSCR       PIC 9(01) VALUE 2.
010234     05  R0-CNPJ             PIC 9(14).
010234     05  R0-CONVENIO         PIC X(20).
010234     05  R0-AGENCIA          PIC 9(05).
010234     05  R0-AG-DV            PIC X(01) VALUE SPACE.
010234     05  R0-CONTA            PIC 9(12).
010234     05  R0-CONTA-DV         PIC X(01) VALUE SPACE.
010234     05  R0-AG-CONTA-DV      PIC X(01) VALUE SPACE.
010234     05  R0-EMPRESA          PIC X(30)
010234         VALUE "CENTRO PROC DADOS".
010234     05  R0-NOME-BANCO       PIC X(30).
010234     05  FILLER              PIC X(10) VALUE SPACES.
010234     05  R0-CODIGO-REMESSA   PIC 9(01) VALUE 1.
010234     05  R0-DATA-GERACAO     PIC 9(08).
010234     05  R0-HORA-GERACAO     PIC 9(06).
010234     05  R0-NSA              PIC 9(06).
010234     05  R0-VERSAO           PIC X(03) VALUE "084".
010234     05  R0-DENSIDADE        PIC 9(05) VALUE ZERO.
010234     05  FILLER              PIC X(69) VALUE SPACES.
010234 01  WS-R240-HEADER-LOTE.
010234     05  R1-BANCO            PIC 9(03).
010234     05  R1-LOTE             PIC 9(04) VALUE 1.
010234     05  R1-TIPO             PIC X(01) VALUE "1".
010234     05  R1-OPERACAO         PIC X(01) VALUE "R".
010234     05  R1-SERVICO          PIC 9(02) VALUE 01.
010234     05  FILLER              PIC X(02) VALUE SPACES.
010234     05  R1-VERSAO           PIC X(03) VALUE "042".
010234     05  FILLER              PIC X(01) VALUE SPACE.
010234     05  R1-TIPO-INSCR       PIC 9(01) VALUE 2.
010234     05  R1-CNPJ             PIC 9(15).
010234     05  R1-CONVENIO         PIC X(20).
010234     05  R1-AGENCIA          PIC 9(05).
010234     05  R1-AG-DV            PIC X(01) VALUE SPACE.
010234     05  R1-CONTA            PIC 9(12).
010234     05  R1-CONTA-DV         PIC X(01) VALUE SPACE.
010234     05  R1-AG-CONTA-DV      PIC X(01) VALUE SPACE.
010234     05  R1-EMPRESA          PIC X(30)
010234         VALUE "CENTRO PROC DADOS".
010234     05  R1-MENSAGEM-1       PIC X(40) VALUE SPACES.
010234     05  R1-MENSAGEM-2       PIC X(40) VALUE SPACES.
010234     05  R1-NUM-REMESSA      PIC 9(08).
010234     05  R1-DATA-GRAVACAO    PIC 9(08).
010234     05  R1-DATA-CREDITO     PIC 9(08) VALUE ZERO.
010234     05  FILLER              PIC X(33) VALUE SPACES.
010234*    SEGMENTO P - DADOS DO TITULO (ENTRADA OU INSTRUCAO)
010234 01  WS-R240-SEG-P.
010234     05  RP-BANCO            PIC 9(03).
010234     05  RP-LOTE             PIC 9(04) VALUE 1.
010234     05  RP-TIPO             PIC X(01) VALUE "3".
010234     05  RP-NUM-REG          PIC 9(05).
010234     05  RP-SEGMENTO         PIC X(01) VALUE "P".
010234     05  FILLER              PIC X(01) VALUE SPACE.
010234     05  RP-MOVIMENTO        PIC 9(02).
010234     05  RP-AGENCIA          PIC 9(05).
010234     05  RP-AG-DV            PIC X(01) VALUE SPACE.
010234     05  RP-CONTA            PIC 9(12).
010234     05  RP-CONTA-DV         PIC X(01) VALUE SPACE.
010234     05  RP-AG-CONTA-DV      PIC X(01) VALUE SPACE.
010234     05  RP-NOSSO-NUMERO     PIC X(20).
010234     05  RP-CARTEIRA         PIC 9(01) VALUE 1.
010234     05  RP-CADASTRAMENTO    PIC 9(01) VALUE 1.
010234     05  RP-TIPO-DOCUMENTO   PIC X(01) VALUE "1".
010234     05  RP-EMISSAO          PIC 9(01) VALUE 2.
010234     05  RP-DISTRIBUICAO     PIC X(01) VALUE "2".
010234     05  RP-NUM-DOCUMENTO    PIC X(15).
010234     05  RP-DATA-VENC        PIC 9(08).
010234     05  RP-VALOR            PIC 9(15).
010234     05  RP-AG-COBRADORA     PIC 9(05) VALUE ZERO.
010234     05  RP-AG-COB-DV        PIC X(01) VALUE SPACE.
010234     05  RP-ESPECIE          PIC 9(02) VALUE 02.
010234     05  RP-ACEITE           PIC X(01) VALUE "N".
010234     05  RP-DATA-EMISSAO     PIC 9(08).
010234*    JUROS DE MORA ISENTOS NO BANCO - A MORA E CALCULADA NA
010234*    LIQUIDACAO PELO RETORNO-PROCESSAR (TABELA MORAPARM)
010234     05  RP-COD-JUROS        PIC 9(01) VALUE 3.
010234     05  RP-DATA-JUROS       PIC 9(08) VALUE ZERO.
010234     05  RP-JUROS            PIC 9(15) VALUE ZERO.
010234     05  RP-COD-DESCONTO     PIC 9(01) VALUE ZERO.
010234     05  RP-DATA-DESCONTO    PIC 9(08) VALUE ZERO.
010234     05  RP-DESCONTO         PIC 9(15) VALUE ZERO.
010234     05  RP-IOF              PIC 9(15) VALUE ZERO.
010234     05  RP-ABATIMENTO       PIC 9(15).
010234*    USO DA EMPRESA: O CUST-ID VOLTA NO SEGMENTO T DO RETORNO
010234     05  RP-USO-EMPRESA      PIC X(25).
010234     05  RP-COD-PROTESTO     PIC 9(01) VALUE 3.
010234     05  RP-PRAZO-PROTESTO   PIC 9(02) VALUE ZERO.
010234     05  RP-COD-BAIXA        PIC 9(01) VALUE ZERO.
010234     05  RP-PRAZO-BAIXA      PIC X(03) VALUE "000".
010234     05  RP-MOEDA            PIC 9(02) VALUE 09.
010234     05  RP-CONTRATO         PIC 9(10) VALUE ZERO.
010234     05  FILLER              PIC X(01) VALUE SPACE.
010234*    SEGMENTO Q - DADOS DO PAGADOR
010234 01  WS-R240-SEG-Q.
010234     05  RQ-BANCO            PIC 9(03).
010234     05  RQ-LOTE             PIC 9(04) VALUE 1.
010234     05  RQ-TIPO             PIC X(01) VALUE "3".
010234     05  RQ-NUM-REG          PIC 9(05).
010234     05  RQ-SEGMENTO         PIC X(01) VALUE "Q".
010234     05  FILLER              PIC X(01) VALUE SPACE.
010234     05  RQ-MOVIMENTO        PIC 9(02).
010234     05  RQ-TIPO-INSCR       PIC 9(01).
010234     05  RQ-INSCRICAO        PIC X(15).
010234     05  RQ-NOME             PIC X(40).
010234     05  RQ-ENDERECO         PIC X(40).
010234     05  RQ-BAIRRO           PIC X(15).
010234     05  RQ-CEP              PIC X(08).
010234     05  RQ-CIDADE           PIC X(15).
010234     05  RQ-UF               PIC X(02).
010234     05  RQ-TIPO-INSCR-AVAL  PIC 9(01) VALUE ZERO.
010234     05  RQ-INSCR-AVAL       PIC 9(15) VALUE ZERO.
010234     05  RQ-NOME-AVAL        PIC X(40) VALUE SPACES.
010234     05  RQ-BANCO-CORRESP    PIC 9(03) VALUE ZERO.
010234     05  RQ-NOSSO-NUM-CORRESP
010234                             PIC X(20) VALUE SPACES.
010234     05  FILLER              PIC X(08) VALUE SPACES.
010234 01  WS-R240-TRAILER-LOTE.
010234     05  R5-BANCO            PIC 9(03).
010234     05  R5-LOTE             PIC 9(04) VALUE 1.
010234     05  R5-TIPO             PIC X(01) VALUE "5".
010234     05  FILLER              PIC X(09) VALUE SPACES.
010234     05  R5-QTDE-REGISTROS   PIC 9(06).
010234     05  R5-QTDE-TITULOS     PIC 9(06).
010234     05  R5-VALOR-TITULOS    PIC 9(17).
010234     05  FILLER              PIC X(194) VALUE SPACES.
010234 01  WS-R240-TRAILER-ARQ.
010234     05  R9-BANCO            PIC 9(03).
010234     05  R9-LOTE             PIC 9(04) VALUE 9999.
010234     05  R9-TIPO             PIC X(01) VALUE "9".
010234     05  FILLER              PIC X(09) VALUE SPACES.
010234     05  R9-QTDE-LOTES       PIC 9(06) VALUE 1.
010234     05  R9-QTDE-REGISTROS   PIC 9(06).
010234     05  R9-QTDE-CONTAS      PIC 9(06) VALUE ZERO.
010234     05  FILLER              PIC X(205) VALUE SPACES.
010300***************************************************************
010400*    REGISTROS DA REMESSA (LAYOUT FIXO ESTILO CNAB)
010500***************************************************************
013100 77  WS-SALDO-EDITADO        PIC -(7)9.99.
013200*
013300***************************************************************
013300*    CHECKPOINT/RESTART (VER COPYBOOKS/CHKPT.CPY) - UM
013300*    CHECKPOINT POR BANCO ("REMnnn", COMO NO XMITREG) A CADA
013300*    TITULO EMITIDO E A CADA LINHA DO REMINST TRATADA. A CHAVE
013300*    GUARDA QUANTOS REGISTROS A REMESSA TINHA NESSE PONTO, A FASE
013300*    ("C" CLIENTES, "I" INSTRUCOES) E O ULTIMO CUST-ID EMITIDO OU
013300*    AS LINHAS DO REMINST JA TRATADAS. NA RETOMADA A REMESSA E
013300*    RECONTADA ATE O CHECKPOINT (TOTAIS DO TRAILER), CONTINUA
013300*    (EXTEND) E O QUE O TITULO INTERROMPIDO JA TINHA GRAVADO NELA
013300*    NAO E GRAVADO DE NOVO
013300***************************************************************
013300 77  WS-CKPT-FILE-STATUS     PIC X(02) VALUE ZEROS.
013300     88  CKPT-FILE-OK        VALUE "00".
013300 77  WS-CKPT-FILE-EOF        PIC X(01) VALUE "N".
013300     88  FIM-ARQUIVO-CHECKPOINT VALUE "Y".
013300 COPY "CHKPTTAB.cpy".
013300 77  WS-CKPT-PROGRAMA        PIC X(08) VALUE SPACES.
013300 01  WS-CKPT-POSICAO.
013300     05  CKP-QTDE-REG        PIC 9(07) VALUE ZERO.
013300     05  CKP-FASE            PIC X(01) VALUE "C".
013300         88  CKP-FASE-CLIENTES   VALUE "C".
013300         88  CKP-FASE-INSTRUCOES VALUE "I".
013300     05  CKP-CUST-ID         PIC X(10) VALUE SPACES.
013300     05  CKP-INSTR-R REDEFINES CKP-CUST-ID.
013300         10  CKP-INSTR-LIDAS PIC 9(07).
013300         10  FILLER          PIC X(03).
013300     05  FILLER              PIC X(02) VALUE SPACES.
013300 77  WS-CKPT-DATA-RESTART    PIC 9(08) VALUE ZERO.
013300 77  WS-CKPT-ENVIADOS        PIC 9(07) COMP VALUE ZERO.
013300 77  WS-RETOMANDO-SWITCH     PIC X(01) VALUE "N".
013300     88  RETOMANDO-REMESSA   VALUE "Y".
013300 77  WS-RETOMADA-FALHOU-SW   PIC X(01) VALUE "N".
013300     88  RETOMADA-RECUSADA   VALUE "Y".
013300 77  WS-REFAZENDO-SW         PIC X(01) VALUE "N".
013300     88  REFAZENDO-TITULO    VALUE "Y".
013300 77  WS-RCV-FIM-SW           PIC X(01) VALUE "N".
013300     88  FIM-DA-RECONTAGEM   VALUE "Y".
013300 77  WS-REM-CONFERE-SW       PIC X(01) VALUE "N".
013300     88  REMESSA-CONFERE     VALUE "Y".
013300 77  WS-TRAILER-SW           PIC X(01) VALUE "N".
013300     88  TRAILER-GRAVADO     VALUE "Y".
013300 77  WS-SEQ-REMESSA-ANT      PIC 9(06) VALUE ZERO.
013300*    REGISTROS DA REMESSA (FISICOS, COM HEADERS E TRAILERS) E O
013300*    QUE O TITULO INTERROMPIDO JA TINHA GRAVADO ALEM DO CHECKPOINT
013300 77  WS-QTDE-REG-REMESSA     PIC 9(07) VALUE ZERO.
013300 77  WS-REM-A-PULAR          PIC 9(07) VALUE ZERO.
013300 77  WS-QTDE-INSTR-LIDAS     PIC 9(07) VALUE ZERO.
013300*
013300***************************************************************
013300*    LOG DE EXECUCOES (VER COPYBOOKS/RUNLOG.CPY)
013300***************************************************************
013300 77  WS-RLOG-FILE-STATUS     PIC X(02) VALUE ZEROS.
013300     88  RLOG-FILE-OK        VALUE "00".
013300 77  WS-HORA-FIM-RLOG        PIC 9(08) VALUE ZERO.
013300*
013300***************************************************************
013400*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
013500*    COPYBOOKS/RPTWRT.CPY)
013600***************************************************************
014760*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
014770***************************************************************
014780 COPY "CALHDL.cpy".
014781*
014782***************************************************************
014783*    PARAMETROS DA ROTINA DE CODIGO DE BARRAS E LINHA DIGITAVEL
014784*    DO BOLETO (VER COPYBOOKS/BOLHDL.CPY)
014785***************************************************************
014786 COPY "BOLHDL.cpy".
014787*
014788***************************************************************
014789*    PARAMETROS DA ROTINA DE ROTEAMENTO DA COBRANCA POR BANCO
014789*    (VER COPYBOOKS/BNCHDL.CPY)
014789***************************************************************
014789 COPY "BNCHDL.cpy".
014789*
014789***************************************************************
014789*    PARAMETROS DA ROTINA DE EVENTOS TARIFAVEIS (VER
014789*    COPYBOOKS/TEVHDL.CPY)
014789***************************************************************
014789 COPY "TEVHDL.cpy".
014790*
014800 COPY "ERRHDL.cpy".
014900*
016000     IF WS-SEQ-ARQUIVO = ZERO
016100         MOVE 1 TO WS-SEQ-ARQUIVO
016200     END-IF.
016210     ACCEPT WS-BOL-BANCO FROM ENVIRONMENT "BOLBANCO".
016220     IF WS-BOL-BANCO = ZERO
016230         MOVE 001 TO WS-BOL-BANCO
016240     END-IF.
016250     ACCEPT WS-BOL-CONVENIO FROM ENVIRONMENT "BOLCONVENIO".
016260     ACCEPT WS-BOL-CARTEIRA FROM ENVIRONMENT "BOLCARTEIRA".
016270     IF WS-BOL-CARTEIRA = ZERO
016280         MOVE 17 TO WS-BOL-CARTEIRA
016290     END-IF.
016291     ACCEPT WS-EMP-CNPJ FROM ENVIRONMENT "BOLCNPJ".
016300     PERFORM 1000-LER-CARTAO THRU 1000-LER-CARTAO-EXIT.
016305     IF RETURN-CODE = ZERO
016306         PERFORM 1100-DEFINIR-BANCO THRU 1100-DEFINIR-BANCO-EXIT
016307     END-IF.
016307*    CHECKPOINT E LOG DE EXECUCOES SAO POR BANCO, COMO NO XMITREG
016307     MOVE SPACES TO WS-CKPT-PROGRAMA.
016307     STRING "REM" WS-BOL-BANCO DELIMITED BY SIZE
016307         INTO WS-CKPT-PROGRAMA
016307     END-STRING.
016310     PERFORM 1200-CARREGAR-SELECAO
016320         THRU 1200-CARREGAR-SELECAO-EXIT.
016400     IF RETURN-CODE = ZERO
017100             THRU 3000-GRAVAR-TRAILER-EXIT
017200     END-IF.
017300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
017300     PERFORM 9500-GRAVAR-RUNLOG THRU 9500-GRAVAR-RUNLOG-EXIT.
017400     STOP RUN.
017500*
017600***************************************************************
020496     END-IF.
020500 1000-LER-CARTAO-EXIT.
020600     EXIT.
020601*
020602***************************************************************
020603*    1100-DEFINIR-BANCO - BANCO COBRADOR DA RODADA (REMBANCO,   *
020604*    OU O PADRAO DA TABELA) COM LAYOUT, CONVENIO, CARTEIRA E    *
020605*    CONTA DO CEDENTE; SEM BANCOTAB VALE O BANCO UNICO DAS      *
020606*    VARIAVEIS BOL* NO LAYOUT "400"                             *
020607***************************************************************
020608 1100-DEFINIR-BANCO.
020609     ACCEPT WS-BANCO-ENV FROM ENVIRONMENT "REMBANCO".
020610     SET BNC-ACAO-PADRAO TO TRUE.
020611     CALL "BANCO-COBRADOR" USING BNC-PARAMETROS.
020612     IF BNC-SEM-TABELA
020613         IF WS-BANCO-ENV NOT = ZERO
020614             MOVE WS-BANCO-ENV TO WS-BOL-BANCO
020615         END-IF
020616         MOVE WS-BOL-BANCO TO WS-BANCO-PADRAO
020617         DISPLAY "BANCOTAB AUSENTE - REMESSA UNICA PELO BANCO "
020618             WS-BOL-BANCO " NO LAYOUT 400."
020619         GO TO 1100-DEFINIR-BANCO-EXIT
020620     END-IF.
020621     MOVE BNC-BANCO TO WS-BANCO-PADRAO.
020622     IF WS-BANCO-ENV NOT = ZERO
020623         SET BNC-ACAO-BANCO TO TRUE
020624         MOVE WS-BANCO-ENV TO BNC-BANCO
020625         CALL "BANCO-COBRADOR" USING BNC-PARAMETROS
020626     END-IF.
020627     IF NOT BNC-OK
020628         DISPLAY "REMBANCO " WS-BANCO-ENV
020629             " NAO CADASTRADO NO BANCOTAB - NADA A GERAR."
020630         MOVE 16 TO RETURN-CODE
020631         GO TO 1100-DEFINIR-BANCO-EXIT
020632     END-IF.
020633     MOVE "Y" TO WS-ROTEAMENTO-SW.
020634     MOVE BNC-BANCO TO WS-BOL-BANCO.
020635     MOVE BNC-LAYOUT TO WS-LAYOUT-REMESSA.
020636     IF BNC-CONVENIO NOT = ZERO
020637         MOVE BNC-CONVENIO TO WS-BOL-CONVENIO
020638     END-IF.
020639     IF BNC-CARTEIRA NOT = ZERO
020640         MOVE BNC-CARTEIRA TO WS-BOL-CARTEIRA
020641     END-IF.
020642     MOVE BNC-AGENCIA-CEDENTE TO WS-BOL-AG-CEDENTE.
020643     MOVE BNC-CONTA-CEDENTE TO WS-BOL-CONTA-CEDENTE.
020644     MOVE BNC-NOME-BANCO TO WS-NOME-BANCO.
020645     DISPLAY "REMESSA DO BANCO " WS-BOL-BANCO " " WS-NOME-BANCO
020646         " LAYOUT " WS-LAYOUT-REMESSA " REMSEQ " WS-SEQ-ARQUIVO.
020647 1100-DEFINIR-BANCO-EXIT.
020648     EXIT.
020610*
020620***************************************************************
020630*    1200-CARREGAR-SELECAO - CARREGA A LISTA OPCIONAL DE        *
020676     PERFORM UNTIL FIM-DA-SELECAO OR WS-QTDE-SELECAO >= 1000
020677         IF SELECAO-RECORD NOT = SPACES
020678             ADD 1 TO WS-QTDE-SELECAO
020679             MOVE SEL-CUST-ID TO
020679                 ID-SELECIONADO(WS-QTDE-SELECAO)
020679             MOVE SEL-FAIXA-AGING TO
020679                 FAIXA-SELECIONADA(WS-QTDE-SELECAO)
020681         END-IF
020682         PERFORM 1250-LER-SELECAO THRU 1250-LER-SELECAO-EXIT
020683     END-PERFORM.
021900         MOVE "Y" TO WS-MASTER-EOF-SWITCH
022000         GO TO 1500-ABRIR-ARQUIVOS-EXIT
022100     END-IF.
022100*    COM CHECKPOINT DESTE BANCO, A REMESSA INTERROMPIDA CONTINUA
022100     PERFORM 1700-LER-CHECKPOINT THRU 1700-LER-CHECKPOINT-EXIT.
022100     IF RETOMANDO-REMESSA
022100         PERFORM 1800-RETOMAR-REMESSA
022100             THRU 1800-RETOMAR-REMESSA-EXIT
022100         IF RETOMADA-RECUSADA
022100             CLOSE CUSTOMER-MASTER
022100             MOVE "Y" TO WS-MASTER-EOF-SWITCH
022100             GO TO 1500-ABRIR-ARQUIVOS-EXIT
022100         END-IF
022100     ELSE
022100         OPEN OUTPUT REMESSA-FILE
022100     END-IF.
022300     IF NOT REMESSA-FILE-OK
022400         MOVE "REMESSA " TO ERR-PROGRAMA
022500         SET ERR-TIPO-ARQUIVO TO TRUE
023000         MOVE "Y" TO WS-MASTER-EOF-SWITCH
023100         GO TO 1500-ABRIR-ARQUIVOS-EXIT
023200     END-IF.
023200     IF RETOMANDO-REMESSA
023200         OPEN EXTEND PRINT-FILE
023200         IF NOT PRINT-FILE-OK
023200             OPEN OUTPUT PRINT-FILE
023200         END-IF
023200     ELSE
023200         OPEN OUTPUT PRINT-FILE
023200     END-IF.
023400     MOVE "REGISTRO DE REMESSA BANCARIA" TO RPT-TITULO.
023500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
023600     SET RPT-ACAO-INICIAR TO TRUE.
023976             WS-TITULO-FILE-STATUS ") - TITULOS ENVIADOS NAO "
023980             "SERAO REGISTRADOS."
023984     END-IF.
023985     OPEN INPUT ACORDO-FILE.
023986     IF ACORDO-OK
023987         OPEN I-O PARCELA-FILE
023988         IF PARCELA-OK
023989             MOVE "Y" TO WS-ACORDO-ABERTO-SW
023990         ELSE
023991             CLOSE ACORDO-FILE
023992         END-IF
023993     END-IF.
023994     IF NOT ACORDOS-DISPONIVEIS
023995         DISPLAY "AVISO: ACORDO/ACDPARC INDISPONIVEL - SEM "
023996             "TRATAMENTO DE ACORDOS DE PARCELAMENTO."
023997     END-IF.
023997     IF RETOMANDO-REMESSA
023997         PERFORM 1850-POSICIONAR-RETOMADA
023997             THRU 1850-POSICIONAR-RETOMADA-EXIT
023997         GO TO 1500-ABRIR-ARQUIVOS-EXIT
023997     END-IF.
023998     IF REMESSA-240
023999         PERFORM 1550-GRAVAR-HEADER-240
023999             THRU 1550-GRAVAR-HEADER-240-EXIT
023999     ELSE
024000         MOVE RUN-DATA TO RMH-DATA-GERACAO
024100         MOVE WS-SEQ-ARQUIVO TO RMH-SEQ-ARQUIVO
024200         MOVE WS-REM-HEADER TO REMESSA-RECORD
024200         PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT
024350     END-IF.
024400     PERFORM 1600-LER-MESTRE THRU 1600-LER-MESTRE-EXIT.
024500 1500-ABRIR-ARQUIVOS-EXIT.
024600     EXIT.
024610*
024620***************************************************************
024630*    1550-GRAVAR-HEADER-240 - HEADER DE ARQUIVO E HEADER DO     *
024640*    LOTE UNICO DE COBRANCA; OS DADOS DO CEDENTE FICAM TAMBEM   *
024650*    NOS SEGMENTOS P E Q                                        *
024660***************************************************************
024670 1550-GRAVAR-HEADER-240.
024671     MOVE RUN-DATA TO WS-DATA-AAAAMMDD.
024672     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
024673     MOVE WS-BOL-BANCO TO R0-BANCO.
024674     MOVE WS-EMP-CNPJ TO R0-CNPJ.
024675     MOVE WS-BOL-CONVENIO TO R0-CONVENIO.
024676     MOVE WS-BOL-AG-CEDENTE TO R0-AGENCIA.
024677     MOVE WS-BOL-CONTA-CEDENTE TO R0-CONTA.
024678     MOVE WS-NOME-BANCO TO R0-NOME-BANCO.
024679     MOVE WS-DATA-DDMMAAAA TO R0-DATA-GERACAO.
024680     MOVE RUN-HORA(1:6) TO R0-HORA-GERACAO.
024681     MOVE WS-SEQ-ARQUIVO TO R0-NSA.
024682     MOVE WS-R240-HEADER-ARQ TO REMESSA-RECORD-240.
024682     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
024684     MOVE WS-BOL-BANCO TO R1-BANCO.
024685     MOVE WS-EMP-CNPJ TO R1-CNPJ.
024686     MOVE WS-BOL-CONVENIO TO R1-CONVENIO.
024687     MOVE WS-BOL-AG-CEDENTE TO R1-AGENCIA.
024688     MOVE WS-BOL-CONTA-CEDENTE TO R1-CONTA.
024689     MOVE WS-SEQ-ARQUIVO TO R1-NUM-REMESSA.
024690     MOVE WS-DATA-DDMMAAAA TO R1-DATA-GRAVACAO.
024691     MOVE WS-R240-HEADER-LOTE TO REMESSA-RECORD-240.
024691     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
024693     MOVE 1 TO WS-240-QTDE-REG-LOTE.
024694     MOVE ZERO TO WS-240-SEQ-LOTE.
024695     MOVE WS-BOL-BANCO TO RP-BANCO RQ-BANCO.
024696     MOVE WS-BOL-AG-CEDENTE TO RP-AGENCIA.
024697     MOVE WS-BOL-CONTA-CEDENTE TO RP-CONTA.
024698 1550-GRAVAR-HEADER-240-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1700-LER-CHECKPOINT - LE O CHECKPOINT COMPARTILHADO,      *
024698*    GUARDA OS REGISTROS DOS OUTROS PROGRAMAS (CHKPTTAB.CPY) E  *
024698*    A POSICAO DE RETOMADA DA REMESSA DESTE BANCO, SE HOUVER    *
024698***************************************************************
024698 1700-LER-CHECKPOINT.
024698     MOVE ZERO TO WS-CKPT-QTDE-SALVOS.
024698     MOVE "N" TO WS-CKPT-FILE-EOF.
024698     OPEN INPUT CHECKPOINT-FILE.
024698     IF NOT CKPT-FILE-OK
024698         GO TO 1700-LER-CHECKPOINT-EXIT
024698     END-IF.
024698     PERFORM 1750-LER-CKPT-REG THRU 1750-LER-CKPT-REG-EXIT.
024698     PERFORM 1720-GUARDAR-CKPT THRU 1720-GUARDAR-CKPT-EXIT
024698         UNTIL FIM-ARQUIVO-CHECKPOINT.
024698     CLOSE CHECKPOINT-FILE.
024698 1700-LER-CHECKPOINT-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1720-GUARDAR-CKPT                                         *
024698***************************************************************
024698 1720-GUARDAR-CKPT.
024698     IF CHKPT-PROGRAMA = WS-CKPT-PROGRAMA
024698         AND CHKPT-CHAVE(1:7) NUMERIC
024698         MOVE CHKPT-CHAVE TO WS-CKPT-POSICAO
024698         MOVE CHKPT-DATA TO WS-CKPT-DATA-RESTART
024698         MOVE "Y" TO WS-RETOMANDO-SWITCH
024698     ELSE
024698         IF CHKPT-PROGRAMA NOT = SPACES
024698             AND WS-CKPT-QTDE-SALVOS < 10
024698             ADD 1 TO WS-CKPT-QTDE-SALVOS
024698             MOVE CHKPT-PROGRAMA TO
024698                 CKPT-SALVO-PROGRAMA(WS-CKPT-QTDE-SALVOS)
024698             MOVE CHKPT-CHAVE TO
024698                 CKPT-SALVO-CHAVE(WS-CKPT-QTDE-SALVOS)
024698             MOVE CHKPT-DATA TO
024698                 CKPT-SALVO-DATA(WS-CKPT-QTDE-SALVOS)
024698         END-IF
024698     END-IF.
024698     PERFORM 1750-LER-CKPT-REG THRU 1750-LER-CKPT-REG-EXIT.
024698 1720-GUARDAR-CKPT-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1750-LER-CKPT-REG                                         *
024698***************************************************************
024698 1750-LER-CKPT-REG.
024698     READ CHECKPOINT-FILE
024698         AT END
024698             MOVE "Y" TO WS-CKPT-FILE-EOF
024698     END-READ.
024698 1750-LER-CKPT-REG-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1800-RETOMAR-REMESSA - RETOMADA: RECONTA A REMESSA DA      *
024698*    RODADA INTERROMPIDA (QUE CONTINUA - NAO E RECRIADA) ATE O  *
024698*    CHECKPOINT, REFAZENDO OS TOTAIS DO TRAILER E O SEQUENCIAL  *
024698*    DO ARQUIVO; O QUE PASSA DO CHECKPOINT E DO TITULO QUE CAIU *
024698*    NO MEIO E NAO SERA GRAVADO DE NOVO. REMESSA MENOR QUE O    *
024698*    CHECKPOINT OU DE OUTRO BANCO RECUSA A RETOMADA COM RC 16   *
024698***************************************************************
024698 1800-RETOMAR-REMESSA.
024698     DISPLAY "RETOMANDO A REMESSA " WS-CKPT-PROGRAMA
024698         " DEPOIS DO REGISTRO " CKP-QTDE-REG
024698         " (CHECKPOINT DE " WS-CKPT-DATA-RESTART ")".
024698     MOVE ZERO TO WS-QTDE-REG-REMESSA.
024698     MOVE "N" TO WS-RCV-FIM-SW.
024698     OPEN INPUT REMESSA-FILE.
024698     IF REMESSA-FILE-OK
024698         PERFORM 1810-RECONTAR-REMESSA
024698             THRU 1810-RECONTAR-REMESSA-EXIT
024698             UNTIL FIM-DA-RECONTAGEM
024698         CLOSE REMESSA-FILE
024698     END-IF.
024698     IF NOT REMESSA-CONFERE
024698         DISPLAY "ABEND-REMESSA: REMESSA AUSENTE OU SEM O HEADER "
024698             "DO BANCO " WS-BOL-BANCO " - RETOMADA RECUSADA."
024698         MOVE 16 TO RETURN-CODE
024698         MOVE "Y" TO WS-RETOMADA-FALHOU-SW
024698         GO TO 1800-RETOMAR-REMESSA-EXIT
024698     END-IF.
024698     IF WS-QTDE-REG-REMESSA < CKP-QTDE-REG
024698         DISPLAY "ABEND-REMESSA: REMESSA COM " WS-QTDE-REG-REMESSA
024698             " REGISTROS E CHECKPOINT COM " CKP-QTDE-REG
024698             " - RETOMADA RECUSADA."
024698         MOVE 16 TO RETURN-CODE
024698         MOVE "Y" TO WS-RETOMADA-FALHOU-SW
024698         GO TO 1800-RETOMAR-REMESSA-EXIT
024698     END-IF.
024698*    O TITULO INTERROMPIDO SAI COM O MESMO REMSEQ E A MESMA
024698*    ORDEM (NOSSO NUMERO) DA REMESSA JA GRAVADA
024698     IF WS-SEQ-REMESSA-ANT NOT = WS-SEQ-ARQUIVO
024698         DISPLAY "REMSEQ DA REMESSA INTERROMPIDA: "
024698             WS-SEQ-REMESSA-ANT " (REMSEQ INFORMADO "
024698             WS-SEQ-ARQUIVO ")"
024698         MOVE WS-SEQ-REMESSA-ANT TO WS-SEQ-ARQUIVO
024698     END-IF.
024698     COMPUTE WS-REM-A-PULAR = WS-QTDE-REG-REMESSA - CKP-QTDE-REG.
024698     MOVE CKP-QTDE-REG TO WS-QTDE-REG-REMESSA.
024698     MOVE WS-QTDE-ENVIADOS TO WS-CKPT-ENVIADOS.
024698     OPEN EXTEND REMESSA-FILE.
024698 1800-RETOMAR-REMESSA-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1810-RECONTAR-REMESSA - SO OS REGISTROS ATE O CHECKPOINT   *
024698*    ENTRAM NOS TOTAIS; OS DEMAIS SO SAO CONTADOS               *
024698***************************************************************
024698 1810-RECONTAR-REMESSA.
024698     READ REMESSA-FILE
024698         AT END
024698             MOVE "Y" TO WS-RCV-FIM-SW
024698             GO TO 1810-RECONTAR-REMESSA-EXIT
024698     END-READ.
024698     ADD 1 TO WS-QTDE-REG-REMESSA.
024698     IF WS-QTDE-REG-REMESSA > CKP-QTDE-REG
024698         GO TO 1810-RECONTAR-REMESSA-EXIT
024698     END-IF.
024698     IF REMESSA-240
024698         PERFORM 1820-TOTALIZAR-240 THRU 1820-TOTALIZAR-240-EXIT
024698     ELSE
024698         PERFORM 1830-TOTALIZAR-400 THRU 1830-TOTALIZAR-400-EXIT
024698     END-IF.
024698 1810-RECONTAR-REMESSA-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1820-TOTALIZAR-240 - HEADER DE ARQUIVO (BANCO E NSA),      *
024698*    HEADER DE LOTE E SEGMENTOS; SEGMENTO P COM MOVIMENTO 01 E  *
024698*    TITULO NOVO, OS DEMAIS SAO INSTRUCOES                      *
024698***************************************************************
024698 1820-TOTALIZAR-240.
024698     EVALUATE REMESSA-RECORD-240(8:1)
024698         WHEN "0"
024698             MOVE REMESSA-RECORD-240 TO WS-R240-HEADER-ARQ
024698             IF WS-QTDE-REG-REMESSA = 1
024698                 AND R0-BANCO = WS-BOL-BANCO
024698                 MOVE "Y" TO WS-REM-CONFERE-SW
024698                 MOVE R0-NSA TO WS-SEQ-REMESSA-ANT
024698             END-IF
024698         WHEN "1"
024698             MOVE 1 TO WS-240-QTDE-REG-LOTE
024698             MOVE ZERO TO WS-240-SEQ-LOTE
024698         WHEN "3"
024698             ADD 1 TO WS-240-SEQ-LOTE
024698             ADD 1 TO WS-240-QTDE-REG-LOTE
024698             IF REMESSA-RECORD-240(14:1) = "P"
024698                 MOVE REMESSA-RECORD-240 TO WS-R240-SEG-P
024698                 IF RP-MOVIMENTO = 01
024698                     ADD 1 TO WS-QTDE-ENVIADOS
024698                     ADD RP-VALOR TO WS-SOMA-CENTAVOS
024698                 ELSE
024698                     ADD 1 TO WS-QTDE-INSTRUCOES
024698                 END-IF
024698             END-IF
024698         WHEN OTHER
024698             CONTINUE
024698     END-EVALUATE.
024698 1820-TOTALIZAR-240-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1830-TOTALIZAR-400 - HEADER "0" (NSA), DETALHES "1" E      *
024698*    INSTRUCOES "2"                                             *
024698***************************************************************
024698 1830-TOTALIZAR-400.
024698     EVALUATE REMESSA-RECORD(1:1)
024698         WHEN "0"
024698             MOVE REMESSA-RECORD TO WS-REM-HEADER
024698             IF WS-QTDE-REG-REMESSA = 1
024698                 AND RMH-LITERAL = "REMESSACOBRANCA"
024698                 MOVE "Y" TO WS-REM-CONFERE-SW
024698                 MOVE RMH-SEQ-ARQUIVO TO WS-SEQ-REMESSA-ANT
024698             END-IF
024698         WHEN "1"
024698             MOVE REMESSA-RECORD TO WS-REM-DETALHE
024698             ADD 1 TO WS-QTDE-ENVIADOS
024698             ADD RMD-VALOR-CENTAVOS TO WS-SOMA-CENTAVOS
024698         WHEN "2"
024698             ADD 1 TO WS-QTDE-INSTRUCOES
024698         WHEN OTHER
024698             CONTINUE
024698     END-EVALUATE.
024698 1830-TOTALIZAR-400-EXIT.
024698     EXIT.
024698*
024698***************************************************************
024698*    1850-POSICIONAR-RETOMADA - DADOS DO CEDENTE NOS SEGMENTOS  *
024698*    (O HEADER NAO E GRAVADO DE NOVO) E POSICAO DE RETOMADA:    *
024698*    NA FASE DE CLIENTES, O MESTRE DEPOIS DO ULTIMO CUST-ID     *
024698*    EMITIDO; NA DE INSTRUCOES, O MESTRE JA ACABOU              *
024698***************************************************************
024698 1850-POSICIONAR-RETOMADA.
024698     MOVE WS-BOL-BANCO TO RP-BANCO RQ-BANCO.
024698     MOVE WS-BOL-AG-CEDENTE TO RP-AGENCIA.
024698     MOVE WS-BOL-CONTA-CEDENTE TO RP-CONTA.
024698     MOVE "Y" TO WS-REFAZENDO-SW.
024698     IF CKP-FASE-INSTRUCOES
024698         MOVE "Y" TO WS-MASTER-EOF-SWITCH
024698         GO TO 1850-POSICIONAR-RETOMADA-EXIT
024698     END-IF.
024698     MOVE CKP-CUST-ID TO CUST-ID.
024698     START CUSTOMER-MASTER KEY IS GREATER THAN CUST-ID
024698         INVALID KEY
024698             MOVE "Y" TO WS-MASTER-EOF-SWITCH
024698     END-START.
024698     IF NOT FIM-DO-MESTRE
024698         PERFORM 1600-LER-MESTRE THRU 1600-LER-MESTRE-EXIT
024698     END-IF.
024698 1850-POSICIONAR-RETOMADA-EXIT.
024699     EXIT.
024700*
024800***************************************************************
024900*    1600-LER-MESTRE                                          *
026200***************************************************************
026300 2000-SELECIONAR-CLIENTE.
026400     ADD 1 TO WS-QTDE-LIDOS.
026400     MOVE SPACES TO WS-FAIXA-TITULO.
026400*    CLIENTE DE OUTRO BANCO COBRADOR FICA PARA A RODADA DELE
026400     IF ROTEAMENTO-POR-BANCO
026400         SET BNC-ACAO-RESOLVER TO TRUE
026400         MOVE CUST-ID TO BNC-CUST-ID
026400         MOVE CUST-AGENCIA TO BNC-AGENCIA
026400         CALL "BANCO-COBRADOR" USING BNC-PARAMETROS
026400         IF BNC-INVALIDO
026400             DISPLAY "AVISO: CLIENTE " CUST-ID " ROTEADO PARA O "
026400                 "BANCO " BNC-BANCO " NAO CADASTRADO NO BANCOTAB."
026400         END-IF
026400         IF BNC-BANCO NOT = WS-BOL-BANCO
026400             ADD 1 TO WS-QTDE-OUTRO-BANCO
026400             GO TO 2000-SELECIONAR-CLIENTE-LER
026400         END-IF
026400     END-IF.
026401*    ACORDO ATIVO: O CLIENTE SO RECEBE O TITULO DA PARCELA
026402     IF ACORDOS-DISPONIVEIS
026403         PERFORM 2050-TESTAR-ACORDO THRU 2050-TESTAR-ACORDO-EXIT
026404         IF CLIENTE-EM-ACORDO
026405             GO TO 2000-SELECIONAR-CLIENTE-LER
026406         END-IF
026407     END-IF.
026410*    COM LISTA DE SELECAO CARREGADA, A PERTINENCIA A LISTA
026420*    SUBSTITUI O CORTE DE STATUS/SALDO DO CARTAO
026430     IF WS-QTDE-SELECAO > ZERO
026440         MOVE "N" TO WS-NA-LISTA-SWITCH
026450         SET SL-IDX TO 1
026460         SEARCH SEL-ITEM
026470             AT END
026480                 CONTINUE
026490             WHEN ID-SELECIONADO(SL-IDX) = CUST-ID
026491                 MOVE "Y" TO WS-NA-LISTA-SWITCH
026491                 MOVE FAIXA-SELECIONADA(SL-IDX) TO WS-FAIXA-TITULO
026492         END-SEARCH
026493         IF CLIENTE-NA-LISTA AND CUST-SALDO NUMERIC
026494             PERFORM 2100-GRAVAR-DETALHE
027300             THRU 2100-GRAVAR-DETALHE-EXIT
027400     END-IF.
027410 2000-SELECIONAR-CLIENTE-LER.
027410*    TITULO EMITIDO (DETALHE, TITREG E PARCELA) VIRA CHECKPOINT
027410     IF WS-QTDE-ENVIADOS > WS-CKPT-ENVIADOS
027410         MOVE "C" TO CKP-FASE
027410         MOVE CUST-ID TO CKP-CUST-ID
027410         PERFORM 2900-GRAVAR-CHECKPOINT
027410             THRU 2900-GRAVAR-CHECKPOINT-EXIT
027410     END-IF.
027500     PERFORM 1600-LER-MESTRE THRU 1600-LER-MESTRE-EXIT.
027600 2000-SELECIONAR-CLIENTE-EXIT.
027700     EXIT.
027701*
027702***************************************************************
027703*    2050-TESTAR-ACORDO - CLIENTE COM ACORDO ATIVO: A PRIMEIRA  *
027704*    PARCELA PENDENTE, SE VENCE ATE A DATA DO CARTAO, VIRA O    *
027705*    DETALHE "1" E A PARCELA PASSA A EMITIDA                    *
027706***************************************************************
027707 2050-TESTAR-ACORDO.
027708     MOVE "N" TO WS-EM-ACORDO-SW.
027709     MOVE CUST-ID TO ACD-CUST-ID.
027710     READ ACORDO-FILE
027711         INVALID KEY
027712             CONTINUE
027713     END-READ.
027714     IF NOT ACORDO-OK OR NOT ACD-ATIVO
027715         GO TO 2050-TESTAR-ACORDO-EXIT
027716     END-IF.
027717     MOVE "Y" TO WS-EM-ACORDO-SW.
027718     ADD 1 TO WS-QTDE-EM-ACORDO.
027719     MOVE "N" TO WS-PARC-FIM-SW.
027720     MOVE "N" TO WS-PARC-ACHADA-SW.
027721     MOVE CUST-ID TO ACP-CUST-ID.
027722     MOVE ZERO TO ACP-NUMERO.
027723     START PARCELA-FILE KEY IS NOT LESS THAN ACP-CHAVE
027724         INVALID KEY
027725             MOVE "Y" TO WS-PARC-FIM-SW
027726     END-START.
027727     IF NOT FIM-DAS-PARCELAS
027728         PERFORM 2060-LER-PARCELA THRU 2060-LER-PARCELA-EXIT
027729     END-IF.
027730     PERFORM 2070-AVALIAR-PARCELA THRU 2070-AVALIAR-PARCELA-EXIT
027731         UNTIL FIM-DAS-PARCELAS OR PARCELA-ACHADA.
027732     IF NOT PARCELA-ACHADA
027733         GO TO 2050-TESTAR-ACORDO-EXIT
027734     END-IF.
027735     MOVE "Y" TO WS-PARCELA-SW.
027736     PERFORM 2100-GRAVAR-DETALHE THRU 2100-GRAVAR-DETALHE-EXIT.
027737     MOVE "N" TO WS-PARCELA-SW.
027738     SET ACP-EMITIDA TO TRUE.
027739     MOVE WS-SEQ-ARQUIVO TO ACP-REMSEQ.
027739     MOVE WS-BOL-BANCO TO ACP-BANCO.
027740     REWRITE PARCELA-RECORD.
027741     IF PARCELA-OK
027742         ADD 1 TO WS-QTDE-PARCELAS
027743     ELSE
027744         DISPLAY "AVISO: PARCELA NAO ATUALIZADA " ACP-CUST-ID
027745             "/" ACP-NUMERO " - STATUS " WS-PARCELA-FILE-STATUS
027746     END-IF.
027747 2050-TESTAR-ACORDO-EXIT.
027748     EXIT.
027749*
027750***************************************************************
027751*    2060-LER-PARCELA - PROXIMA PARCELA DO MESMO CLIENTE        *
027752***************************************************************
027753 2060-LER-PARCELA.
027754     READ PARCELA-FILE NEXT RECORD
027755         AT END
027756             MOVE "Y" TO WS-PARC-FIM-SW
027757     END-READ.
027758     IF NOT PARCELA-OK OR ACP-CUST-ID NOT = CUST-ID
027759         MOVE "Y" TO WS-PARC-FIM-SW
027760     END-IF.
027761 2060-LER-PARCELA-EXIT.
027762     EXIT.
027763*
027764***************************************************************
027765*    2070-AVALIAR-PARCELA - A PRIMEIRA PENDENTE DECIDE: VENCE   *
027766*    ATE A DATA DO CARTAO, EMITE; SENAO, NADA NESTA REMESSA     *
027767***************************************************************
027768 2070-AVALIAR-PARCELA.
027768*    NA RETOMADA, A PARCELA QUE O TITULO INTERROMPIDO JA TINHA
027768*    MARCADO EMITIDA NESTA REMESSA E EMITIDA DE NOVO
027769     IF NOT ACP-PENDENTE
027769         AND NOT (REFAZENDO-TITULO AND ACP-EMITIDA
027769             AND ACP-REMSEQ = WS-SEQ-ARQUIVO
027769             AND ACP-BANCO = WS-BOL-BANCO)
027770         PERFORM 2060-LER-PARCELA THRU 2060-LER-PARCELA-EXIT
027771         GO TO 2070-AVALIAR-PARCELA-EXIT
027772     END-IF.
027773     IF ACP-DATA-VENC NOT > WS-DATA-VENC
027774         MOVE "Y" TO WS-PARC-ACHADA-SW
027775     ELSE
027776         MOVE "Y" TO WS-PARC-FIM-SW
027777     END-IF.
027778 2070-AVALIAR-PARCELA-EXIT.
027779     EXIT.
027800*
027900***************************************************************
028000*    2100-GRAVAR-DETALHE - VALOR EM CENTAVOS, SEMPRE POSITIVO   *
028100*    (A COBRANCA E DO VALOR DEVIDO)                             *
028200***************************************************************
028300 2100-GRAVAR-DETALHE.
028310*    PARCELA DE ACORDO: VALOR E VENCIMENTO SAO OS DA PARCELA
028320     IF EMITINDO-PARCELA
028330         COMPUTE WS-VALOR-CENTAVOS = ACP-VALOR * 100
028340     ELSE
028400         IF CUST-SALDO < ZERO
028500             COMPUTE WS-VALOR-CENTAVOS =
028600                 (ZERO - CUST-SALDO) * 100
028700         ELSE
028800             COMPUTE WS-VALOR-CENTAVOS = CUST-SALDO * 100
028900         END-IF
028950     END-IF.
029000     MOVE SPACES TO WS-REM-DETALHE.
029100     MOVE "1" TO RMD-TIPO.
029200     MOVE CUST-ID TO RMD-CUST-ID.
029300     MOVE CUST-NOME TO RMD-NOME.
029400     MOVE WS-VALOR-CENTAVOS TO RMD-VALOR-CENTAVOS.
029500     MOVE WS-DATA-VENC TO RMD-DATA-VENC.
029510     IF EMITINDO-PARCELA AND ACP-DATA-VENC NOT < RUN-DATA
029520         MOVE ACP-DATA-VENC TO RMD-DATA-VENC
029530     END-IF.
029554*    FERIADO ESTADUAL OU MUNICIPAL NA PRACA DA AGENCIA DO CLIENTE
029578*    EMPURRA O VENCIMENTO PARA O PROXIMO DIA UTIL LOCAL
029602     SET CAL-ACAO-PROXIMO TO TRUE.
029626     MOVE CUST-AGENCIA TO CAL-AGENCIA.
029650     MOVE RMD-DATA-VENC TO CAL-DATA-1.
029674     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
029698     IF CAL-RC = ZERO
029722         MOVE CAL-RESULTADO-DATA TO RMD-DATA-VENC
029746     END-IF.
029770     MOVE SPACES TO CAL-AGENCIA.
029800     ADD 1 TO WS-QTDE-ENVIADOS.
029900     ADD WS-VALOR-CENTAVOS TO WS-SOMA-CENTAVOS.
029901     PERFORM 2180-GERAR-BOLETO THRU 2180-GERAR-BOLETO-EXIT.
029902*    NO CNAB 240 O TITULO VAI NOS SEGMENTOS P E Q, QUE JA
029903*    LEVAM O NOSSO NUMERO
029904     IF REMESSA-240
029905         PERFORM 2170-GRAVAR-SEGMENTOS-240
029906             THRU 2170-GRAVAR-SEGMENTOS-240-EXIT
029907     ELSE
029908         MOVE WS-REM-DETALHE TO REMESSA-RECORD
029908         PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT
029910     END-IF.
029910*    REGISTRA O TITULO ENVIADO NO CADASTRO TITREG, PARA A
029920*    CONCILIACAO REMESSA X RETORNO (VER TITULO-RECON)
029930     IF TITREG-DISPONIVEL
029940         MOVE SPACES TO TITULO-RECORD
029945         MOVE WS-BOL-BANCO TO TIT-BANCO
029950         MOVE WS-SEQ-ARQUIVO TO TIT-REMSEQ
029960         MOVE CUST-ID TO TIT-CUST-ID
029970         MOVE WS-VALOR-CENTAVOS TO TIT-VALOR-CENTAVOS
029980         MOVE RUN-DATA TO TIT-DATA-ENVIO
029990         MOVE RMD-DATA-VENC TO TIT-DATA-VENC
029991         SET TIT-ABERTO TO TRUE
029992         MOVE ZERO TO TIT-DATA-BAIXA
029992         MOVE WS-FAIXA-TITULO TO TIT-FAIXA-AGING
029992         IF BOL-OK
029992             MOVE WS-NOSSO-NUMERO TO TIT-NOSSO-NUMERO
029992             MOVE BOL-CODIGO-BARRAS TO TIT-CODIGO-BARRAS
029992             MOVE BOL-LINHA-DIGITAVEL TO TIT-LINHA-DIGITAVEL
029992         END-IF
029993         WRITE TITULO-RECORD
029993*        NA RETOMADA O TITULO INTERROMPIDO PODE JA ESTAR NO TITREG
029994         IF TITULO-OK
029994             OR (REFAZENDO-TITULO
029994                 AND WS-TITULO-FILE-STATUS = "22")
029995             ADD 1 TO WS-QTDE-TITULOS-REG
029996         ELSE
029997             DISPLAY "AVISO: TITULO NAO REGISTRADO " CUST-ID
029998                 " - STATUS " WS-TITULO-FILE-STATUS
029999         END-IF
029999     END-IF.
029999*    BOLETO EMITIDO E SERVICO TARIFAVEL (VER TARIFA-COBRAR); A
029999*    REFERENCIA E A CHAVE DO TITULO, ENTAO A RETOMADA NAO COBRA
029999*    DUAS VEZES
029999     MOVE "REMESSA " TO TEV-PROGRAMA.
029999     SET TEV-BOLETO TO TRUE.
029999     MOVE CUST-ID TO TEV-CUST-ID.
029999     MOVE SPACES TO TEV-REFERENCIA.
029999     STRING WS-BOL-BANCO WS-SEQ-ARQUIVO
029999         DELIMITED BY SIZE INTO TEV-REFERENCIA
029999     END-STRING.
029999     CALL "TARIFA-EVENTO" USING TEV-PARAMETROS.
030000     MOVE CUST-SALDO TO WS-SALDO-EDITADO.
030100     MOVE SPACES TO RPT-LINHA-ENTRADA.
030110     IF EMITINDO-PARCELA
030120         MOVE ACP-VALOR TO WS-SALDO-EDITADO
030130         STRING CUST-ID " " CUST-NOME " R$ " WS-SALDO-EDITADO
030140             " VENC " RMD-DATA-VENC " PARCELA " ACP-NUMERO
030150             "/" ACD-QTDE-PARCELAS
030160             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
030170         END-STRING
030180     ELSE
030200         STRING CUST-ID " " CUST-NOME " R$ " WS-SALDO-EDITADO
030300             " VENC " RMD-DATA-VENC
030400             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
030500         END-STRING
030550     END-IF.
030600     SET RPT-ACAO-DETALHE TO TRUE.
030700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
030800     PERFORM 8000-GRAVAR-LINHAS-RPT
030900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
030901     PERFORM 2190-IMPRIMIR-BOLETO
030902         THRU 2190-IMPRIMIR-BOLETO-EXIT.
030910     PERFORM 2150-IMPRIMIR-ENDERECO
030920         THRU 2150-IMPRIMIR-ENDERECO-EXIT.
031000 2100-GRAVAR-DETALHE-EXIT.
031100     EXIT.
031100*
031100***************************************************************
031100*    2170-GRAVAR-SEGMENTOS-240 - TITULO NOVO (MOVIMENTO 01) NO  *
031100*    SEGMENTO P E O PAGADOR, COM DOCUMENTO E ENDERECO, NO Q     *
031100***************************************************************
031100 2170-GRAVAR-SEGMENTOS-240.
031100     ADD 1 TO WS-240-SEQ-LOTE.
031100     MOVE WS-240-SEQ-LOTE TO RP-NUM-REG.
031100     MOVE 01 TO RP-MOVIMENTO.
031100     MOVE WS-NOSSO-NUMERO TO RP-NOSSO-NUMERO.
031100     MOVE WS-NOSSO-NUMERO TO RP-NUM-DOCUMENTO.
031100     MOVE RMD-DATA-VENC TO WS-DATA-AAAAMMDD.
031100     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
031100     MOVE WS-DATA-DDMMAAAA TO RP-DATA-VENC.
031100     MOVE WS-VALOR-CENTAVOS TO RP-VALOR.
031100     MOVE RUN-DATA TO WS-DATA-AAAAMMDD.
031100     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
031100     MOVE WS-DATA-DDMMAAAA TO RP-DATA-EMISSAO.
031100     MOVE ZERO TO RP-ABATIMENTO.
031100     MOVE CUST-ID TO RP-USO-EMPRESA.
031100     MOVE WS-R240-SEG-P TO REMESSA-RECORD-240.
031100     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
031100     ADD 1 TO WS-240-QTDE-REG-LOTE.
031100     ADD 1 TO WS-240-SEQ-LOTE.
031100     MOVE WS-240-SEQ-LOTE TO RQ-NUM-REG.
031100     MOVE 01 TO RQ-MOVIMENTO.
031100*    CPF (11 DIGITOS) = 1, CNPJ (14) = 2; SEM DOCUMENTO (O
031100*    PLACEHOLDER "*" + CUST-ID DO CUSTMAST) = 0
031100     MOVE ZEROS TO RQ-INSCRICAO.
031100     EVALUATE TRUE
031100         WHEN CUST-CPF-CNPJ(1:1) = "*" OR CUST-CPF-CNPJ = SPACES
031100             MOVE 0 TO RQ-TIPO-INSCR
031100         WHEN CUST-CPF-CNPJ(12:3) = SPACES
031100             MOVE 1 TO RQ-TIPO-INSCR
031100             MOVE CUST-CPF-CNPJ(1:11) TO RQ-INSCRICAO(5:11)
031100         WHEN OTHER
031100             MOVE 2 TO RQ-TIPO-INSCR
031100             MOVE CUST-CPF-CNPJ TO RQ-INSCRICAO(2:14)
031100     END-EVALUATE.
031100     MOVE CUST-NOME TO RQ-NOME.
031100     MOVE SPACES TO RQ-ENDERECO RQ-BAIRRO RQ-CEP RQ-CIDADE RQ-UF.
031100     IF ENDERECOS-DISPONIVEIS
031100         MOVE CUST-ID TO ADR-CUST-ID
031100         READ ADDRESS-FILE
031100             INVALID KEY
031100                 CONTINUE
031100         END-READ
031100         IF ADDR-OK
031100             MOVE ADR-LOGRADOURO TO RQ-ENDERECO
031100             MOVE ADR-CEP TO RQ-CEP
031100             MOVE ADR-CIDADE TO RQ-CIDADE
031100             MOVE ADR-UF TO RQ-UF
031100         END-IF
031100     END-IF.
031100     MOVE WS-R240-SEG-Q TO REMESSA-RECORD-240.
031100     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
031100     ADD 1 TO WS-240-QTDE-REG-LOTE.
031100 2170-GRAVAR-SEGMENTOS-240-EXIT.
031100     EXIT.
031101*
031102***************************************************************
031102*    2180-GERAR-BOLETO - NOSSO NUMERO (REMSEQ + ORDEM DO TITULO *
031102*    NO ARQUIVO), CODIGO DE BARRAS E LINHA DIGITAVEL; GERADO    *
031102*    UMA VEZ, AQUI, E GRAVADO COM O TITULO                      *
031102***************************************************************
031103 2180-GERAR-BOLETO.
031103     MOVE WS-SEQ-ARQUIVO TO WNN-REMSEQ.
031103     MOVE WS-QTDE-ENVIADOS TO WNN-ORDEM.
031103     MOVE WS-BOL-CONVENIO TO WCL-CONVENIO.
031103     MOVE WS-NOSSO-NUMERO TO WCL-NOSSO-NUMERO.
031103     MOVE WS-BOL-CARTEIRA TO WCL-CARTEIRA.
031104     SET BOL-ACAO-GERAR TO TRUE.
031104     MOVE WS-BOL-BANCO TO BOL-BANCO.
031104     MOVE 9 TO BOL-MOEDA.
031104     MOVE RMD-DATA-VENC TO BOL-DATA-VENC.
031104     MOVE WS-VALOR-CENTAVOS TO BOL-VALOR-CENTAVOS.
031104     MOVE WS-CAMPO-LIVRE TO BOL-CAMPO-LIVRE.
031105     CALL "BOLETO-CODIGO" USING BOL-PARAMETROS.
031105     IF NOT BOL-OK
031105         ADD 1 TO WS-QTDE-SEM-BOLETO
031105         DISPLAY "AVISO: BOLETO NAO GERADO PARA " CUST-ID
031105             " - VALOR OU VENCIMENTO FORA DO PADRAO"
031105     END-IF.
031106 2180-GERAR-BOLETO-EXIT.
031106     EXIT.
031106*
031107***************************************************************
031107*    2190-IMPRIMIR-BOLETO - NOSSO NUMERO E LINHA DIGITAVEL      *
031107*    FORMATADA, E O CODIGO DE BARRAS NA LINHA SEGUINTE          *
031107***************************************************************
031108 2190-IMPRIMIR-BOLETO.
031108     MOVE SPACES TO RPT-LINHA-ENTRADA.
031108     IF NOT BOL-OK
031108         STRING "    BOLETO NAO GERADO (VALOR OU VENCIMENTO "
031108             "FORA DO PADRAO)"
031108             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
031108         END-STRING
031108     ELSE
031108         STRING "    NOSSO NUMERO " WS-NOSSO-NUMERO
031108             " LINHA DIGITAVEL " BOL-LINHA-FORMATADA
031108             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
031108         END-STRING
031108     END-IF.
031109     SET RPT-ACAO-DETALHE TO TRUE.
031109     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
031109     PERFORM 8000-GRAVAR-LINHAS-RPT
031109         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
031109     IF NOT BOL-OK
031109         GO TO 2190-IMPRIMIR-BOLETO-EXIT
031109     END-IF.
031110     MOVE SPACES TO RPT-LINHA-ENTRADA.
031110     STRING "    CODIGO DE BARRAS " BOL-CODIGO-BARRAS
031110         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
031110     END-STRING.
031110     SET RPT-ACAO-DETALHE TO TRUE.
031110     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
031110     PERFORM 8000-GRAVAR-LINHAS-RPT
031110         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
031110 2190-IMPRIMIR-BOLETO-EXIT.
031110     EXIT.
031110*
031111***************************************************************
031112*    2150-IMPRIMIR-ENDERECO - ENDERECO DO PAGADOR (CUSTADDR)    *
031147*    O TITULO ABERTO NO TITREG                                  *
031148***************************************************************
031149 2500-PROCESSAR-INSTRUCOES.
031149     IF RETOMADA-RECUSADA
031149         GO TO 2500-PROCESSAR-INSTRUCOES-EXIT
031149     END-IF.
031149*    FIM DOS CLIENTES: O CHECKPOINT PASSA PARA A FASE DE
031149*    INSTRUCOES (NA RETOMADA DENTRO DELA, AS LINHAS JA TRATADAS
031149*    SAO PULADAS)
031149     IF RETOMANDO-REMESSA AND CKP-FASE-INSTRUCOES
031149         MOVE CKP-INSTR-LIDAS TO WS-QTDE-INSTR-LIDAS
031149     ELSE
031149         MOVE "I" TO CKP-FASE
031149         MOVE SPACES TO CKP-CUST-ID
031149         MOVE ZERO TO CKP-INSTR-LIDAS
031149         PERFORM 2900-GRAVAR-CHECKPOINT
031149             THRU 2900-GRAVAR-CHECKPOINT-EXIT
031149     END-IF.
031150     OPEN INPUT INSTRUCAO-FILE.
031151     IF NOT INSTR-FILE-OK
031152         GO TO 2500-PROCESSAR-INSTRUCOES-EXIT
031152     END-IF.
031152     IF WS-QTDE-INSTR-LIDAS > ZERO
031152         PERFORM 2510-LER-INSTRUCAO THRU 2510-LER-INSTRUCAO-EXIT
031152             WS-QTDE-INSTR-LIDAS TIMES
031153     END-IF.
031154     PERFORM 2510-LER-INSTRUCAO THRU 2510-LER-INSTRUCAO-EXIT.
031155     PERFORM 2550-TRATAR-INSTRUCAO
031176*    "B" E ALTERACAO DE VENCIMENTO ATUALIZA O TITULO            *
031177***************************************************************
031178 2550-TRATAR-INSTRUCAO.
031178     ADD 1 TO WS-QTDE-INSTR-LIDAS.
031179     IF NOT INS-BAIXA AND NOT INS-ALT-VENCIMENTO
031180         AND NOT INS-ABATIMENTO
031181         ADD 1 TO WS-QTDE-INSTR-RECUSADAS
031189             INS-CUST-ID
031190         GO TO 2550-TRATAR-INSTRUCAO-LER
031191     END-IF.
031191*    CARTAO SEM BANCO E DO BANCO PADRAO; INSTRUCAO DE OUTRO
031191*    BANCO FICA PARA A RODADA DELE
031191     MOVE WS-BANCO-PADRAO TO WS-BANCO-INSTRUCAO.
031191     IF INS-BANCO NUMERIC AND INS-BANCO NOT = ZERO
031191         MOVE INS-BANCO TO WS-BANCO-INSTRUCAO
031191     END-IF.
031191     IF WS-BANCO-INSTRUCAO NOT = WS-BOL-BANCO
031191         ADD 1 TO WS-QTDE-INSTR-OUTRO-BCO
031191         GO TO 2550-TRATAR-INSTRUCAO-LER
031191     END-IF.
031191     MOVE WS-BOL-BANCO TO TIT-BANCO.
031192     MOVE INS-REMSEQ TO TIT-REMSEQ.
031193     MOVE INS-CUST-ID TO TIT-CUST-ID.
031194     READ TITULO-FILE
031195         INVALID KEY
031196             CONTINUE
031197     END-READ.
031197*    NA RETOMADA, A BAIXA INTERROMPIDA PODE JA TER MARCADO O
031197*    TITULO - ELA SAI NA REMESSA DO MESMO JEITO
031197     IF NOT TITULO-OK
031197         OR (NOT TIT-ABERTO
031197             AND NOT (REFAZENDO-TITULO AND INS-BAIXA
031197                 AND TIT-BAIXADO))
031199         ADD 1 TO WS-QTDE-INSTR-RECUSADAS
031200         DISPLAY "INSTRUCAO RECUSADA (TITULO NAO ABERTO): "
031201             INS-REMSEQ "/" INS-CUST-ID
031202         GO TO 2550-TRATAR-INSTRUCAO-LER
031203     END-IF.
031203     IF REMESSA-240
031203         PERFORM 2570-GRAVAR-INSTRUCAO-240
031203             THRU 2570-GRAVAR-INSTRUCAO-240-EXIT
031203     ELSE
031204         MOVE SPACES TO WS-REM-INSTRUCAO
031205         MOVE "2" TO RMI-TIPO
031206         MOVE INS-OCORRENCIA TO RMI-OCORRENCIA
031207         MOVE INS-CUST-ID TO RMI-CUST-ID
031208         MOVE INS-REMSEQ TO RMI-REMSEQ
031209         MOVE INS-DATA-NOVA TO RMI-DATA-NOVA
031210         MOVE INS-VALOR-ABAT TO RMI-VALOR-ABAT
031211         MOVE WS-REM-INSTRUCAO TO REMESSA-RECORD
031211         PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT
031212     END-IF.
031213     ADD 1 TO WS-QTDE-INSTRUCOES.
031213*    INSTRUCAO ENVIADA AO BANCO E SERVICO TARIFAVEL
031213     MOVE "REMESSA " TO TEV-PROGRAMA.
031213     SET TEV-INSTRUCAO TO TRUE.
031213     MOVE INS-CUST-ID TO TEV-CUST-ID.
031213     MOVE SPACES TO TEV-REFERENCIA.
031213     STRING WS-BOL-BANCO INS-REMSEQ INS-OCORRENCIA RUN-DATA
031213         DELIMITED BY SIZE INTO TEV-REFERENCIA
031213     END-STRING.
031213     CALL "TARIFA-EVENTO" USING TEV-PARAMETROS.
031214*    REFLEXO NO CADASTRO DE TITULOS
031215     EVALUATE TRUE
031216         WHEN INS-BAIXA
031219             REWRITE TITULO-RECORD
031220         WHEN INS-ALT-VENCIMENTO
031221             MOVE INS-DATA-NOVA TO TIT-DATA-VENC
031221             PERFORM 2560-REGERAR-BOLETO
031221                 THRU 2560-REGERAR-BOLETO-EXIT
031222             REWRITE TITULO-RECORD
031223         WHEN OTHER
031224             CONTINUE
031236     PERFORM 8000-GRAVAR-LINHAS-RPT
031237         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
031238 2550-TRATAR-INSTRUCAO-LER.
031238     MOVE "I" TO CKP-FASE.
031238     MOVE SPACES TO CKP-CUST-ID.
031238     MOVE WS-QTDE-INSTR-LIDAS TO CKP-INSTR-LIDAS.
031238     PERFORM 2900-GRAVAR-CHECKPOINT
031238         THRU 2900-GRAVAR-CHECKPOINT-EXIT.
031239     PERFORM 2510-LER-INSTRUCAO THRU 2510-LER-INSTRUCAO-EXIT.
031240 2550-TRATAR-INSTRUCAO-EXIT.
031241     EXIT.
031242*
031243***************************************************************
031244*    2560-REGERAR-BOLETO - NOVO VENCIMENTO MUDA O FATOR: O      *
031245*    CODIGO E REFEITO COM BANCO, MOEDA E CAMPO LIVRE DO CODIGO  *
031246*    GRAVADO; TITULO SEM BOLETO CONTINUA SEM                    *
031247***************************************************************
031248 2560-REGERAR-BOLETO.
031249     IF TIT-CODIGO-BARRAS NOT NUMERIC
031249         GO TO 2560-REGERAR-BOLETO-EXIT
031249     END-IF.
031249     SET BOL-ACAO-GERAR TO TRUE.
031249     MOVE TIT-CODIGO-BARRAS(1:3) TO BOL-BANCO.
031249     MOVE TIT-CODIGO-BARRAS(4:1) TO BOL-MOEDA.
031249     MOVE TIT-DATA-VENC TO BOL-DATA-VENC.
031249     MOVE TIT-VALOR-CENTAVOS TO BOL-VALOR-CENTAVOS.
031249     MOVE TIT-CODIGO-BARRAS(20:25) TO BOL-CAMPO-LIVRE.
031249     CALL "BOLETO-CODIGO" USING BOL-PARAMETROS.
031249     IF BOL-OK
031249         MOVE BOL-CODIGO-BARRAS TO TIT-CODIGO-BARRAS
031249         MOVE BOL-LINHA-DIGITAVEL TO TIT-LINHA-DIGITAVEL
031249     ELSE
031249         DISPLAY "AVISO: BOLETO NAO REGERADO " TIT-REMSEQ "/"
031249             TIT-CUST-ID " - NOVO VENCIMENTO FORA DO PADRAO"
031249     END-IF.
031249 2560-REGERAR-BOLETO-EXIT.
031249     EXIT.
031249*
031249***************************************************************
031249*    2570-GRAVAR-INSTRUCAO-240 - INSTRUCAO SOBRE TITULO JA      *
031249*    ENVIADO VIRA SEGMENTO P COM O CODIGO DE MOVIMENTO FEBRABAN *
031249*    (02 BAIXA, 06 ALTERACAO DE VENCIMENTO, 04 ABATIMENTO)      *
031249***************************************************************
031249 2570-GRAVAR-INSTRUCAO-240.
031249     ADD 1 TO WS-240-SEQ-LOTE.
031249     MOVE WS-240-SEQ-LOTE TO RP-NUM-REG.
031249     MOVE ZERO TO RP-ABATIMENTO.
031249     MOVE TIT-DATA-VENC TO WS-DATA-AAAAMMDD.
031249     EVALUATE TRUE
031249         WHEN INS-BAIXA
031249             MOVE 02 TO RP-MOVIMENTO
031249         WHEN INS-ALT-VENCIMENTO
031249             MOVE 06 TO RP-MOVIMENTO
031249             MOVE INS-DATA-NOVA TO WS-DATA-AAAAMMDD
031249         WHEN INS-ABATIMENTO
031249             MOVE 04 TO RP-MOVIMENTO
031249             MOVE INS-VALOR-ABAT TO RP-ABATIMENTO
031249     END-EVALUATE.
031249     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
031249     MOVE WS-DATA-DDMMAAAA TO RP-DATA-VENC.
031249     MOVE TIT-NOSSO-NUMERO TO RP-NOSSO-NUMERO.
031249     MOVE TIT-NOSSO-NUMERO TO RP-NUM-DOCUMENTO.
031249     MOVE TIT-VALOR-CENTAVOS TO RP-VALOR.
031249     MOVE TIT-DATA-ENVIO TO WS-DATA-AAAAMMDD.
031249     PERFORM 8200-CONVERTER-DATA THRU 8200-CONVERTER-DATA-EXIT.
031249     MOVE WS-DATA-DDMMAAAA TO RP-DATA-EMISSAO.
031249     MOVE TIT-CUST-ID TO RP-USO-EMPRESA.
031249     MOVE WS-R240-SEG-P TO REMESSA-RECORD-240.
031249     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
031249     ADD 1 TO WS-240-QTDE-REG-LOTE.
031249 2570-GRAVAR-INSTRUCAO-240-EXIT.
031249     EXIT.
031249*
031249***************************************************************
031249*    2800-GRAVAR-REMESSA - TODO REGISTRO DA REMESSA PASSA AQUI  *
031249*    (CONTA OS REGISTROS DO ARQUIVO); NA RETOMADA, O QUE O      *
031249*    TITULO INTERROMPIDO JA TINHA GRAVADO NAO E GRAVADO DE NOVO *
031249***************************************************************
031249 2800-GRAVAR-REMESSA.
031249     ADD 1 TO WS-QTDE-REG-REMESSA.
031249     IF WS-REM-A-PULAR > ZERO
031249         SUBTRACT 1 FROM WS-REM-A-PULAR
031249         GO TO 2800-GRAVAR-REMESSA-EXIT
031249     END-IF.
031249     IF REMESSA-240
031249         WRITE REMESSA-RECORD-240
031249     ELSE
031249         WRITE REMESSA-RECORD
031249     END-IF.
031249 2800-GRAVAR-REMESSA-EXIT.
031249     EXIT.
031249*
031249***************************************************************
031249*    2900-GRAVAR-CHECKPOINT - REGRAVA O CHKPTFILE COM OS        *
031249*    CHECKPOINTS DOS OUTROS PROGRAMAS MAIS O PROPRIO (REGISTROS *
031249*    DA REMESSA, FASE E POSICAO); O TITULO INTERROMPIDO, SE     *
031249*    HAVIA, ESTA REFEITO                                        *
031249***************************************************************
031249 2900-GRAVAR-CHECKPOINT.
031249     MOVE WS-QTDE-REG-REMESSA TO CKP-QTDE-REG.
031249     MOVE WS-QTDE-ENVIADOS TO WS-CKPT-ENVIADOS.
031249     MOVE "N" TO WS-REFAZENDO-SW.
031249     MOVE ZERO TO WS-REM-A-PULAR.
031249     OPEN OUTPUT CHECKPOINT-FILE.
031249     IF NOT CKPT-FILE-OK
031249         GO TO 2900-GRAVAR-CHECKPOINT-EXIT
031249     END-IF.
031249     PERFORM 2910-REGRAVAR-OUTROS-CKPT
031249         THRU 2910-REGRAVAR-OUTROS-CKPT-EXIT
031249         VARYING CK-IDX FROM 1 BY 1
031249         UNTIL CK-IDX > WS-CKPT-QTDE-SALVOS.
031249     MOVE WS-CKPT-PROGRAMA TO CHKPT-PROGRAMA.
031249     MOVE WS-CKPT-POSICAO TO CHKPT-CHAVE.
031249     MOVE RUN-DATA TO CHKPT-DATA.
031249     WRITE CHKPT-RECORD.
031249     CLOSE CHECKPOINT-FILE.
031249 2900-GRAVAR-CHECKPOINT-EXIT.
031249     EXIT.
031249*
031249***************************************************************
031249*    2910-REGRAVAR-OUTROS-CKPT                                 *
031249***************************************************************
031249 2910-REGRAVAR-OUTROS-CKPT.
031249     MOVE CKPT-SALVO-PROGRAMA(CK-IDX) TO CHKPT-PROGRAMA.
031249     MOVE CKPT-SALVO-CHAVE(CK-IDX)    TO CHKPT-CHAVE.
031249     MOVE CKPT-SALVO-DATA(CK-IDX)     TO CHKPT-DATA.
031249     WRITE CHKPT-RECORD.
031249 2910-REGRAVAR-OUTROS-CKPT-EXIT.
031249     EXIT.
031250*
031300***************************************************************
031400*    3000-GRAVAR-TRAILER                                      *
031500***************************************************************
031600 3000-GRAVAR-TRAILER.
031600     IF NOT REMESSA-FILE-OK OR RETOMADA-RECUSADA
031800         GO TO 3000-GRAVAR-TRAILER-EXIT
031900     END-IF.
031900     MOVE "Y" TO WS-TRAILER-SW.
032000     MOVE SPACES TO WS-REM-TRAILER.
032100     MOVE "9" TO RMT-TIPO.
032150*    O TRAILER CONTA DETALHES "1" E INSTRUCOES "2"
032200     COMPUTE RMT-QTDE = WS-QTDE-ENVIADOS + WS-QTDE-INSTRUCOES.
032300     MOVE WS-SOMA-CENTAVOS TO RMT-SOMA-CENTAVOS.
032310     IF REMESSA-240
032320         PERFORM 3100-GRAVAR-TRAILERS-240
032330             THRU 3100-GRAVAR-TRAILERS-240-EXIT
032340         GO TO 3000-GRAVAR-TRAILER-EXIT
032350     END-IF.
032400     MOVE WS-REM-TRAILER TO REMESSA-RECORD.
032400     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
032600 3000-GRAVAR-TRAILER-EXIT.
032700     EXIT.
032710*
032720***************************************************************
032730*    3100-GRAVAR-TRAILERS-240 - TRAILER DO LOTE (REGISTROS DO   *
032740*    LOTE COM HEADER E TRAILER, TITULOS NOVOS E SOMA) E TRAILER *
032750*    DO ARQUIVO (LOTES E REGISTROS DO ARQUIVO)                  *
032760***************************************************************
032770 3100-GRAVAR-TRAILERS-240.
032771     ADD 1 TO WS-240-QTDE-REG-LOTE.
032772     MOVE WS-BOL-BANCO TO R5-BANCO.
032773     MOVE WS-240-QTDE-REG-LOTE TO R5-QTDE-REGISTROS.
032774     MOVE WS-QTDE-ENVIADOS TO R5-QTDE-TITULOS.
032775     MOVE WS-SOMA-CENTAVOS TO R5-VALOR-TITULOS.
032776     MOVE WS-R240-TRAILER-LOTE TO REMESSA-RECORD-240.
032776     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
032778     MOVE WS-BOL-BANCO TO R9-BANCO.
032779     COMPUTE R9-QTDE-REGISTROS = WS-240-QTDE-REG-LOTE + 2.
032780     MOVE WS-R240-TRAILER-ARQ TO REMESSA-RECORD-240.
032780     PERFORM 2800-GRAVAR-REMESSA THRU 2800-GRAVAR-REMESSA-EXIT.
032782 3100-GRAVAR-TRAILERS-240-EXIT.
032783     EXIT.
032800*
032900***************************************************************
033000*    9000-FINALIZAR                                           *
033100***************************************************************
033200 9000-FINALIZAR.
033200*    RETOMADA RECUSADA: NADA FOI ABERTO ALEM DO QUE JA FECHOU E O
033200*    CHECKPOINT FICA PARA A PROXIMA TENTATIVA
033200     IF RETOMADA-RECUSADA
033200         GO TO 9000-FINALIZAR-EXIT
033200     END-IF.
033300     IF MASTER-OK OR WS-MASTER-FILE-STATUS = "10"
033400         CLOSE CUSTOMER-MASTER
033500     END-IF.
033840     IF ENDERECOS-DISPONIVEIS
033850         CLOSE ADDRESS-FILE
033860     END-IF.
033870     IF ACORDOS-DISPONIVEIS
033880         CLOSE ACORDO-FILE PARCELA-FILE
033890     END-IF.
033900     IF PRINT-FILE-OK
034000         MOVE SPACES TO RPT-LINHA-ENTRADA
034100         STRING "ENVIADOS=" RMT-QTDE
035044         IF XMIT-FILE-OK
035045             MOVE SPACES TO XMIT-RECORD
035046             SET XMT-CORTADO TO TRUE
035047             STRING "REM" WS-BOL-BANCO
035047                 DELIMITED BY SIZE INTO XMT-ARQUIVO
035047             END-STRING
035048             MOVE WS-SEQ-ARQUIVO TO XMT-SEQ
035049             MOVE RUN-DATA TO XMT-DATA
035050             MOVE RUN-HORA TO XMT-HORA
035057                 WS-XMIT-FILE-STATUS ") - CORTE NAO REGISTRADO."
035058         END-IF
035059     END-IF.
035059*    REMESSA FECHADA COM O TRAILER: SAI O CHECKPOINT
035059     IF TRAILER-GRAVADO
035059         PERFORM 9060-LIMPAR-CHECKPOINT-PROPRIO
035059             THRU 9060-LIMPAR-CHECKPOINT-PROPRIO-EXIT
035059     END-IF.
035100     DISPLAY "====== REMESSA BANCARIA ======".
035110     DISPLAY "BANCO COBRADOR .....: " WS-BOL-BANCO
035120         " LAYOUT " WS-LAYOUT-REMESSA.
035200     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-LIDOS.
035300     DISPLAY "TITULOS ENVIADOS ...: " WS-QTDE-ENVIADOS.
035400     DISPLAY "SOMA EM CENTAVOS ...: " WS-SOMA-CENTAVOS.
035420     DISPLAY "SEM ENDERECO .......: " WS-QTDE-SEM-ENDERECO.
035430     DISPLAY "INSTRUCOES ENVIADAS : " WS-QTDE-INSTRUCOES.
035440     DISPLAY "INSTRUCOES RECUSADAS: " WS-QTDE-INSTR-RECUSADAS.
035450     DISPLAY "CLIENTES EM ACORDO .: " WS-QTDE-EM-ACORDO.
035460     DISPLAY "PARCELAS EMITIDAS ..: " WS-QTDE-PARCELAS.
035470     DISPLAY "TITULOS SEM BOLETO .: " WS-QTDE-SEM-BOLETO.
035480     DISPLAY "CLIENTES OUTRO BANCO: " WS-QTDE-OUTRO-BANCO.
035490     DISPLAY "INSTR. OUTRO BANCO .: " WS-QTDE-INSTR-OUTRO-BCO.
035490     DISPLAY "REGISTROS NO ARQUIVO: " WS-QTDE-REG-REMESSA.
035490     IF RETOMANDO-REMESSA
035490         DISPLAY "RETOMADA APOS O REG.: " CKP-QTDE-REG
035490     END-IF.
035500 9000-FINALIZAR-EXIT.
035500     EXIT.
035500*
035500***************************************************************
035500*    9060-LIMPAR-CHECKPOINT-PROPRIO - FIM NORMAL: O CHKPTFILE   *
035500*    FICA SO COM OS CHECKPOINTS DOS OUTROS PROGRAMAS            *
035500***************************************************************
035500 9060-LIMPAR-CHECKPOINT-PROPRIO.
035500     OPEN OUTPUT CHECKPOINT-FILE.
035500     IF CKPT-FILE-OK
035500         PERFORM 2910-REGRAVAR-OUTROS-CKPT
035500             THRU 2910-REGRAVAR-OUTROS-CKPT-EXIT
035500             VARYING CK-IDX FROM 1 BY 1
035500             UNTIL CK-IDX > WS-CKPT-QTDE-SALVOS
035500         CLOSE CHECKPOINT-FILE
035500     END-IF.
035500 9060-LIMPAR-CHECKPOINT-PROPRIO-EXIT.
035500     EXIT.
035500*
035500***************************************************************
035500*    9500-GRAVAR-RUNLOG - REGISTRA A RODADA NO LOG            *
035500*    COMPARTILHADO DE EXECUCOES (VER COPYBOOKS/RUNLOG.CPY)    *
035500***************************************************************
035500 9500-GRAVAR-RUNLOG.
035500     ACCEPT WS-HORA-FIM-RLOG FROM TIME.
035500     OPEN EXTEND RUN-LOG-FILE.
035500     IF RLOG-FILE-OK
035500         MOVE SPACES TO RLOG-RECORD
035500         MOVE WS-CKPT-PROGRAMA TO RLOG-PROGRAMA
035500         MOVE RUN-DATA TO RLOG-DATA-INICIO
035500         MOVE RUN-HORA TO RLOG-HORA-INICIO
035500         MOVE WS-HORA-FIM-RLOG TO RLOG-HORA-FIM
035500         MOVE WS-QTDE-REG-REMESSA TO RLOG-QTDE-REGISTROS
035500         MOVE RETURN-CODE TO RLOG-RC
035500         WRITE RLOG-RECORD
035500         CLOSE RUN-LOG-FILE
035500     END-IF.
035500 9500-GRAVAR-RUNLOG-EXIT.
035600     EXIT.
035700*
035800***************************************************************
037800     WRITE PRINT-LINE.
037900 8100-GRAVAR-UMA-LINHA-EXIT.
038000     EXIT.
038100*
038200***************************************************************
038300*    8200-CONVERTER-DATA - AAAAMMDD PARA O DDMMAAAA DO CNAB 240 *
038400***************************************************************
038500 8200-CONVERTER-DATA.
038600     MOVE WDA-DIA TO WDD-DIA.
038700     MOVE WDA-MES TO WDD-MES.
038800     MOVE WDA-ANO TO WDD-ANO.
038900 8200-CONVERTER-DATA-EXIT.
039000     EXIT.
