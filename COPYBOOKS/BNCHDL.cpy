      *****************************************************************
      *    BNCHDL.CPY
      *
      *    LAYOUT DOS PARAMETROS DA ROTINA COMUM DE ROTEAMENTO DE
      *    COBRANCA POR BANCO (PROGRAMA BANCO-COBRADOR, EM COPYBOOKS/
      *    BANCOCOBRADOR.COB). A COBRANCA SAIA TODA POR UM UNICO
      *    BANCO, NUM LAYOUT SO; AGORA A TABELA BANCOTAB (MANTIDA PELA
      *    OPERACAO, CARREGADA NA PRIMEIRA CHAMADA) DIZ QUAL BANCO
      *    COBRA CADA CLIENTE E EM QUE LAYOUT. LINHAS DA TABELA:
      *        "B" - BANCO COBRADOR: CODIGO, LAYOUT ("400" = LAYOUT
      *              PROPRIO DA CASA, "240" = CNAB 240 FEBRABAN),
      *              CONVENIO, CARTEIRA, AGENCIA E CONTA DO CEDENTE,
      *              INDICADOR DE BANCO PADRAO ("S"), NOME E TARIFA
      *              ACORDADA POR TITULO LIQUIDADO (CENTAVOS);
      *        "A" - AGENCIA DO CLIENTE (CUST-AGENCIA) -> BANCO;
      *        "C" - CLIENTE (CUST-ID) -> BANCO, POR CIMA DA AGENCIA.
      *    USO:
      *        COPY "BNCHDL.cpy".
      *        CALL "BANCO-COBRADOR" USING BNC-PARAMETROS.
      *    ACOES:
      *        "R" - RESOLVER: BANCO QUE COBRA O CLIENTE BNC-CUST-ID
      *              DA AGENCIA BNC-AGENCIA - PRIMEIRO A LINHA "C" DO
      *              CLIENTE, DEPOIS A "A" DA AGENCIA, POR FIM O BANCO
      *              PADRAO (BNC-ORIGEM "C"/"A"/"P");
      *        "B" - BANCO: DADOS DO BANCO INFORMADO EM BNC-BANCO;
      *        "P" - PADRAO: DADOS DO BANCO PADRAO DA TABELA (A
      *              LINHA "B" MARCADA "S", OU A PRIMEIRA "B").
      *    NAS TRES ACOES OS DADOS DO BANCO VOLTAM EM BNC-LAYOUT,
      *    BNC-CONVENIO, BNC-CARTEIRA, BNC-AGENCIA-CEDENTE,
      *    BNC-CONTA-CEDENTE, BNC-NOME-BANCO E BNC-TARIFA-LIQ.
      *    BNC-RC: 00 = OK; 04 = SEM TABELA BANCOTAB (O CHAMADOR SEGUE
      *    COM O BANCO UNICO DE SEMPRE); 08 = BANCO NAO CADASTRADO OU
      *    ACAO INVALIDA.
      *****************************************************************
       01  BNC-PARAMETROS.
           05  BNC-ACAO            PIC X(01).
               88  BNC-ACAO-RESOLVER   VALUE "R".
               88  BNC-ACAO-BANCO      VALUE "B".
               88  BNC-ACAO-PADRAO     VALUE "P".
           05  BNC-CUST-ID         PIC X(10).
           05  BNC-AGENCIA         PIC X(02).
           05  BNC-BANCO           PIC 9(03).
           05  BNC-ORIGEM          PIC X(01).
               88  BNC-ORIGEM-CLIENTE  VALUE "C".
               88  BNC-ORIGEM-AGENCIA  VALUE "A".
               88  BNC-ORIGEM-PADRAO   VALUE "P".
           05  BNC-LAYOUT          PIC X(03).
               88  BNC-LAYOUT-400      VALUE "400".
               88  BNC-LAYOUT-240      VALUE "240".
           05  BNC-CONVENIO        PIC 9(07).
           05  BNC-CARTEIRA        PIC 9(02).
           05  BNC-AGENCIA-CEDENTE PIC 9(05).
           05  BNC-CONTA-CEDENTE   PIC 9(12).
           05  BNC-NOME-BANCO      PIC X(20).
           05  BNC-TARIFA-LIQ      PIC 9(05).
           05  BNC-RC              PIC 9(02).
               88  BNC-OK              VALUE 00.
               88  BNC-SEM-TABELA      VALUE 04.
               88  BNC-INVALIDO        VALUE 08.
