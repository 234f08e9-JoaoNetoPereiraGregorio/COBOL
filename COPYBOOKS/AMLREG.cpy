      *****************************************************************
      *    AMLREG.CPY
      *
      *    LAYOUT DO CADASTRO DE CASOS DE PREVENCAO A LAVAGEM DE
      *    DINHEIRO (ARQUIVO INDEXADO AMLCASO, CHAVE ACS-NUMERO E
      *    CHAVE ALTERNATIVA UNICA ACS-EVENTO = CLIENTE + DATA DO
      *    MOVIMENTO + REGRA). O AML-MONITOR ABRE O CASO QUANDO UMA
      *    REGRA DISPARA SOBRE O MOVIMENTO DO DIA; O AML-DECISAO
      *    APLICA O PARECER DO ANALISTA E GERA A COMUNICACAO AO COAF
      *    DOS CASOS COMUNICADOS.
      *
      *    ARQUIVO RESTRITO A AREA DE COMPLIANCE: O CLIENTE NAO PODE
      *    SABER QUE ESTA SOB ANALISE. NENHUM PROGRAMA DE AML GRAVA NO
      *    CUSTMAST, CUSTNOTA, JRNFILE, STATHIST OU REJFILE, E OS
      *    EVENTOS DE AUDITORIA LEVAM O NUMERO DO CASO, NUNCA O
      *    CUST-ID - POR ISSO O CASO NAO APARECE NO EXTRATO, NAS
      *    TELAS DE CONSULTA NEM NO DOSSIE LGPD.
      *
      *    ACS-NUMERO = AAMMDD DO MOVIMENTO + SEQUENCIAL DO DIA.
      *    REGRA: "ES" = ESTRUTURACAO (CREDITOS EM ESPECIE LOGO ABAIXO
      *    DO LIMITE DE COMUNICACAO, REPETIDOS EM POUCOS DIAS); "PT" =
      *    PASSAGEM (CREDITO ALTO SEGUIDO DE DEBITO QUASE TOTAL EM
      *    POUCOS DIAS); "MD" = MOVIMENTO MUITO ACIMA DA MEDIA
      *    HISTORICA DO CLIENTE.
      *    SITUACAO: "A" = ABERTO (AGUARDANDO O ANALISTA); "D" =
      *    DESCARTADO; "C" = COMUNICADO AO COAF (ACS-DATA-COAF FICA
      *    ZERADA ATE O ARQUIVO COAFCOM SER GERADO).
      *    ACS-VALOR E O VALOR QUE DISPAROU A REGRA (SOMA DOS CREDITOS
      *    FRACIONADOS, CREDITO DE PASSAGEM OU MOVIMENTO DO DIA) E
      *    ACS-REFERENCIA A BASE DE COMPARACAO (LIMITE, DEBITOS DA
      *    PASSAGEM OU MEDIA HISTORICA), AMBOS EM BRL.
      *****************************************************************
       01  AML-CASO-RECORD.
           05  ACS-NUMERO          PIC 9(10).
           05  ACS-NUMERO-R REDEFINES ACS-NUMERO.
               10  ACS-NUM-DATA    PIC 9(06).
               10  ACS-NUM-SEQ     PIC 9(04).
           05  ACS-EVENTO.
               10  ACS-CUST-ID     PIC X(10).
               10  ACS-DATA-EVENTO PIC 9(08).
               10  ACS-REGRA       PIC X(02).
                   88  ACS-REGRA-ESTRUTURACAO VALUE "ES".
                   88  ACS-REGRA-PASSAGEM     VALUE "PT".
                   88  ACS-REGRA-MEDIA        VALUE "MD".
           05  ACS-SITUACAO        PIC X(01).
               88  ACS-ABERTO          VALUE "A".
               88  ACS-DESCARTADO      VALUE "D".
               88  ACS-COMUNICADO      VALUE "C".
           05  ACS-CPF-CNPJ        PIC X(14).
           05  ACS-NOME            PIC X(30).
           05  ACS-VALOR           PIC 9(11)V99.
           05  ACS-REFERENCIA      PIC 9(11)V99.
           05  ACS-QTDE            PIC 9(03).
           05  ACS-DATA-ABERTURA   PIC 9(08).
           05  ACS-ANALISTA        PIC X(08).
           05  ACS-DATA-DECISAO    PIC 9(08).
           05  ACS-PARECER         PIC X(40).
           05  ACS-DATA-COAF       PIC 9(08).
           05  FILLER              PIC X(24).
