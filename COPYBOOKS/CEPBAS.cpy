      *****************************************************************
      *    CEPBAS.CPY
      *
      *    LAYOUT DA BASE DE CEP DOS CORREIOS (ARQUIVO INDEXADO
      *    CEPBASE, CHAVE CEPB-CEP), CARREGADA E ATUALIZADA EM LOTE
      *    PELO CEP-BASE-CARGA A PARTIR DO EXTRATO DO DNE DOS CORREIOS.
      *    UM REGISTRO POR CEP: O CEP GERAL DA LOCALIDADE ("L", CIDADE
      *    SEM CEP POR LOGRADOURO), O CEP DE LOGRADOURO ("G") OU O CEP
      *    DE GRANDE USUARIO/CAIXA POSTAL COMUNITARIA ("U"). O CLIENTE-
      *    ADDR-LOAD, A TELA CADR E O ENDERECO-REVISAO CONFEREM AQUI SE
      *    O CEP DO CUSTADDR EXISTE E SE A CIDADE E A UF BATEM (VER
      *    COPYBOOKS/CEPHDL.CPY).
      *****************************************************************
       01  CEP-BASE-RECORD.
           05  CEPB-CEP                PIC X(08).
           05  CEPB-UF                 PIC X(02).
           05  CEPB-CIDADE             PIC X(40).
           05  CEPB-BAIRRO             PIC X(30).
           05  CEPB-TIPO               PIC X(01).
               88  CEPB-LOCALIDADE         VALUE "L".
               88  CEPB-LOGRADOURO         VALUE "G".
               88  CEPB-GRANDE-USUARIO     VALUE "U".
               88  CEPB-TIPO-VALIDO        VALUE "L" "G" "U".
           05  CEPB-DATA-CARGA         PIC 9(08).
           05  FILLER                  PIC X(11).
