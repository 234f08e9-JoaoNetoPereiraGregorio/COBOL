      *****************************************************************
      *    SANREG.CPY
      *
      *    LAYOUT DO CADASTRO DE OCORRENCIAS DA TRIAGEM DE SANCOES E
      *    PEP (ARQUIVO INDEXADO SANHIT, CHAVE SOC-CHAVE = CLIENTE +
      *    ENTRADA DA LISTA). A ROTINA SANCAO-TRIAGEM GRAVA A
      *    OCORRENCIA COMO PENDENTE NA INCLUSAO DO CLIENTE E NA
      *    RETRIAGEM NOTURNA DO CUSTMAST; O SANCAO-DECISAO GUARDA O
      *    PARECER DO ANALISTA ("L" = LIBERADO, FALSO POSITIVO; "C" =
      *    CONFIRMADO). OCORRENCIA LIBERADA NAO VOLTA A SER LEVANTADA
      *    ENQUANTO O NOME NORMALIZADO DO CLIENTE (SOC-NOME-CLIENTE) E
      *    O NOME DA ENTRADA NA LISTA (SOC-LISTA-NOME) FOREM OS
      *    MESMOS DA DECISAO; SE UM DOS DOIS MUDAR, ELA VOLTA A
      *    PENDENTE PARA NOVA ANALISE.
      *
      *    A LISTA DE OBSERVACAO (ARQUIVO SANLISTA, SEQUENCIAL,
      *    MANTIDO PELA AREA DE COMPLIANCE A PARTIR DAS LISTAS DO
      *    CSNU/ONU, OFAC E DO CADASTRO DE PEP) TEM UMA ENTRADA POR
      *    LINHA:
      *        COLS  1-10  IDENTIFICADOR DA ENTRADA
      *        COL     12  TIPO ("S" = SANCAO, "P" = PEP)
      *        COLS 14-21  FONTE (CSNU, OFAC, PEP ...)
      *        COLS 23-52  NOME
      *        COLS 54-67  CPF/CNPJ, QUANDO A FONTE INFORMA
      *****************************************************************
       01  SAN-OCORRENCIA-RECORD.
           05  SOC-CHAVE.
               10  SOC-CUST-ID     PIC X(10).
               10  SOC-LISTA-ID    PIC X(10).
           05  SOC-SITUACAO        PIC X(01).
               88  SOC-PENDENTE        VALUE "A".
               88  SOC-LIBERADO        VALUE "L".
               88  SOC-CONFIRMADO      VALUE "C".
           05  SOC-ORIGEM          PIC X(01).
               88  SOC-ORIGEM-INCLUSAO VALUE "I".
               88  SOC-ORIGEM-TRIAGEM  VALUE "T".
           05  SOC-CLASSE          PIC X(01).
               88  SOC-NOME-EXATO      VALUE "E".
               88  SOC-NOME-APROXIMADO VALUE "A".
               88  SOC-DOCUMENTO-IGUAL VALUE "D".
           05  SOC-PONTOS          PIC 9(03).
           05  SOC-NOME-CLIENTE    PIC X(30).
           05  SOC-LISTA-TIPO      PIC X(01).
               88  SOC-LISTA-SANCAO    VALUE "S".
               88  SOC-LISTA-PEP       VALUE "P".
           05  SOC-LISTA-FONTE     PIC X(08).
           05  SOC-LISTA-NOME      PIC X(30).
           05  SOC-DATA-ABERTURA   PIC 9(08).
           05  SOC-DATA-ULTIMA     PIC 9(08).
           05  SOC-ANALISTA        PIC X(08).
           05  SOC-DATA-DECISAO    PIC 9(08).
           05  SOC-PARECER         PIC X(40).
           05  FILLER              PIC X(13).
