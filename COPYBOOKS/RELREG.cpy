      *****************************************************************
      *    RELREG.CPY
      *
      *    LAYOUT DO CADASTRO DE RELACIONAMENTOS ENTRE CLIENTES
      *    (ARQUIVO INDEXADO RELCLI, CHAVE REL-CHAVE = CLIENTE +
      *    CLIENTE RELACIONADO, CHAVE ALTERNATIVA REL-GRUPO-ID COM
      *    DUPLICATAS). O CUSTMAST TRATA CADA CUST-ID COMO ISOLADO; O
      *    RELCLI LIGA A EMPRESA, SEUS SOCIOS E SEUS AVALISTAS NUM
      *    MESMO GRUPO ECONOMICO. TIPOS DE VINCULO:
      *        "T" - COTITULAR (CONTA CONJUNTA)
      *        "S" - SOCIO
      *        "A" - AVALISTA/GARANTIDOR
      *        "G" - MESMO GRUPO ECONOMICO (SEM OUTRO VINCULO)
      *    TODO VINCULO E GRAVADO NOS DOIS SENTIDOS (A->B E B->A, COM
      *    O MESMO TIPO E O MESMO GRUPO), ENTAO TODO MEMBRO DO GRUPO
      *    APARECE COMO REL-CUST-ID E A LEITURA PELA CHAVE
      *    ALTERNATIVA DEVOLVE O GRUPO INTEIRO. UM CLIENTE PERTENCE A
      *    UM SO GRUPO: O VINCULO ENTRE CLIENTES DE GRUPOS DIFERENTES
      *    E RECUSADO NA MANUTENCAO. QUANDO O GRUPO NAO E INFORMADO,
      *    VALE O GRUPO JA EXISTENTE DE UM DOS DOIS CLIENTES OU, NA
      *    FALTA DELE, O CUST-ID DO CLIENTE RELACIONADO (A EMPRESA
      *    CONTROLADORA, POR CONVENCAO).
      *
      *    MANUTENCAO PELA TELA CREL (CLIENTE-RELAC-ONLINE) E CARGA EM
      *    LOTE PELO CLIENTE-RELAC-LOAD; O LIMITE DO GRUPO FICA NO
      *    GRPLIM (VER COPYBOOKS/GRPREG.CPY).
      *****************************************************************
       01  REL-VINCULO-RECORD.
           05  REL-CHAVE.
               10  REL-CUST-ID     PIC X(10).
               10  REL-CUST-REL    PIC X(10).
           05  REL-TIPO            PIC X(01).
               88  REL-COTITULAR       VALUE "T".
               88  REL-SOCIO           VALUE "S".
               88  REL-AVALISTA        VALUE "A".
               88  REL-MESMO-GRUPO     VALUE "G".
               88  REL-TIPO-VALIDO     VALUE "T" "S" "A" "G".
           05  REL-GRUPO-ID        PIC X(10).
           05  REL-DATA-INCLUSAO   PIC 9(08).
           05  REL-OPERADOR        PIC X(08).
           05  REL-ORIGEM          PIC X(01).
               88  REL-ORIGEM-LOTE     VALUE "B".
               88  REL-ORIGEM-ONLINE   VALUE "O".
           05  FILLER              PIC X(32).
