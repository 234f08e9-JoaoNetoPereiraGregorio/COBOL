      *****************************************************************
      *    SODREG.CPY
      *
      *    LAYOUT DAS REGRAS DE SEGREGACAO DE FUNCOES (ARQUIVO SODRULE).
      *    CADA LINHA E UM PAR DE FUNCOES DA MATRIZ PERMMAT QUE NAO
      *    PODEM FICAR NA MAO DE UM MESMO PAPEL - POR EXEMPLO, LANCAR
      *    VALOR ALTO E APROVA-LO NO APPROVAL-BATCH, OU MANTER O
      *    SECPROF E LANCAR SALDO. O ARQUIVO E MANTIDO PELA AREA DE
      *    SEGURANCA E LIDO:
      *        SOD-CONFLITO-REPORT   - CONFRONTA TODO PAPEL DO PERMMAT
      *                                E TODO OPERADOR DO SECPROF COM
      *                                AS REGRAS;
      *        SECURITY-MAINT-ONLINE - A TELA SEGP ENXERGA O MESMO
      *                                DATASET COMO O VSAM SODRULE,
      *                                CHAVE SOD-CHAVE, E RECUSA (OU
      *                                EXIGE EXCECAO DOCUMENTADA) O
      *                                PAPEL QUE CRIA UM CONFLITO.
      *    A ORDEM DO PAR NAO IMPORTA; UMA LINHA POR PAR BASTA.
      *****************************************************************
       01  SOD-RULE-RECORD.
           05  SOD-CHAVE.
               10  SOD-FUNCAO-A    PIC X(08).
               10  FILLER          PIC X(01).
               10  SOD-FUNCAO-B    PIC X(08).
           05  FILLER              PIC X(01).
           05  SOD-DESCRICAO       PIC X(40).
