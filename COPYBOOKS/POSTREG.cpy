      *****************************************************************
      *    POSTREG.CPY
      *
      *    LAYOUT COMPLETO DA TRANSACAO DE POSTAGEM NO FORMATO DO
      *    CLIMSTTX (94 BYTES - O MESMO TRANS-RECORD DO CLIENTE-
      *    MESTRE-MAINT), PARA OS PASSOS QUE GERAM LANCAMENTOS PELO
      *    CAMINHO PADRAO DE POSTAGEM (O RETORNO-PROCESSAR DECLARA SO
      *    OS PRIMEIROS 73 BYTES NO RETPOST). QUEM PRECISA DE CONTA,
      *    AGENCIA OU CODIGO DE MOTIVO USA ESTE LAYOUT.
      *
      *    PST-MOTIVO: CODIGO DE MOTIVO DO LANCAMENTO. OS CODIGOS DE
      *    SISTEMA (EX.: "BXPJ" = BAIXA PARA PREJUIZO) FAZEM O
      *    CLIENTE-MESTRE-MAINT CARIMBAR NO JOURNAL A ORIGEM CONTABIL
      *    PROPRIA DO LANCAMENTO, QUE O GLMAP MAPEIA A PARTE.
      *****************************************************************
       01  POSTING-OUT-RECORD.
           05  PST-ACAO            PIC X(01).
           05  PST-ID              PIC X(10).
           05  PST-NOME            PIC X(30).
           05  PST-STATUS          PIC X(01).
           05  PST-SALDO           PIC S9(7)V99.
           05  PST-DATA-EFETIVA    PIC X(08).
           05  PST-CONSENTE-MKT    PIC X(01).
           05  PST-CONSENTE-COMP   PIC X(01).
           05  PST-MOEDA           PIC X(03).
           05  PST-CONTA           PIC X(02).
           05  PST-AGENCIA         PIC X(02).
           05  PST-CPF-CNPJ        PIC X(14).
           05  PST-HORA-ORIG       PIC X(08).
           05  PST-MOTIVO          PIC X(04).
