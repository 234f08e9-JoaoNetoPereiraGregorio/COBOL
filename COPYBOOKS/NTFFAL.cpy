      *****************************************************************
      *    NTFFAL.CPY
      *
      *    LAYOUT DO ARQUIVO INDEXADO NTFFALHA, CHAVE NFL-CUST-ID: AS
      *    FALHAS DE ENTREGA DEVOLVIDAS PELO GATEWAY DE E-MAIL/SMS NO
      *    ARQUIVO DE RETORNO, ACUMULADAS POR CLIENTE E POR CANAL PELO
      *    NOTIFICACAO-ENVIAR. UMA ENTREGA CONFIRMADA NO CANAL ZERA A
      *    CONTAGEM DAQUELE CANAL - O CONTATO VOLTOU A FUNCIONAR. O
      *    DQ-SCORECARD LE ESTE ARQUIVO NA REGRA R7 (CONTATO COM FALHA
      *    DE ENTREGA), SALVO SE O ENDERECO FOI ATUALIZADO NO CUSTADDR
      *    DEPOIS DA ULTIMA FALHA.
      *****************************************************************
       01  NTF-FALHA-RECORD.
           05  NFL-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01).
           05  NFL-FALHAS-EMAIL        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  NFL-FALHAS-SMS          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  NFL-DATA-ULTIMA         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  NFL-CANAL-ULTIMO        PIC X(01).
           05  FILLER                  PIC X(01).
           05  NFL-DESTINO-ULTIMO      PIC X(40).
           05  FILLER                  PIC X(01).
           05  NFL-MOTIVO-ULTIMO       PIC X(30).
