      *****************************************************************
      *    GLAREG.CPY
      *
      *    LAYOUT DO ARQUIVO DE RETORNO DO RAZAO (GLACK). O GL-EXTRACT
      *    MANDA O GLFILE E NUNCA SABIAMOS SE O RAZAO ACEITOU CADA
      *    PARTIDA - A RECUSA CHEGAVA POR TELEFONE DIAS DEPOIS. O RAZAO
      *    DEVOLVE, PARA CADA GLFILE RECEBIDO:
      *
      *      HEADER  (COL 1 = "H"): DATA DO EXTRATO (GLE-DATA DO
      *              GLFILE) E QUANTIDADE DE PARTIDAS RECEBIDAS;
      *      DETALHE (COL 1 = "D"): SITUACAO DA PARTIDA - "A" ACEITA
      *              OU "R" RECUSADA COM O MOTIVO - E A IMAGEM DA
      *              PARTIDA COMO FOI ENVIADA (LAYOUT DO GL-OUT-RECORD
      *              DO GL-EXTRACT).
      *
      *    UM GLACK PODE TRAZER O RETORNO DE MAIS DE UM GLFILE (UM
      *    HEADER POR EXTRATO). O GL-RETORNO REGISTRA CADA RETORNO NO
      *    XMITREG CONTRA O CORTE "GLFILE" DO DIA E MANDA A PARTIDA
      *    RECUSADA PARA O REJFILE.
      *****************************************************************
       01  GLA-RECORD.
           05  GLA-TIPO                PIC X(01).
               88  GLA-HEADER              VALUE "H".
               88  GLA-DETALHE             VALUE "D".
           05  FILLER                  PIC X(01).
           05  GLA-DADOS               PIC X(86).
           05  GLA-HDR REDEFINES GLA-DADOS.
               10  GLA-DATA-EXTRATO    PIC 9(08).
               10  FILLER              PIC X(01).
               10  GLA-QTDE-RECEBIDA   PIC 9(07).
               10  FILLER              PIC X(70).
           05  GLA-DET REDEFINES GLA-DADOS.
               10  GLA-SITUACAO        PIC X(01).
                   88  GLA-ACEITA          VALUE "A".
                   88  GLA-RECUSADA        VALUE "R".
               10  FILLER              PIC X(01).
               10  GLA-MOTIVO          PIC X(30).
               10  FILLER              PIC X(01).
               10  GLA-PARTIDA.
                   15  GLA-CONTA       PIC X(08).
                   15  FILLER          PIC X(01).
                   15  GLA-DC          PIC X(01).
                   15  FILLER          PIC X(01).
                   15  GLA-VALOR       PIC 9(11)V99.
                   15  FILLER          PIC X(01).
                   15  GLA-DATA        PIC 9(08).
                   15  FILLER          PIC X(01).
                   15  GLA-ORIGEM      PIC X(08).
                   15  FILLER          PIC X(01).
                   15  GLA-CUST-ID     PIC X(10).
