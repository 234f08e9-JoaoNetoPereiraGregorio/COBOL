      *****************************************************************
      *    ACORDREG.CPY
      *
      *    LAYOUT DO CADASTRO DE ACORDOS DE PARCELAMENTO (ARQUIVO
      *    INDEXADO ACORDO, CHAVE CUST-ID - UM ACORDO CORRENTE POR
      *    CLIENTE). A RENEGOCIACAO DE SALDO VENCIDO EM N PARCELAS
      *    MENSAIS VIVIA NO PAPEL; AGORA O ACORDO-MANTER REGISTRA O
      *    ACORDO AQUI E AS PARCELAS NO ARQUIVO ACDPARC (VER
      *    PARCREG.CPY). ENQUANTO O ACORDO ESTA ATIVO, O CLIENTE SAI
      *    DO AGING E DA SELECAO NORMAL DO REMESSA-GERAR, QUE SO
      *    EMITE OS TITULOS DAS PARCELAS. O RETORNO-PROCESSAR BAIXA
      *    A PARCELA PAGA; O ACORDO-VERIFICAR (NOTURNO) ROMPE O
      *    ACORDO COM PARCELA VENCIDA HA MAIS DE N DIAS UTEIS - O
      *    SALDO RESTANTE VOLTA AO AGING E A REMESSA NORMAL.
      *
      *    SITUACAO: "A" = ATIVO; "Q" = QUITADO (TODAS AS PARCELAS
      *    PAGAS); "R" = ROMPIDO; "C" = CANCELADO PELA COBRANCA.
      *****************************************************************
       01  ACORDO-RECORD.
           05  ACD-CUST-ID         PIC X(10).
           05  ACD-SITUACAO        PIC X(01).
               88  ACD-ATIVO           VALUE "A".
               88  ACD-QUITADO         VALUE "Q".
               88  ACD-ROMPIDO         VALUE "R".
               88  ACD-CANCELADO       VALUE "C".
           05  ACD-DATA-ACORDO     PIC 9(08).
           05  ACD-DIVIDA-ORIGINAL PIC 9(09)V99.
           05  ACD-QTDE-PARCELAS   PIC 9(03).
           05  ACD-QTDE-PAGAS      PIC 9(03).
           05  ACD-VALOR-PAGO      PIC 9(09)V99.
           05  ACD-DATA-ENCERRAMENTO PIC 9(08).
           05  ACD-OPERADOR        PIC X(08).
           05  FILLER              PIC X(17).
