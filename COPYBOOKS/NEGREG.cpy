      *****************************************************************
      *    NEGREG.CPY
      *
      *    LAYOUT DO CADASTRO DE NEGATIVACOES EM BIRO DE CREDITO
      *    (ARQUIVO INDEXADO NEGATIVA, CHAVE CUST-ID). O DEVEDOR DAS
      *    FAIXAS ALTAS DO AGING ERA INCLUIDO NO BIRO A MAO, SEM A
      *    COMUNICACAO PREVIA OBRIGATORIA, E A RETIRADA DEPOIS DO
      *    PAGAMENTO DEPENDIA DE ALGUEM LEMBRAR. O NEGATIVACAO-CICLO
      *    EMITE O AVISO PREVIO (CARTA PARA O ENDERECO DO CUSTADDR),
      *    GRAVA A INCLUSAO NO ARQUIVO NEGMOV VENCIDO O PRAZO DO
      *    AVISO E A EXCLUSAO QUANDO O SALDO DO CLIENTE VOLTA A ZERO
      *    OU POSITIVO.
      *
      *    SITUACAO: "N" = NOTIFICADO (AVISO PREVIO EMITIDO, PRAZO
      *    CORRENDO); "I" = INCLUIDO NO BIRO; "R" = REGULARIZADO COM
      *    EXCLUSAO AINDA NAO ENVIADA (O PRAZO LEGAL DE RETIRADA CONTA
      *    DE NEG-DATA-REGULARIZ); "E" = EXCLUSAO ENVIADA; "C" =
      *    CANCELADO - REGULARIZOU DENTRO DO PRAZO DO AVISO E NUNCA
      *    FOI INCLUIDO. "E" E "C" ENCERRAM O CICLO: SE O CLIENTE
      *    VOLTAR AO AGING, UM NOVO CICLO COMECA NO MESMO REGISTRO.
      *    NEG-VALOR E A DIVIDA INFORMADA NO AVISO E NA INCLUSAO.
      *****************************************************************
       01  NEGATIVACAO-RECORD.
           05  NEG-CUST-ID         PIC X(10).
           05  NEG-SITUACAO        PIC X(01).
               88  NEG-NOTIFICADO      VALUE "N".
               88  NEG-INCLUIDO        VALUE "I".
               88  NEG-REGULARIZADO    VALUE "R".
               88  NEG-EXCLUIDO        VALUE "E".
               88  NEG-CANCELADO       VALUE "C".
               88  NEG-CICLO-ABERTO    VALUE "N" "I" "R".
           05  NEG-CPF-CNPJ        PIC X(14).
           05  NEG-VALOR           PIC 9(09)V99.
           05  NEG-DATA-NEG        PIC 9(08).
           05  NEG-DATA-AVISO      PIC 9(08).
           05  NEG-DATA-INCLUSAO   PIC 9(08).
           05  NEG-DATA-REGULARIZ  PIC 9(08).
           05  NEG-DATA-EXCLUSAO   PIC 9(08).
           05  NEG-QTDE-CICLOS     PIC 9(03).
           05  FILLER              PIC X(13).
