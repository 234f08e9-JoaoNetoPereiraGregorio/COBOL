      *****************************************************************
      *    TDTREG.CPY
      *
      *    LAYOUT DO DETALHE DE TARIFAS COBRADAS (ARQUIVO SEQUENCIAL
      *    TARDET, ACRESCIDO A CADA NOITE PELO TARIFA-COBRAR). UMA
      *    LINHA POR CLIENTE E EVENTO COBRADO NA RODADA, COM A
      *    QUANTIDADE DE EVENTOS, A TARIFA UNITARIA DO PACOTE DO
      *    CLIENTE E O TOTAL; EVENTO ISENTO SAI COM TOTAL ZERO E
      *    TDT-ISENTO = "S". A SOMA DOS TOTAIS DO CLIENTE NA RODADA E
      *    O DEBITO UNICO "TARF" POSTADO NO CLIMSTTX. O EXTRATO
      *    (CLIENTE-STATEMENT) LE O ARQUIVO ORDENADO POR CLIENTE E
      *    IMPRIME AS LINHAS DO PERIODO NO RODAPE.
      *****************************************************************
       01  TARIFA-DETALHE-RECORD.
           05  TDT-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-EVENTO              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-PACOTE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-DESCRICAO           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-QTDE                PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-VALOR-UNIT          PIC 9(05)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-VALOR-TOTAL         PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TDT-ISENTO              PIC X(01).
               88  TDT-EVENTO-ISENTO       VALUE "S".
