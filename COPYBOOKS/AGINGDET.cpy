      *****************************************************************
      *    AGINGDET.CPY
      *
      *    LAYOUT DO DETALHE DE AGING POR DEVEDOR (ARQUIVO AGINGDET,
      *    GRAVADO PELO AGING-REPORT NA ORDEM DO CUSTMAST). AS FAIXAS
      *    AGSEL030/060/090/120 SO DIZEM QUEM ESTA EM CADA FAIXA; OS
      *    PASSOS QUE PRECISAM DOS DIAS DE ATRASO EXATOS (PROVISAO PDD
      *    POR CLASSE DE RISCO, BAIXA PARA PREJUIZO) LEEM ESTE ARQUIVO
      *    EM VEZ DE REFAZER O CASAMENTO MESTRE X JOURNAL.
      *
      *    AGD-DATA-NEG: DATA EM QUE O SALDO FICOU NEGATIVO PELA ULTIMA
      *    VEZ (OU A PRIMEIRA DATA VISTA NO JOURNAL; ZERO SEM JOURNAL).
      *    AGD-DIAS-ATRASO: DIAS UTEIS DESDE ENTAO (CAL-BUSINESS-DAY).
      *****************************************************************
       01  AGING-DET-RECORD.
           05  AGD-CUST-ID         PIC X(10).
           05  FILLER              PIC X(01).
           05  AGD-FAIXA           PIC 9(03).
           05  FILLER              PIC X(01).
           05  AGD-DIAS-ATRASO     PIC 9(05).
           05  FILLER              PIC X(01).
           05  AGD-DATA-NEG        PIC 9(08).
           05  FILLER              PIC X(01).
           05  AGD-SALDO           PIC S9(7)V99.
           05  FILLER              PIC X(01).
           05  AGD-AGENCIA         PIC X(02).
