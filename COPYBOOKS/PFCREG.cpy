      *****************************************************************
      *    PFCREG.CPY
      *
      *    LAYOUT DO HISTORICO DAS PROJECOES DE RECEBIMENTO (ARQUIVO
      *    SEQUENCIAL PFCHIST, SO ACRESCIDO). O PROJECAO-RECEBER GRAVA
      *    UMA LINHA POR DIA UTIL DO HORIZONTE EM CADA RODADA - MESMO
      *    COM VALOR ZERO, PARA QUE O DIA SEM PREVISAO TAMBEM ENTRE NA
      *    COMPARACAO - E, NAS RODADAS SEGUINTES, SOMA O QUE CADA
      *    RODADA ANTERIOR PREVIU PARA OS DIAS JA PASSADOS E COMPARA
      *    COM AS LIQUIDACOES DO SETLREG NESSES MESMOS DIAS.
      *
      *    OS VALORES SAO SEPARADOS EM TITULOS (TITREG) E INSTRUCOES
      *    PERMANENTES DE DEBITO (RECORFILE); SO A PARTE DE TITULOS
      *    TEM REALIZADO NO SETLREG PARA COMPARAR.
      *****************************************************************
       01  PROJECAO-RECORD.
           05  PFC-DATA-RODADA         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PFC-DATA-PREVISTA       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PFC-TIT-MELHOR          PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  PFC-TIT-ESPERADO        PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  PFC-TIT-PIOR            PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  PFC-REC-MELHOR          PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  PFC-REC-ESPERADO        PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  PFC-REC-PIOR            PIC 9(11)V99.
