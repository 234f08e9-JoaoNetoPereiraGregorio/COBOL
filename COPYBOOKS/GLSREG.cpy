      *****************************************************************
      *    GLSREG.CPY
      *
      *    LAYOUT DO ARQUIVO DE SALDOS DE FECHAMENTO DO RAZAO (GLSALDO),
      *    RECEBIDO DA CONTABILIDADE NO FECHAMENTO DO MES: UMA LINHA
      *    POR CONTA CONTABIL COM O SALDO DE FIM DO PERIODO. O SALDO
      *    VEM NA NATUREZA DA CONTA DE CLIENTE (CREDOR POSITIVO), A
      *    MESMA CONVENCAO DO CUST-SALDO. O GL-CONCILIACAO COMPARA O
      *    SALDO DE CADA CONTA DE CLIENTE DO GLMAP COM O TOTAL DO
      *    CUST-SALDO DO PERSNAP DO PERIODO.
      *****************************************************************
       01  GLS-RECORD.
           05  GLS-CONTA               PIC X(08).
           05  FILLER                  PIC X(01).
           05  GLS-PERIODO             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GLS-SALDO               PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
