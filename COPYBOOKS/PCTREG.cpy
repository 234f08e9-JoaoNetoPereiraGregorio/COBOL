      *****************************************************************
      *    PCTREG.CPY
      *
      *    FOTO POR CONTA DO FECHAMENTO (ARQUIVO DE PERIODO PERCTA,
      *    GRAVADO PELO FECHAMENTO-MENSAL AO LADO DO PERSNAP). O
      *    PERSNAP GUARDA SO A IMAGEM DO MESTRE, COM O SALDO
      *    CONSOLIDADO; AQUI VAI UMA LINHA POR CONTA DO SUB-RAZAO
      *    CUSTACCT COM O SALDO DE FIM DE MES, O PERIODO E O CPF/CNPJ
      *    DO TITULAR NA DATA DO FECHAMENTO. COMO CADA LINHA TRAZ O
      *    PROPRIO PERIODO, OS DATASETS MENSAIS PODEM SER
      *    CONCATENADOS NUM SO DD E LIDOS JUNTOS (VER E-FINANCEIRA).
      *
      *    CLIENTE SEM NENHUMA CONTA NO SUB-RAZAO E COM SALDO NO
      *    MESTRE SAI COM UMA LINHA "CC" DO CUST-SALDO (MESMA REGRA
      *    DE CONTA EM BRANCO = CONTA CORRENTE DO CLIENTE-MESTRE-MAINT).
      *****************************************************************
       01  PERCTA-RECORD.
           05  PCT-PERIODO             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PCT-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01).
           05  PCT-CONTA               PIC X(02).
           05  FILLER                  PIC X(01).
           05  PCT-CPF-CNPJ            PIC X(14).
           05  FILLER                  PIC X(01).
           05  PCT-SALDO               PIC S9(7)V99
               SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PCT-MOEDA               PIC X(03).
           05  FILLER                  PIC X(30).
