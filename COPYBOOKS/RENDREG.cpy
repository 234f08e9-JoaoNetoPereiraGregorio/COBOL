      *****************************************************************
      *    RENDREG.CPY
      *
      *    LAYOUT DO REGISTRO DE RENDIMENTOS DA POUPANCA (ARQUIVO
      *    INDEXADO POUPREND, CHAVE = CUST-ID + TIPO DA CONTA + DATA
      *    DO CREDITO). O ACUMULO-MENSAL PAGAVA UM PERCENTUAL UNICO NO
      *    FIM DO MES SOBRE O SALDO CONSOLIDADO; A CONTA POUPANCA
      *    ("PP" NO CUSTACCT) RENDE NO SEU PROPRIO ANIVERSARIO, SOBRE
      *    O MENOR SALDO DO CICLO. O POUPANCA-RENDIMENTO GRAVA AQUI
      *    UMA LINHA POR CREDITO, COM A BASE E A TAXA USADAS - E O
      *    QUE O EXTRATO (CLIENTE-STATEMENT) MOSTRA NA LINHA DO
      *    RENDIMENTO, E O QUE IMPEDE CREDITAR O MESMO ANIVERSARIO DUAS
      *    VEZES NUMA REEXECUCAO.
      *
      *    REN-DATA-ANIVERSARIO E O ANIVERSARIO NOMINAL (O DIA DA
      *    ABERTURA NO MES); REN-DATA-CREDITO E O DIA UTIL EM QUE ELE
      *    CAIU (ROLADO PELO CAL-BUSINESS-DAY). O CICLO VAI DE
      *    REN-INICIO-CICLO (INCLUSIVE) AO ANIVERSARIO (EXCLUSIVE).
      *****************************************************************
       01  RENDIMENTO-RECORD.
           05  REN-CHAVE.
               10  REN-CUST-ID     PIC X(10).
               10  REN-TIPO        PIC X(02).
               10  REN-DATA-CREDITO PIC 9(08).
           05  REN-DATA-ANIVERSARIO PIC 9(08).
           05  REN-INICIO-CICLO    PIC 9(08).
           05  REN-SALDO-MINIMO    PIC S9(7)V99.
           05  REN-TAXA            PIC 9(03)V9(04).
           05  REN-VALOR           PIC 9(07)V99.
           05  REN-QTDE-DIAS-HIST  PIC 9(03).
           05  FILLER              PIC X(08).
