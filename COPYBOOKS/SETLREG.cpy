      *****************************************************************
      *    SETLREG.CPY
      *
      *    LAYOUT DO CADASTRO DE PAGAMENTOS JA LIQUIDADOS (ARQUIVO
      *    INDEXADO SETLREG). O RETORNO-PROCESSAR GRAVA AQUI CADA
      *    LIQUIDACAO APLICADA - A CHAVE COMPLETA (PAGADOR + DATA +
      *    VALOR) E O QUE DISTINGUE REENVIO DE UM SEGUNDO PAGAMENTO
      *    LEGITIMO DO MESMO CLIENTE. O EXTRATO-CONCILIAR CASA CADA
      *    LIQUIDACAO COM O CREDITO NO EXTRATO DA CONTA DE COBRANCA
      *    DO BANCO QUE A PAGOU (STL-BANCO) E A MARCA CONCILIADA.
      *
      *    SITUACAO DA CONCILIACAO: "P" = PENDENTE (SEM CREDITO NO
      *    EXTRATO AINDA); "C" = CONCILIADA. REGISTRO ANTERIOR A
      *    CONCILIACAO TEM BANCO E SITUACAO EM BRANCO (ERA FILLER) E
      *    NAO E CONCILIADO.
      *****************************************************************
       01  SETTLE-RECORD.
           05  STL-CHAVE.
               10  STL-CUST-ID     PIC X(10).
               10  STL-DATA-PAGTO  PIC 9(08).
               10  STL-VALOR-CTVS  PIC 9(13).
           05  STL-DATA-PROC       PIC 9(08).
           05  STL-BANCO           PIC 9(03).
           05  STL-SITUACAO-CONC   PIC X(01).
               88  STL-CONC-PENDENTE   VALUE "P".
               88  STL-CONCILIADA      VALUE "C".
           05  FILLER              PIC X(05).
