      *****************************************************************
      *    MOVCTB.CPY
      *
      *    LAYOUT DO MOVIMENTO CONTABIL AVULSO (ARQUIVO MOVCTB). O
      *    GL-EXTRACT SO ENXERGAVA O QUE MEXE NO CUST-SALDO (DELTA DAS
      *    IMAGENS DO JOURNAL); LANCAMENTOS QUE NAO ALTERAM O SALDO DO
      *    CLIENTE - CONSTITUICAO E REVERSAO DE PDD, POR EXEMPLO - ERAM
      *    DIGITADOS NA MAO NO RAZAO. O PROGRAMA DE ORIGEM ACRESCENTA
      *    AQUI (OPEN EXTEND) UM REGISTRO POR MOVIMENTO E O GL-EXTRACT
      *    O MAPEIA PELA MESMA TABELA GLMAP (PROGRAMA + SENTIDO +
      *    STATUS) NO DIA DE MVC-DATA, COMO QUALQUER OUTRO MOVIMENTO.
      *
      *    MVC-SENTIDO: "D" OU "C", NO MESMO SENTIDO DO GLMAP.
      *    MVC-STATUS: DISCRIMINADOR LIVRE DO PROGRAMA DE ORIGEM PARA
      *    O GLMAP (BRANCO QUANDO NAO HOUVER).
      *****************************************************************
       01  MOVCTB-RECORD.
           05  MVC-PROGRAMA        PIC X(08).
           05  FILLER              PIC X(01).
           05  MVC-SENTIDO         PIC X(01).
           05  FILLER              PIC X(01).
           05  MVC-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  MVC-VALOR           PIC 9(11)V99.
           05  FILLER              PIC X(01).
           05  MVC-DATA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  MVC-CUST-ID         PIC X(10).
