      *****************************************************************
      *    MALDOC.CPY
      *
      *    LAYOUT DA LINHA DE DOCUMENTO PARA A MALA DIRETA (ARQUIVO
      *    SEQUENCIAL MALADOC). OS PROGRAMAS QUE IMPRIMEM CORRESPON-
      *    DENCIA AO CLIENTE (CLIENTE-STATEMENT, CARTA-CIRCULAR E A
      *    CARTA DE AVISO PREVIO DO NEGATIVACAO-CICLO) GRAVAM, ALEM DO
      *    IMPRESSO DE SEMPRE, CADA LINHA DO DOCUMENTO AQUI, NA ORDEM
      *    EM QUE SAI. O DOCUMENTO E IDENTIFICADO POR ORIGEM + DATA DA
      *    RODADA + NUMERO DO DOCUMENTO NA RODADA; O MALA-DIRETA JUNTA
      *    AS LINHAS, BUSCA O ENDERECO DO ENVELOPE NO CUSTADDR, CONTA
      *    AS PAGINAS E ORDENA POR CEP PARA A GRAFICA (VER
      *    COPYBOOKS/MALSRT.CPY E COPYBOOKS/MALPRT.CPY).
      *        EXTR - EXTRATO MENSAL (CLIENTE-STATEMENT);
      *        CIRC - CIRCULARIZACAO DE SALDOS (CARTA-CIRCULAR);
      *        NEGC - AVISO PREVIO DE NEGATIVACAO (NEGATIVACAO-CICLO);
      *        ENCC - CARTA DE ENCERRAMENTO (CLIENTE-ENCERRAMENTO).
      *****************************************************************
       01  MALA-DOC-RECORD.
           05  MDC-ORIGEM              PIC X(04).
               88  MDC-ORIG-EXTRATO        VALUE "EXTR".
               88  MDC-ORIG-CIRCULAR       VALUE "CIRC".
               88  MDC-ORIG-NEGATIVACAO    VALUE "NEGC".
               88  MDC-ORIG-ENCERRAMENTO   VALUE "ENCC".
           05  FILLER                  PIC X(01).
           05  MDC-DATA                PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MDC-DOC                 PIC 9(07).
           05  FILLER                  PIC X(01).
           05  MDC-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01).
           05  MDC-NOME                PIC X(30).
           05  FILLER                  PIC X(01).
           05  MDC-LINHA               PIC 9(05).
           05  FILLER                  PIC X(01).
           05  MDC-TEXTO               PIC X(132).
