      *****************************************************************
      *    SODEXC.CPY
      *
      *    LAYOUT DO LOG DE EXCECOES DE SEGREGACAO DE FUNCOES (ARQUIVO
      *    SEQUENCIAL SODLOG). QUANDO O OPERADOR DE SEGURANCA CONCEDE
      *    NA TELA SEGP UM PAPEL QUE REUNE UM PAR CONFLITANTE DO
      *    SODRULE (VER COPYBOOKS/SODREG.CPY), A GRAVACAO SO PASSA COM
      *    A JUSTIFICATIVA PREENCHIDA E A FUNCAO "SODOVR" NA MATRIZ; A
      *    TELA GRAVA ENTAO UM REGISTRO POR PAR NA FILA TRANSIENT DATA
      *    SODQ (EXTRAPARTITION SOBRE O SODLOG), ALEM DO EVENTO NO
      *    AUDITLOG. O SOD-CONFLITO-REPORT LE ESTE LOG PARA SEPARAR O
      *    CONFLITO COM EXCECAO DOCUMENTADA DO CONFLITO SEM EXCECAO.
      *****************************************************************
       01  SDX-RECORD.
           05  SDX-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDX-HORA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    OPERADOR DE SEGURANCA QUE CONCEDEU A EXCECAO
           05  SDX-OPER-SEGURANCA      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    OPERADOR QUE RECEBEU O PAPEL E O PAPEL CONCEDIDO
           05  SDX-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDX-PAPEL               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDX-FUNCAO-A            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDX-FUNCAO-B            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SDX-JUSTIFICATIVA       PIC X(60).
