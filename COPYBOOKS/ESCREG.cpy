      *****************************************************************
      *    ESCREG.CPY
      *
      *    LAYOUT DA ESCALA DE PLANTAO DA OPERACAO (ARQUIVO SEQUENCIAL
      *    ESCALA, MANTIDO PELA OPERACAO NA PARMLIB; LINHA COM "*" NA
      *    COLUNA 1 E COMENTARIO). CADA LINHA DIZ QUEM ATENDE, EM QUE
      *    NIVEL, UMA CATEGORIA DE ALERTA NUMA FAIXA DE HORARIO:
      *        CATEGORIA - O PROGRAMA QUE GEROU O ALERTA NO ALERTLOG
      *                    (ALR-PROGRAMA), OU "*" PARA QUALQUER
      *                    PROGRAMA SEM ESCALA PROPRIA;
      *        FAIXA     - HHMM INICIAL (INCLUSIVE) E FINAL (EXCLUSIVE);
      *                    FINAL MENOR OU IGUAL AO INICIAL ATRAVESSA A
      *                    MEIA-NOITE (2200-0600). 0000-0000 E O DIA
      *                    INTEIRO;
      *        NIVEL     - 1 = PLANTONISTA, 2 = RESERVA, 3 = GERENTE.
      *                    O PLANTAO-PAGINAR SOBE DE NIVEL QUANDO O
      *                    ALERTA NAO E RECONHECIDO NA AACK NO PRAZO;
      *        CANAL     - S = SMS (DESTINO E O CELULAR), E = E-MAIL.
      *                    A MESMA PESSOA PODE TER UMA LINHA POR CANAL;
      *        VIGENCIA  - AAAAMMDD INICIAL E FINAL (INCLUSIVE) DA
      *                    LINHA NA ESCALA; ZEROS = SEM LIMITE.
      *****************************************************************
       01  ESC-ESCALA-RECORD.
           05  ESC-CATEGORIA           PIC X(08).
           05  FILLER                  PIC X(01).
           05  ESC-HORA-INICIO         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  ESC-HORA-FIM            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  ESC-NIVEL               PIC X(01).
               88  ESC-NIVEL-VALIDO        VALUE "1" "2" "3".
           05  FILLER                  PIC X(01).
           05  ESC-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ESC-NOME                PIC X(20).
           05  FILLER                  PIC X(01).
           05  ESC-CANAL               PIC X(01).
               88  ESC-CANAL-VALIDO        VALUE "S" "E".
           05  FILLER                  PIC X(01).
           05  ESC-DESTINO             PIC X(40).
           05  FILLER                  PIC X(01).
           05  ESC-VIGENCIA-INICIO     PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ESC-VIGENCIA-FIM        PIC 9(08).
