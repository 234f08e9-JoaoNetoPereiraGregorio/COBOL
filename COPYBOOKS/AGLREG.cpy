      *****************************************************************
      *    AGLREG.CPY
      *
      *    LAYOUT DO CADASTRO AGENLOC (SEQUENCIAL, MANTIDO PELA
      *    OPERACAO): A PRACA DE CADA AGENCIA - UF E MUNICIPIO - PARA
      *    O CALENDARIO DE DIAS UTEIS APLICAR OS FERIADOS ESTADUAIS E
      *    MUNICIPAIS DA PRACA DO CLIENTE (VER CALHDL.CPY, CAMPO
      *    CAL-AGENCIA). AGENCIA FORA DO CADASTRO SEGUE SO O
      *    CALENDARIO NACIONAL. MUNICIPIO EM MAIUSCULAS, SEM ACENTO.
      *****************************************************************
       01  AGL-RECORD.
           05  AGL-AGENCIA             PIC X(02).
           05  FILLER                  PIC X(01).
           05  AGL-UF                  PIC X(02).
           05  FILLER                  PIC X(01).
           05  AGL-MUNICIPIO           PIC X(20).
