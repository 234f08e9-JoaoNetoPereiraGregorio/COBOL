      *****************************************************************
      *    TARREG.CPY
      *
      *    LAYOUT DO ARQUIVO DE EVENTOS TARIFAVEIS (ARQUIVO SEQUENCIAL
      *    TAREVT, SO ACRESCIDO PELA ROTINA TARIFA-EVENTO). UMA LINHA
      *    POR SERVICO COBRAVEL PRESTADO AO CLIENTE:
      *        "BOLE" - BOLETO EMITIDO NA REMESSA (REMESSA-GERAR);
      *        "INST" - INSTRUCAO DO REMINST ENVIADA AO BANCO
      *                 (REMESSA-GERAR);
      *        "RETO" - OCORRENCIA DE RETORNO BANCARIO
      *                 (RETORNO-PROCESSAR);
      *        "2VIA" - SEGUNDA VIA DE EXTRATO NA REEMISSAO
      *                 (CLIENTE-STATEMENT).
      *    O JOB TARNOITE ORDENA O ARQUIVO POR CLIENTE/EVENTO/
      *    REFERENCIA (POSICOES 19, 30 E 35), O TARIFA-COBRAR
      *    PRECIFICA E O ARQUIVO E ESVAZIADO PARA O DIA SEGUINTE.
      *****************************************************************
       01  TARIFA-EVENTO-RECORD.
           05  TRE-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRE-HORA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRE-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRE-EVENTO              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRE-REFERENCIA          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRE-PROGRAMA            PIC X(08).
