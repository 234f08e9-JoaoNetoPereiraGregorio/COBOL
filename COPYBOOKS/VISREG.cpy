      *****************************************************************
      *    VISREG.CPY
      *
      *    LAYOUT DO LOG DE VISUALIZACAO DE DADOS PESSOAIS (ARQUIVO
      *    SEQUENCIAL VISLOG). AS TELAS QUE MOSTRAM NOME, CPF/CNPJ,
      *    ENDERECO OU NOTAS DO CLIENTE (CINQ, CADR, CNTA E CMNT)
      *    GRAVAM UM REGISTRO POR CLIENTE MOSTRADO NA FILA TRANSIENT
      *    DATA VISQ (EXTRAPARTITION SOBRE O DATASET VISLOG), SEM
      *    ESPERAR RESPOSTA - A GRAVACAO NAO SEGURA A TELA E UMA FALHA
      *    DA FILA NAO IMPEDE A CONSULTA. SO AS ALTERACOES CHEGAVAM AO
      *    AUDITLOG; A LGPD PEDE SABER QUEM ACESSOU OS DADOS DO
      *    TITULAR. LIDO PELO ACESSO-PII-REPORT (VISUALIZACOES POR
      *    CLIENTE E POR OPERADOR) E PELO LGPD-DOSSIER (SECAO "QUEM
      *    VIU").
      *****************************************************************
       01  VIS-RECORD.
           05  VIS-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VIS-HORA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VIS-OPERADOR            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *    TERMINAL (EIBTRMID) E TRANSACAO (EIBTRNID) DA SESSAO
           05  VIS-TERMINAL            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VIS-TRANSACAO           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VIS-CUST-ID             PIC X(10).
