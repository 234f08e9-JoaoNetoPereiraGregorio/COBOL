      *****************************************************************
      *    CTSREG.CPY
      *
      *    LAYOUT DO CADASTRO DE CONTESTACOES DE LANCAMENTO (ARQUIVO
      *    INDEXADO CONTEST). A RECLAMACAO DO CLIENTE SOBRE UM DEBITO
      *    (RECORRENTE, TARIFA, MULTA DE ATRASO) IA COMO TEXTO LIVRE NO
      *    CUSTNOTA E NINGUEM ACOMPANHAVA PRAZO NEM DESFECHO. A CHAVE
      *    E A TRINCA DO LANCAMENTO CONTESTADO NO JOURNAL (JRN-CHAVE +
      *    JRN-DATA + JRN-HORA, A MESMA CHAVE DO VSAM JRNHIST) - UM
      *    LANCAMENTO SO PODE TER UMA CONTESTACAO. A CONTESTACAO E
      *    ABERTA NA TELA CNTA (PF6, TAMBEM ALCANCADA POR PF4 NA
      *    CINQ); O CONTESTACAO-CICLO (DIARIO) LANCA O CREDITO
      *    PROVISORIO DEPOIS DE CTSDIAS DIAS UTEIS, APLICA O PARECER
      *    DO ANALISTA E ESTORNA ("V") O CREDITO DA CONTESTACAO
      *    IMPROCEDENTE.
      *
      *    SITUACAO: "A" = ABERTA, SEM CREDITO; "P" = ABERTA COM
      *    CREDITO PROVISORIO; "D" = PROCEDENTE (CREDITO DEFINITIVO);
      *    "N" = IMPROCEDENTE (CREDITO ESTORNADO, OU NUNCA DADO); "X" =
      *    IMPROCEDENTE COM O CREDITO PROVISORIO AINDA NAO LOCALIZADO
      *    NO JOURNAL - O ESTORNO SAI QUANDO ELE FOR ACHADO.
      *
      *    CTS-PROV-EMISSAO E A DATA EM QUE O CREDITO FOI GERADO NO
      *    CTSPOST; CTS-PROV-DATA/CTS-PROV-HORA SAO A DATA/HORA DO
      *    CREDITO NO JOURNAL (ORIGEM "CONTESTA"), A REFERENCIA DO
      *    ESTORNO - ZERADAS ATE O LOTE DIARIO APLICAR O CREDITO.
      *****************************************************************
       01  CONTESTACAO-RECORD.
           05  CTS-CHAVE.
               10  CTS-CUST-ID         PIC X(10).
               10  CTS-JRN-DATA        PIC 9(08).
               10  CTS-JRN-HORA        PIC 9(08).
           05  CTS-SITUACAO            PIC X(01).
               88  CTS-ABERTA              VALUE "A".
               88  CTS-PROVISORIA          VALUE "P".
               88  CTS-PROCEDENTE          VALUE "D".
               88  CTS-IMPROCEDENTE        VALUE "N".
               88  CTS-ESTORNO-PENDENTE    VALUE "X".
               88  CTS-EM-ANDAMENTO        VALUE "A" "P".
           05  CTS-AGENCIA             PIC X(02).
           05  CTS-DATA-ABERTURA       PIC 9(08).
           05  CTS-HORA-ABERTURA       PIC 9(08).
           05  CTS-OPERADOR            PIC X(08).
           05  CTS-JRN-PROGRAMA        PIC X(08).
           05  CTS-VALOR               PIC 9(07)V99.
           05  CTS-DESCRICAO           PIC X(60).
           05  CTS-PROV-EMISSAO        PIC 9(08).
           05  CTS-PROV-DATA           PIC 9(08).
           05  CTS-PROV-HORA           PIC 9(08).
           05  CTS-DATA-RESOLUCAO      PIC 9(08).
           05  CTS-ANALISTA            PIC X(08).
           05  CTS-PARECER             PIC X(40).
           05  CTS-DATA-ESTORNO        PIC 9(08).
           05  CTS-DATA-ALERTA         PIC 9(08).
           05  FILLER                  PIC X(20).
