      *****************************************************************
      *    OFXREG.CPY
      *
      *    LAYOUT DO ARQUIVO DE DADOS COMPARTILHADOS OPEN FINANCE
      *    (OFEXP), GRAVADO PELO COMPARTILHA-EXPORTAR. UM BLOCO POR
      *    INSTITUICAO RECEPTORA, QUE A TRANSMISSAO SEPARA PELO ISPB
      *    DO HEADER:
      *        HDR - ABRE O BLOCO DA RECEPTORA;
      *        CAD - CADASTRO DO CLIENTE (ESCOPO CADASTRO);
      *        END - ENDERECO E CONTATO (ESCOPO ENDERECOS);
      *        CTA - UMA POR CONTA DO CUSTACCT COM O SALDO (ESCOPO
      *              CONTAS);
      *        TRN - UMA POR LANCAMENTO DO JOURNAL NA JANELA DE
      *              MESES DA RODADA (ESCOPO TRANSACOES);
      *        TRL - FECHA O BLOCO: QUANTIDADE DE REGISTROS DE DADOS,
      *              HASH (SOMA DOS VALORES EM CENTAVOS, SEM SINAL) E
      *              QUANTIDADE DE CLIENTES.
      *****************************************************************
       01  OFX-RECORD.
           05  OFX-TIPO                PIC X(03).
               88  OFX-HEADER              VALUE "HDR".
               88  OFX-CADASTRO            VALUE "CAD".
               88  OFX-ENDERECO            VALUE "END".
               88  OFX-CONTA               VALUE "CTA".
               88  OFX-TRANSACAO           VALUE "TRN".
               88  OFX-TRAILER             VALUE "TRL".
           05  FILLER                  PIC X(01).
           05  OFX-INSTITUICAO         PIC X(08).
           05  FILLER                  PIC X(01).
           05  OFX-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01).
           05  OFX-DADOS               PIC X(160).
           05  OFX-HDR REDEFINES OFX-DADOS.
               10  OFH-DATA            PIC 9(08).
               10  FILLER              PIC X(01).
               10  OFH-NOME-INST       PIC X(30).
               10  FILLER              PIC X(01).
               10  OFH-ORIGEM          PIC X(08).
               10  FILLER              PIC X(112).
           05  OFX-CAD REDEFINES OFX-DADOS.
               10  OFC-NOME            PIC X(30).
               10  FILLER              PIC X(01).
               10  OFC-CPF-CNPJ        PIC X(14).
               10  FILLER              PIC X(01).
               10  OFC-STATUS          PIC X(01).
               10  FILLER              PIC X(01).
               10  OFC-AGENCIA         PIC X(02).
               10  FILLER              PIC X(01).
               10  OFC-MOEDA           PIC X(03).
               10  FILLER              PIC X(01).
               10  OFC-DATA-CONSENTE   PIC 9(08).
               10  FILLER              PIC X(01).
               10  OFC-DATA-EXPIRA     PIC 9(08).
               10  FILLER              PIC X(88).
           05  OFX-END REDEFINES OFX-DADOS.
               10  OFE-LOGRADOURO      PIC X(30).
               10  OFE-COMPLEMENTO     PIC X(30).
               10  OFE-CIDADE          PIC X(20).
               10  OFE-UF              PIC X(02).
               10  OFE-CEP             PIC X(08).
               10  OFE-TELEFONE        PIC X(15).
               10  OFE-EMAIL           PIC X(40).
               10  FILLER              PIC X(15).
           05  OFX-CTA REDEFINES OFX-DADOS.
               10  OFA-TIPO            PIC X(02).
               10  FILLER              PIC X(01).
               10  OFA-MOEDA           PIC X(03).
               10  FILLER              PIC X(01).
               10  OFA-SALDO           PIC S9(07)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  OFA-DATA-ABERTURA   PIC X(08).
               10  FILLER              PIC X(134).
           05  OFX-TRN REDEFINES OFX-DADOS.
               10  OFT-DATA            PIC 9(08).
               10  FILLER              PIC X(01).
               10  OFT-HORA            PIC 9(08).
               10  FILLER              PIC X(01).
               10  OFT-ORIGEM          PIC X(08).
               10  FILLER              PIC X(01).
               10  OFT-VALOR           PIC S9(07)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(01).
               10  OFT-SALDO-APOS      PIC S9(07)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(112).
           05  OFX-TRL REDEFINES OFX-DADOS.
               10  OFR-QTDE            PIC 9(07).
               10  FILLER              PIC X(01).
               10  OFR-HASH            PIC 9(13).
               10  FILLER              PIC X(01).
               10  OFR-QTDE-CLIENTES   PIC 9(05).
               10  FILLER              PIC X(133).
