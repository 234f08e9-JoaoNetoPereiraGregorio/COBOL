      *****************************************************************
      *    FERREG.CPY
      *
      *    LAYOUT DO FERIADO NO CALENDARIO - A MESMA LINHA NO CALFERIADO
      *    SEQUENCIAL DO LOTE E NO CALFERIA VSAM DA TELA CFER (CHAVE
      *    FER-CHAVE). ALEM DA DATA, O FERIADO TEM ABRANGENCIA:
      *        FER-UF EM BRANCO              - NACIONAL;
      *        FER-UF PREENCHIDA, MUNICIPIO
      *        EM BRANCO                     - ESTADUAL;
      *        FER-UF E FER-MUNICIPIO        - MUNICIPAL.
      *    A LINHA ANTIGA, SO COM A DATA AAAAMMDD, CONTINUA VALENDO
      *    COMO FERIADO NACIONAL. O MUNICIPIO VAI EM MAIUSCULAS, SEM
      *    ACENTO, COMO NO CADASTRO DE AGENCIAS (VER AGLREG.CPY).
      *****************************************************************
       01  HOLIDAY-RECORD.
           05  FER-CHAVE.
               10  FER-DATA            PIC 9(08).
               10  FILLER              PIC X(01).
               10  FER-UF              PIC X(02).
               10  FILLER              PIC X(01).
               10  FER-MUNICIPIO       PIC X(20).
           05  FILLER                  PIC X(01).
           05  FER-DESCRICAO           PIC X(30).
