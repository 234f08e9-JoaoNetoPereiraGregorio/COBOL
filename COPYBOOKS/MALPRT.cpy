      *****************************************************************
      *    MALPRT.CPY
      *
      *    LAYOUT DO ARQUIVO DE IMPRESSAO PARA A GRAFICA DE MALA
      *    DIRETA (MALAPRT), GRAVADO PELA FASE "E" DO MALA-DIRETA JA NA
      *    ORDEM DE TRIAGEM POR CEP DOS CORREIOS. UM ENVELOPE POR
      *    DOCUMENTO:
      *        "E" - ENVELOPE: SEQUENCIA NA TRIAGEM, FAIXA, CEP E
      *              ENDERECO DO DESTINATARIO, TOTAL DE PAGINAS E OS
      *              INSERTOS DO ENVELOPE;
      *        "P" - INICIO DE PAGINA, COM AS MARCAS OMR QUE A
      *              ENVELOPADORA LE NA MARGEM;
      *        "L" - LINHA DE TEXTO DA PAGINA.
      *    MARCAS OMR ("1" = MARCA IMPRESSA, "0" = SEM MARCA):
      *        REFERENCIA  - SEMPRE "1" (SINCRONISMO DA LEITORA);
      *        FIM         - "1" NA ULTIMA PAGINA: A MAQUINA FECHA O
      *                      CONJUNTO, DOBRA E ENVELOPA;
      *        SEQUENCIA   - NUMERO DA PAGINA MODULO 8 EM BINARIO,
      *                      PARA A MAQUINA DETECTAR FOLHA FALTANDO;
      *        INSERTO 1/2 - ESTACOES DE INSERTO A ACIONAR (SO NA
      *                      ULTIMA PAGINA);
      *        PARIDADE    - COMPLETA UM NUMERO PAR DE MARCAS.
      *****************************************************************
       01  MALA-PRT-RECORD.
           05  MPR-TIPO                PIC X(01).
               88  MPR-ENVELOPE            VALUE "E".
               88  MPR-PAGINA              VALUE "P".
               88  MPR-LINHA               VALUE "L".
           05  FILLER                  PIC X(01).
           05  MPR-DADOS               PIC X(200).
           05  MPR-DADOS-ENVELOPE REDEFINES MPR-DADOS.
               10  MPE-SEQ             PIC 9(07).
               10  FILLER              PIC X(01).
               10  MPE-FAIXA           PIC X(02).
               10  FILLER              PIC X(01).
               10  MPE-CEP             PIC X(08).
               10  FILLER              PIC X(01).
               10  MPE-ORIGEM          PIC X(04).
               10  FILLER              PIC X(01).
               10  MPE-DOC             PIC 9(07).
               10  FILLER              PIC X(01).
               10  MPE-CUST-ID         PIC X(10).
               10  FILLER              PIC X(01).
               10  MPE-NOME            PIC X(30).
               10  FILLER              PIC X(01).
               10  MPE-LOGRADOURO      PIC X(30).
               10  FILLER              PIC X(01).
               10  MPE-COMPLEMENTO     PIC X(30).
               10  FILLER              PIC X(01).
               10  MPE-CIDADE          PIC X(20).
               10  FILLER              PIC X(01).
               10  MPE-UF              PIC X(02).
               10  FILLER              PIC X(01).
               10  MPE-PAGINAS         PIC 9(04).
               10  FILLER              PIC X(01).
               10  MPE-INSERTOS        PIC X(02).
               10  FILLER              PIC X(32).
           05  MPR-DADOS-PAGINA REDEFINES MPR-DADOS.
               10  MPP-SEQ             PIC 9(07).
               10  FILLER              PIC X(01).
               10  MPP-PAGINA          PIC 9(04).
               10  FILLER              PIC X(01).
               10  MPP-DE              PIC 9(04).
               10  FILLER              PIC X(01).
               10  MPP-OMR.
                   15  MPP-OMR-REFERENCIA  PIC X(01).
                   15  MPP-OMR-FIM         PIC X(01).
                   15  MPP-OMR-SEQ         PIC X(03).
                   15  MPP-OMR-INSERTO     PIC X(02).
                   15  MPP-OMR-PARIDADE    PIC X(01).
               10  FILLER              PIC X(174).
           05  MPR-DADOS-LINHA REDEFINES MPR-DADOS.
               10  MPL-TEXTO           PIC X(132).
               10  FILLER              PIC X(68).
