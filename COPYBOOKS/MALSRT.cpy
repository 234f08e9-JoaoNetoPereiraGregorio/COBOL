      *****************************************************************
      *    MALSRT.CPY
      *
      *    LAYOUT DO ARQUIVO DE TRABALHO DA TRIAGEM POR CEP (MALSORT),
      *    GRAVADO PELA FASE "P" DO MALA-DIRETA E ORDENADO PELO SORT
      *    DO JCL (JCL/MALADIR.JCL) NA CHAVE MSR-CHAVE INTEIRA
      *    (POSICOES 1-35): FAIXA DE TRIAGEM DOS CORREIOS, CEP,
      *    DOCUMENTO E, DENTRO DO DOCUMENTO, O REGISTRO DE ENVELOPE
      *    ("E") ANTES DAS LINHAS ("L") EM ORDEM. SO ENTRA AQUI
      *    DOCUMENTO COM ENDERECO VALIDO - O RESTO VAI PARA A LISTA DE
      *    EXCECOES. A FASE "E" LE O ARQUIVO ORDENADO E GRAVA O
      *    ARQUIVO DA GRAFICA (VER COPYBOOKS/MALPRT.CPY).
      *****************************************************************
       01  MALA-SORT-RECORD.
           05  MSR-CHAVE.
               10  MSR-FAIXA           PIC X(02).
               10  MSR-CEP             PIC X(08).
               10  MSR-ORIGEM          PIC X(04).
               10  MSR-DATA            PIC 9(08).
               10  MSR-DOC             PIC 9(07).
               10  MSR-TIPO            PIC X(01).
                   88  MSR-ENVELOPE        VALUE "E".
                   88  MSR-LINHA-DOC       VALUE "L".
               10  MSR-LINHA           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  MSR-DADOS               PIC X(200).
      *    REGISTRO "E": DESTINATARIO E TAMANHO DO DOCUMENTO
           05  MSR-DADOS-ENVELOPE REDEFINES MSR-DADOS.
               10  MSE-CUST-ID         PIC X(10).
               10  FILLER              PIC X(01).
               10  MSE-NOME            PIC X(30).
               10  FILLER              PIC X(01).
               10  MSE-LOGRADOURO      PIC X(30).
               10  FILLER              PIC X(01).
               10  MSE-COMPLEMENTO     PIC X(30).
               10  FILLER              PIC X(01).
               10  MSE-CIDADE          PIC X(20).
               10  FILLER              PIC X(01).
               10  MSE-UF              PIC X(02).
               10  FILLER              PIC X(01).
               10  MSE-PAGINAS         PIC 9(04).
               10  FILLER              PIC X(01).
               10  MSE-LINHAS          PIC 9(05).
               10  FILLER              PIC X(62).
      *    REGISTRO "L": LINHA DO DOCUMENTO JA COM A PAGINA
           05  MSR-DADOS-LINHA REDEFINES MSR-DADOS.
               10  MSL-PAGINA          PIC 9(04).
               10  FILLER              PIC X(01).
               10  MSL-TEXTO           PIC X(132).
               10  FILLER              PIC X(63).
