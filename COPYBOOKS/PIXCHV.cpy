      *****************************************************************
      *    PIXCHV.CPY
      *
      *    LAYOUT DO CADASTRO DE CHAVES PIX DOS CLIENTES (ARQUIVO
      *    INDEXADO PIXCHAVE, CHAVE = A PROPRIA CHAVE PIX). O CREDITO
      *    PIX QUE CHEGA DO PSP TRAZ A CHAVE USADA PELO PAGADOR; O
      *    PIX-CREDITO-PROCESSAR PROCURA AQUI O CLIENTE DONO DA CHAVE
      *    ANTES DE TENTAR O CPF/CNPJ DO PAGADOR. MANTIDO PELO
      *    PIX-CHAVE-CARGA A PARTIR DO ARQUIVO PIXCHVIN.
      *
      *    TIPO: "C" = CPF/CNPJ; "E" = E-MAIL; "T" = TELEFONE;
      *    "A" = CHAVE ALEATORIA (EVP).
      *****************************************************************
       01  PIX-CHAVE-RECORD.
           05  PXK-CHAVE           PIC X(77).
           05  PXK-CUST-ID         PIC X(10).
           05  PXK-TIPO            PIC X(01).
               88  PXK-TIPO-DOCUMENTO  VALUE "C".
               88  PXK-TIPO-EMAIL      VALUE "E".
               88  PXK-TIPO-TELEFONE   VALUE "T".
               88  PXK-TIPO-ALEATORIA  VALUE "A".
               88  PXK-TIPO-VALIDO     VALUE "C" "E" "T" "A".
           05  PXK-DATA-CADASTRO   PIC 9(08).
           05  FILLER              PIC X(04).
