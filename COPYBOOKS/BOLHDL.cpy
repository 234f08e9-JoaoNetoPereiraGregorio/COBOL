      *****************************************************************
      *    BOLHDL.CPY
      *
      *    LAYOUT DOS PARAMETROS DA ROTINA COMUM DE CODIGO DE BARRAS E
      *    LINHA DIGITAVEL DO BOLETO (PROGRAMA BOLETO-CODIGO, EM
      *    COPYBOOKS/BOLETOCODIGO.COB). A CARTA E O REMPRT SAIAM SO
      *    COM CUST-ID, VALOR E VENCIMENTO - SEM LINHA DIGITAVEL O
      *    CLIENTE NAO CONSEGUIA PAGAR NA LOTERICA NEM NO APLICATIVO
      *    DO BANCO. USO:
      *        COPY "BOLHDL.cpy".
      *        CALL "BOLETO-CODIGO" USING BOL-PARAMETROS.
      *    ACOES:
      *        "G" - GERAR: A PARTIR DE BANCO, MOEDA, VENCIMENTO,
      *              VALOR EM CENTAVOS E CAMPO LIVRE (25 POSICOES,
      *              MONTADO PELO CHAMADOR CONFORME O CONVENIO),
      *              DEVOLVE O CODIGO DE BARRAS (44 DIGITOS, DV GERAL
      *              MODULO 11) E A LINHA DIGITAVEL (47 DIGITOS, DV
      *              DOS CAMPOS 1 A 3 MODULO 10), NO PADRAO FEBRABAN.
      *              FATOR DE VENCIMENTO = DIAS DESDE 07/10/1997,
      *              REINICIADO EM 1000 A PARTIR DE 22/02/2025;
      *              VENCIMENTO ZERO = FATOR 0000 (SEM VENCIMENTO).
      *        "F" - FORMATAR: BOL-LINHA-DIGITAVEL (JA GRAVADA NO
      *              TITREG) VIRA BOL-LINHA-FORMATADA, COM OS PONTOS
      *              E ESPACOS DO BOLETO IMPRESSO.
      *    O CODIGO E GERADO UMA SO VEZ, NA EMISSAO DO TITULO, E FICA
      *    GRAVADO NO TITREG; REIMPRESSAO USA SEMPRE O GRAVADO ("F").
      *    BOL-RC: 00 = OK; 08 = DADO INVALIDO (DATA, VALOR ACIMA DE
      *    10 DIGITOS, CAMPO NAO NUMERICO).
      *****************************************************************
       01  BOL-PARAMETROS.
           05  BOL-ACAO            PIC X(01).
               88  BOL-ACAO-GERAR      VALUE "G".
               88  BOL-ACAO-FORMATAR   VALUE "F".
           05  BOL-BANCO           PIC 9(03).
           05  BOL-MOEDA           PIC 9(01).
           05  BOL-DATA-VENC       PIC 9(08).
           05  BOL-VALOR-CENTAVOS  PIC 9(13).
           05  BOL-CAMPO-LIVRE     PIC X(25).
           05  BOL-CODIGO-BARRAS   PIC X(44).
           05  BOL-LINHA-DIGITAVEL PIC X(47).
           05  BOL-LINHA-FORMATADA PIC X(54).
           05  BOL-RC              PIC 9(02).
               88  BOL-OK              VALUE 00.
               88  BOL-INVALIDO        VALUE 08.
