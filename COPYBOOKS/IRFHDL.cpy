      *****************************************************************
      *    IRFHDL.CPY
      *
      *    LAYOUT DOS PARAMETROS DA ROTINA COMUM DE IMPOSTO DE RENDA
      *    RETIDO NA FONTE SOBRE RENDIMENTO DE APLICACAO (PROGRAMA
      *    IR-RETENCAO, EM COPYBOOKS/IRRETENCAO.COB). A APLICACAO
      *    ("AP" NO CUSTACCT) RENDIA SEM RETENCAO NENHUMA; O IMPOSTO
      *    SEGUE A TABELA REGRESSIVA, PELOS DIAS CORRIDOS ENTRE A
      *    APLICACAO E O EVENTO (CREDITO DO RENDIMENTO OU RESGATE):
      *        ATE 180 DIAS ............ 22,50%
      *        DE 181 A 360 DIAS ....... 20,00%
      *        DE 361 A 720 DIAS ....... 17,50%
      *        ACIMA DE 720 DIAS ....... 15,00%
      *    USO:
      *        COPY "IRFHDL.cpy".
      *        CALL "IR-RETENCAO" USING IRR-PARAMETROS.
      *    ENTRADA: IRR-DATA-APLICACAO, IRR-DATA-EVENTO E
      *    IRR-RENDIMENTO (A BASE DO IMPOSTO). SAIDA: IRR-DIAS,
      *    IRR-ALIQUOTA (PERCENTUAL) E IRR-VALOR-IR (ROUNDED PADRAO DA
      *    CASA).
      *    IRR-RC: 00 = OK; 04 = DATA DE APLICACAO INVALIDA OU
      *    POSTERIOR AO EVENTO - CALCULADO COM ZERO DIAS (A MAIOR
      *    ALIQUOTA); 08 = DATA DO EVENTO INVALIDA OU RENDIMENTO NAO
      *    NUMERICO (NADA CALCULADO, IMPOSTO ZERO).
      *****************************************************************
       01  IRR-PARAMETROS.
           05  IRR-DATA-APLICACAO  PIC 9(08).
           05  IRR-DATA-EVENTO     PIC 9(08).
           05  IRR-RENDIMENTO      PIC 9(07)V99.
           05  IRR-DIAS            PIC 9(05).
           05  IRR-ALIQUOTA        PIC 9(02)V99.
           05  IRR-VALOR-IR        PIC 9(07)V99.
           05  IRR-RC              PIC 9(02).
               88  IRR-OK              VALUE 00.
               88  IRR-DATA-AJUSTADA   VALUE 04.
               88  IRR-INVALIDO        VALUE 08.
