      *    SITUACAO: "A" = ABERTO (ENVIADO, SEM RESPOSTA); "L" =
      *    LIQUIDADO PELO RETORNO; "B" = BAIXADO POR INSTRUCAO (VER
      *    CARTAO REMINST DO REMESSA-GERAR).
      *
      *    NOSSO NUMERO, CODIGO DE BARRAS E LINHA DIGITAVEL DO BOLETO
      *    SAO GERADOS UMA SO VEZ NA EMISSAO (ROTINA BOLETO-CODIGO,
      *    VER BOLHDL.CPY) E GRAVADOS AQUI - TODA REIMPRESSAO (REMPRT,
      *    EXTRATO, CARTA CIRCULAR) LE O GRAVADO, NUNCA RECALCULA. SO
      *    A ALTERACAO DE VENCIMENTO (OCORRENCIA "06") REGERA O CODIGO.
      *    TITULO ANTIGO, ANTERIOR AO BOLETO, TEM ESTES CAMPOS EM
      *    BRANCO.
      *
      *    BANCO COBRADOR: CADA BANCO TEM SEU PROPRIO SEQUENCIAL DE
      *    REMESSA (REMSEQ), ENTAO O BANCO ABRE A CHAVE - O MESMO
      *    REMSEQ + CUST-ID PODE EXISTIR EM DOIS BANCOS. O RETORNO
      *    SO BAIXA TITULO DO BANCO DE ONDE VEIO, E O TITULO-RECON
      *    SUBTOTALIZA POR BANCO. TITULO ANTERIOR AO ROTEAMENTO POR
      *    BANCO FOI RECARREGADO COM O BANCO UNICO DA EPOCA.
      *
      *    FAIXA DE AGING: A FAIXA DO AGING-REPORT (030/060/090/120)
      *    DA LISTA REMSEL QUE LEVOU O CLIENTE A REMESSA, PARA O
      *    DESEMPENHO DA COBRANCA POR FAIXA (COBRANCA-DESEMPENHO). EM
      *    BRANCO QUANDO O TITULO VEIO DO CORTE DO REMCTL, DE PARCELA
      *    DE ACORDO OU E ANTERIOR A ESTE CAMPO (ERA FILLER).
      *****************************************************************
       01  TITULO-RECORD.
           05  TIT-CHAVE.
               10  TIT-BANCO       PIC 9(03).
               10  TIT-REMSEQ      PIC 9(05).
               10  TIT-CUST-ID     PIC X(10).
           05  TIT-VALOR-CENTAVOS  PIC 9(13).
               88  TIT-LIQUIDADO       VALUE "L".
               88  TIT-BAIXADO         VALUE "B".
           05  TIT-DATA-BAIXA      PIC 9(08).
           05  TIT-NOSSO-NUMERO    PIC X(10).
           05  TIT-CODIGO-BARRAS   PIC X(44).
           05  TIT-LINHA-DIGITAVEL PIC X(47).
           05  TIT-FAIXA-AGING     PIC X(03).
           05  FILLER              PIC X(01).
