      *****************************************************************
      *    TEVHDL.CPY
      *
      *    LAYOUT DOS PARAMETROS DA ROTINA COMUM DE EVENTOS TARIFAVEIS
      *    (PROGRAMA TARIFA-EVENTO, EM COPYBOOKS/TARIFAEVENTO.COB).
      *
      *    O PROGRAMA QUE PRESTA UM SERVICO COBRAVEL AO CLIENTE FAZ
      *        COPY "TEVHDL.cpy".
      *    PREENCHE TEV-PROGRAMA, TEV-EVENTO (CODIGO DA TABELA
      *    TARTAB), TEV-CUST-ID E TEV-REFERENCIA E CHAMA
      *        CALL "TARIFA-EVENTO" USING TEV-PARAMETROS.
      *    A ROTINA CARIMBA DATA/HORA E ACRESCENTA O EVENTO AO
      *    ARQUIVO TAREVT (VER COPYBOOKS/TARREG.CPY), QUE O LOTE
      *    NOTURNO TARIFA-COBRAR PRECIFICA. A REFERENCIA IDENTIFICA O
      *    SERVICO PRESTADO (BANCO/REMESSA DO BOLETO, LINHA DO
      *    RETORNO, PERIODO DO EXTRATO...): O MESMO CLIENTE + EVENTO
      *    + REFERENCIA GRAVADO DUAS VEZES (RETOMADA DE LOTE, RODADA
      *    REPETIDA NO MESMO DIA) E COBRADO UMA VEZ SO.
      *****************************************************************
       01  TEV-PARAMETROS.
           05  TEV-PROGRAMA        PIC X(08).
           05  TEV-EVENTO          PIC X(04).
               88  TEV-BOLETO          VALUE "BOLE".
               88  TEV-RETORNO         VALUE "RETO".
               88  TEV-SEGUNDA-VIA     VALUE "2VIA".
               88  TEV-INSTRUCAO       VALUE "INST".
           05  TEV-CUST-ID         PIC X(10).
           05  TEV-REFERENCIA      PIC X(20).
