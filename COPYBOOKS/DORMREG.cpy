      *****************************************************************
      *    DORMREG.CPY
      *
      *    LAYOUT DO CONTROLE DE DORMENCIA (ARQUIVO INDEXADO DORMCTL,
      *    CHAVE DRM-CHAVE = CLIENTE + CONTA). HA UM REGISTRO POR
      *    CONTA DO SUB-RAZAO (DRM-CONTA = TIPO DO CUSTACCT) E UM DO
      *    CLIENTE (DRM-CONTA EM BRANCO), ESTE COM A DATA DA ULTIMA
      *    MOVIMENTACAO EM QUALQUER CONTA. O LOTE MENSAL
      *    DORMENCIA-CICLO LE O JOURNAL E AVANCA DRM-DATA-ULT-MOV A
      *    CADA MOVIMENTO DE SALDO FEITO PELO CLIENTE (LANCAMENTOS DE
      *    SISTEMA - RENDIMENTO, IR, MULTA, JUROS, CUSTAS, BAIXA PARA
      *    PREJUIZO, RESGATE DE VALORES A RECEBER - NAO CONTAM); COMO
      *    O JOURNAL E ARQUIVADO, A DATA FICA GUARDADA AQUI. CONTROLE
      *    NOVO NASCE COM A DATA DO ULTIMO MOVIMENTO DA CONTA NO
      *    CUSTACCT, A DATA DE ABERTURA OU A DATA DA RODADA.
      *
      *    A SITUACAO SO EVOLUI NO REGISTRO DO CLIENTE:
      *        "A" - SEM PENDENCIA (OU DORMENTE AINDA NAO AVISADO);
      *        "V" - AVISO DE INATIVACAO ENVIADO EM DRM-DATA-AVISO;
      *        "I" - INATIVACAO ("N", MOTIVO "DORM") AGENDADA NO
      *              PENDTRAN EM DRM-DATA-INATIV.
      *    MOVIMENTO DEPOIS DO AVISO, OU CLIENTE REATIVADO PELA
      *    TRANSACAO STAT, VOLTA O CONTROLE PARA "A".
      *****************************************************************
       01  DORM-CONTROLE-RECORD.
           05  DRM-CHAVE.
               10  DRM-CUST-ID         PIC X(10).
               10  DRM-CONTA           PIC X(02).
           05  DRM-DATA-ULT-MOV        PIC 9(08).
           05  DRM-SITUACAO            PIC X(01).
               88  DRM-ATIVO               VALUE "A".
               88  DRM-AVISADO             VALUE "V".
               88  DRM-INATIVACAO          VALUE "I".
      *    ZERO = AINDA SEM AVISO/INATIVACAO NO CICLO CORRENTE
           05  DRM-DATA-AVISO          PIC 9(08).
           05  DRM-DATA-INATIV         PIC 9(08).
           05  DRM-DATA-ABERTURA       PIC 9(08).
           05  FILLER                  PIC X(20).
