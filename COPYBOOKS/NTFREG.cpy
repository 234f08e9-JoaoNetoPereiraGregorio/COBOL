      *****************************************************************
      *    NTFREG.CPY
      *
      *    LAYOUT DO PEDIDO DE NOTIFICACAO AO CLIENTE (FILA SEQUENCIAL
      *    NOTIFQ). QUEM DETECTA O EVENTO SO DEIXA O PEDIDO NA FILA
      *    (OPEN EXTEND NO LOTE; NA TELA, FILA TRANSIENT DATA NTFQ
      *    EXTRAPARTITION SOBRE O MESMO DATASET) E SEGUE O SEU
      *    PROCESSAMENTO - O TEXTO, O CANAL (E-MAIL/SMS) E O DESTINO
      *    SAO RESOLVIDOS DEPOIS PELO NOTIFICACAO-ENVIAR, QUE RODA
      *    DURANTE O DIA E A NOITE. EVENTOS:
      *        VENC - TITULO PERTO DO VENCIMENTO (TITULO-RECON);
      *        STAB - CLIENTE BLOQUEADO (STATUS "B");
      *        STAC - CLIENTE CANCELADO (STATUS "C");
      *        LIMR - DEBITO RECUSADO POR ESTOURO DO LIMITE DE
      *               CREDITO (CLIENTE-MESTRE-MAINT);
      *        PIXC - CREDITO PIX LANCADO (CLIENTE-MESTRE-MAINT);
      *        DORM - CONTA SEM MOVIMENTO, AVISO DE INATIVACAO
      *               (DORMENCIA-CICLO).
      *    O VALOR VAI EM REAIS (ZERO QUANDO O EVENTO NAO TEM VALOR);
      *    A DATA DE REFERENCIA E O VENCIMENTO DO TITULO OU A DATA DO
      *    EVENTO; A REFERENCIA E TEXTO LIVRE (NOSSO NUMERO, MOTIVO).
      *****************************************************************
       01  NTF-RECORD.
           05  NTF-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-HORA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-EVENTO              PIC X(04).
               88  NTF-EVT-VENCIMENTO      VALUE "VENC".
               88  NTF-EVT-BLOQUEIO        VALUE "STAB".
               88  NTF-EVT-CANCELAMENTO    VALUE "STAC".
               88  NTF-EVT-LIMITE          VALUE "LIMR".
               88  NTF-EVT-PIX             VALUE "PIXC".
               88  NTF-EVT-DORMENCIA       VALUE "DORM".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-ORIGEM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-VALOR               PIC 9(11)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-DATA-REF            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  NTF-REFERENCIA          PIC X(30).
