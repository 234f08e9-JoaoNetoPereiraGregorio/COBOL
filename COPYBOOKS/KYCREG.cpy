      *****************************************************************
      *    KYCREG.CPY
      *
      *    LAYOUT DO CONTROLE DE REVISAO CADASTRAL (KYC) POR CLIENTE
      *    (ARQUIVO INDEXADO KYCCTL, CHAVE KYC-CUST-ID). A REVISAO E
      *    REGISTRADA NA TELA CMNT (CLIENTE-MAINT-ONLINE), QUE CARIMBA
      *    A DATA E O OPERADOR DA REVISAO E CALCULA A PROXIMA PELO
      *    GRAU DE RISCO:
      *        "A" - RISCO ALTO  - REVISAO A CADA 1 ANO
      *        "M" - RISCO MEDIO - REVISAO A CADA 2 ANOS
      *        "B" - RISCO BAIXO - REVISAO A CADA 5 ANOS
      *    O LOTE MENSAL KYC-REVISAO LISTA AS REVISOES A VENCER E
      *    VENCIDAS POR AGENCIA, ABRE O CONTROLE DO CLIENTE QUE AINDA
      *    NAO TEM (SEM REVISAO ANTERIOR, VENCENDO NA DATA DA
      *    ABERTURA) E AGENDA O BLOQUEIO ("B") NO PENDTRAN DO CLIENTE
      *    VENCIDO ALEM DA CARENCIA, CARIMBANDO KYC-DATA-BLOQUEIO PARA
      *    NAO REPETIR O AGENDAMENTO NO MESMO MES. UMA NOVA REVISAO
      *    ZERA O CARIMBO; O DESBLOQUEIO SEGUE PELA TRANSACAO STAT.
      *****************************************************************
       01  KYC-CONTROLE-RECORD.
           05  KYC-CUST-ID         PIC X(10).
           05  KYC-RISCO           PIC X(01).
               88  KYC-RISCO-ALTO      VALUE "A".
               88  KYC-RISCO-MEDIO     VALUE "M".
               88  KYC-RISCO-BAIXO     VALUE "B".
               88  KYC-RISCO-VALIDO    VALUE "A" "M" "B".
      *    ZERO = CLIENTE AINDA SEM REVISAO REGISTRADA
           05  KYC-DATA-ULTIMA     PIC 9(08).
           05  KYC-DATA-PROXIMA    PIC 9(08).
           05  KYC-OPERADOR        PIC X(08).
           05  KYC-DATA-BLOQUEIO   PIC 9(08).
           05  KYC-DATA-ABERTURA   PIC 9(08).
           05  FILLER              PIC X(29).
