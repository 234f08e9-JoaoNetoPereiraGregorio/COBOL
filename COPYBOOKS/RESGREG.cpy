      *****************************************************************
      *    RESGREG.CPY
      *
      *    LAYOUT DO REGISTRO DE RESGATES DE VALORES A RECEBER
      *    (ARQUIVO SEQUENCIAL RESGREG, SO ACRESCIDO COM OPEN EXTEND).
      *    O VALORES-RESGATE GRAVA UMA LINHA POR PEDIDO DO TITULAR
      *    PAGO: O PROTOCOLO DO PEDIDO, O ITEM DO VALREG (CPF/CNPJ,
      *    CLIENTE E CONTA), O VALOR QUE CONSTAVA NO CADASTRO E O
      *    VALOR EFETIVAMENTE DEBITADO DA CONTA NO LANCAMENTO DE
      *    PAGAMENTO (SALDO DO DIA, MOTIVO "VREC"), COM O OPERADOR QUE
      *    RODOU O LOTE. E A TRILHA QUE RESPONDE A RECLAMACAO DO
      *    TITULAR E A CONCILIACAO DO VALRECEB.
      *****************************************************************
       01  RESGATE-RECORD.
           05  RSG-DATA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-HORA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-PROTOCOLO           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-CPF-CNPJ            PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-CONTA               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-MOEDA               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-VALOR-CADASTRO      PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-VALOR-PAGO          PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSG-OPERADOR            PIC X(08).
