      *****************************************************************
      *    INTREG.CPY
      *
      *    LAYOUT DO LOG DE INTENCAO DO CLIENTE-MESTRE-MAINT (ARQUIVO
      *    SEQUENCIAL CLIMINT). UMA TRANSACAO DO CLIMSTTX ATUALIZA
      *    VARIOS ARQUIVOS (CUSTMAST, CUSTACCT, IRFONTE, JRNFILE,
      *    REJFILE, ESTREG, PENDTRAN, APPRPEND) E UMA QUEDA NO MEIO
      *    DEIXAVA UNS GRAVADOS E OUTROS NAO. POR ISSO, ANTES DA
      *    PRIMEIRA ATUALIZACAO A TRANSACAO GRAVA AQUI O REGISTRO
      *    "I" (EM VOO, COM A IMAGEM DA TRANSACAO) E, ANTES DE CADA
      *    GRAVACAO, A IMAGEM DO QUE VAI MUDAR:
      *        "B" - REGISTRO DE ARQUIVO INDEXADO: IMAGEM ANTES, COMO
      *              ESTA NO DISCO (INT-EXISTIA "N" = AINDA NAO
      *              EXISTIA), E IMAGEM DEPOIS;
      *        "A" - REGISTRO ACRESCENTADO A UM ARQUIVO SEQUENCIAL: A
      *              IMAGEM INTEIRA EM INT-IMAGEM-ANEXO;
      *    E, DEPOIS DA ULTIMA, O MARCADOR "C" (CONFIRMADA), GRAVADO
      *    ANTES DO CHECKPOINT. NA RETOMADA, A TRANSACAO COM "I" E SEM
      *    "C" E DESFEITA PELAS IMAGENS, NA ORDEM INVERSA, E GANHA O
      *    MARCADOR "D" (DESFEITA) - DEPOIS ELA E REPROCESSADA DO
      *    CLIMSTTX COMO QUALQUER OUTRA. O LOG E ZERADO QUANDO O LOTE
      *    TERMINA NORMALMENTE.
      *****************************************************************
       01  INT-RECORD.
           05  INT-TIPO            PIC X(01).
               88  INT-EM-VOO          VALUE "I".
               88  INT-IMAGEM-INDEXADO VALUE "B".
               88  INT-IMAGEM-ACRESCIMO VALUE "A".
               88  INT-CONFIRMADA      VALUE "C".
               88  INT-DESFEITA        VALUE "D".
      *    NUMERO SEQUENCIAL DE LEITURA DA TRANSACAO NO CLIMSTTX (O
      *    MESMO DO CHECKPOINT)
           05  INT-SEQ             PIC 9(07).
           05  INT-TRANS-ID        PIC X(10).
           05  INT-DATA            PIC 9(08).
           05  INT-HORA            PIC 9(08).
           05  INT-ARQUIVO         PIC X(08).
           05  INT-EXISTIA         PIC X(01).
               88  INT-JA-EXISTIA      VALUE "S".
           05  INT-IMAGENS.
               10  INT-IMAGEM-ANTES  PIC X(120).
               10  INT-IMAGEM-DEPOIS PIC X(120).
           05  INT-IMAGEM-ANEXO REDEFINES INT-IMAGENS
                                   PIC X(240).
