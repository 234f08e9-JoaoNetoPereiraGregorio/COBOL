      *    DATA/HORA DO LANCAMENTO ORIGINAL DESFEITO (MESMA JRN-CHAVE)
      *    - O EXTRATO IMPRIME "ESTORNO DE" COM ESSA REFERENCIA. NOS
      *    DEMAIS TIPOS OS CAMPOS FICAM ZERADOS/EM BRANCO.
      *
      *    NO AJUSTE DE PERIODO REABERTO (JRN-PROGRAMA "AJUSTPER")
      *    JRN-REF-DATA E A DATA DE COMPETENCIA DO AJUSTE, DENTRO DO
      *    PERIODO REABERTO - O REFECHAMENTO (FECHAMENTO-MENSAL) SOMA
      *    A DIFERENCA ANTES/DEPOIS DESSES REGISTROS SOBRE A FOTO
      *    ANTERIOR DO PERIODO.
      *
      *    NAS DUAS PERNAS DE UMA TRANSFERENCIA (JRN-PROGRAMA
      *    "TRANSF  ", GRAVADAS JUNTAS COM O MESMO CARIMBO DATA/HORA)
      *    A MESMA AREA CARREGA A REFERENCIA CRUZADA (JRN-REF-TRANSF):
      *    O SENTIDO DA PERNA ("D" = ENVIADA, "C" = RECEBIDA), O
      *    CLIENTE E A CONTA DA OUTRA PONTA E A CONTA DA PROPRIA
      *    PERNA. ENTRE DOIS CLIENTES CADA PERNA TEM AS IMAGENS DO SEU
      *    CLIENTE; ENTRE CONTAS DO MESMO CLIENTE A PRIMEIRA PERNA VAI
      *    DO SALDO ORIGINAL AO SALDO MENOS O VALOR E A SEGUNDA VOLTA
      *    AO ORIGINAL - O CONSOLIDADO NAO MUDA, MAS CADA PERNA MOSTRA
      *    O VALOR, E AS DUAS SEMPRE SOMAM ZERO.
      *
      *    NO DEBITO DE IMPOSTO DE RENDA RETIDO NA FONTE (JRN-PROGRAMA
      *    "IRRF    ") A AREA CARREGA A ALIQUOTA DA TABELA REGRESSIVA
      *    E A BASE (RENDIMENTO) SOBRE A QUAL O IMPOSTO FOI CALCULADO
      *    (JRN-REF-IR) - ZERADAS QUANDO O DEBITO E UM REPASSE MANUAL.
      *
      *    JRN-CONTA E A CONTA DO SUB-RAZAO (CUSTACCT, VER ACCTREC.CPY)
      *    MOVIMENTADA PELO LANCAMENTO. REGISTRO ANTIGO, E OS DE
      *    PROGRAMA QUE NAO MEXE EM SALDO, TRAZEM BRANCOS - QUEM ABRE
      *    O MOVIMENTO POR CONTA TRATA O BRANCO COMO CONTA CORRENTE
      *    "CC", A MESMA REGRA DA TRANSACAO SEM CONTA INFORMADA.
      *****************************************************************
       01  JRN-RECORD.
           05  JRN-PROGRAMA            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  JRN-DEPOIS              PIC X(80).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  JRN-REFERENCIA.
               10  JRN-REF-DATA        PIC 9(08).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  JRN-REF-HORA        PIC 9(08).
           05  JRN-REF-TRANSF REDEFINES JRN-REFERENCIA.
               10  JRN-TRF-SENTIDO     PIC X(01).
                   88  JRN-TRF-ENVIADA     VALUE "D".
                   88  JRN-TRF-RECEBIDA    VALUE "C".
               10  JRN-TRF-CONTRAPARTE PIC X(10).
               10  JRN-TRF-CONTA-CONTRA PIC X(02).
               10  JRN-TRF-CONTA       PIC X(02).
               10  FILLER              PIC X(02).
           05  JRN-REF-IR REDEFINES JRN-REFERENCIA.
               10  JRN-IR-ALIQUOTA     PIC 9(02)V99.
               10  JRN-IR-BASE         PIC 9(07)V99.
               10  FILLER              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  JRN-CONTA               PIC X(02).
