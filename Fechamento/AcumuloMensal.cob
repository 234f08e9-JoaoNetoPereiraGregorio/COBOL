002700*                       NO ACUPRT (VIA REPORT-WRITER) COM TOTAIS
002800*                       POR STATUS. STATUS SEM LINHA NA TABELA
002900*                       NAO ACUMULA NADA.
002900*    2026-10-15 OPR     O "P" DEIXA DE FORA DA BASE O SALDO CREDOR
002900*                       DA CONTA POUPANCA ("PP" NO CUSTACCT, SE
002900*                       DISPONIVEL), QUE RENDE NO PROPRIO
002900*                       ANIVERSARIO PELO POUPANCA-RENDIMENTO.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
004300             WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004400         FILE STATUS IS WS-MASTER-FILE-STATUS.
004400     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
004400         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ACC-CHAVE
004400         FILE STATUS IS WS-ACCT-FILE-STATUS.
004500     SELECT POSTING-OUT-FILE ASSIGN TO "ACUPOST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-POSTING-FILE-STATUS.
006500 FD  CUSTOMER-MASTER.
006600*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
006700 COPY "CUSTREC.cpy".
006700*
006700 FD  ACCOUNT-FILE.
006700*    SUB-RAZAO DE CONTAS POR CLIENTE (VER COPYBOOKS/ACCTREC.CPY)
006700 COPY "ACCTREC.cpy".
006800*
006900 FD  POSTING-OUT-FILE
007000     RECORDING MODE IS F.
008800     88  RATE-FILE-OK        VALUE "00".
008900 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
009000     88  MASTER-OK           VALUE "00".
009000 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
009000     88  ACCT-OK             VALUE "00".
009000 77  WS-ACCT-ABERTO-SW       PIC X(01) VALUE "N".
009000     88  CUSTACCT-DISPONIVEL VALUE "Y".
009100 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
009200     88  POSTING-FILE-OK     VALUE "00".
009300 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
011500*    ENCARGO CALCULADO E TOTAIS POR STATUS
011600***************************************************************
011700 77  WS-ENCARGO              PIC S9(7)V99 COMP-3 VALUE ZERO.
011700*    BASE DO "P": SALDO CREDOR SEM A POUPANCA, QUE RENDE NO
011700*    PROPRIO ANIVERSARIO (POUPANCA-RENDIMENTO)
011700 77  WS-BASE-JUROS           PIC S9(9)V99 COMP-3 VALUE ZERO.
011700 77  WS-QTDE-BASE-SEM-POUP   PIC 9(07) COMP VALUE ZERO.
011800 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
011900 77  WS-QTDE-LANCADOS        PIC 9(07) COMP VALUE ZERO.
012000 77  WS-QTDE-SEM-TAXA        PIC 9(07) COMP VALUE ZERO.
022400         MOVE "Y" TO WS-MASTER-EOF-SWITCH
022500         GO TO 1500-ABRIR-ARQUIVOS-EXIT
022600     END-IF.
022600     OPEN INPUT ACCOUNT-FILE.
022600     IF ACCT-OK
022600         MOVE "Y" TO WS-ACCT-ABERTO-SW
022600     ELSE
022600         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
022600             WS-ACCT-FILE-STATUS ") - JUROS SOBRE O SALDO "
022600             "CONSOLIDADO, COM A POUPANCA."
022600     END-IF.
022700     OPEN OUTPUT POSTING-OUT-FILE.
022800     OPEN OUTPUT PRINT-FILE.
022900     MOVE "REGISTRO DE ACUMULO MENSAL" TO RPT-TITULO.
028900     END-IF.
029000     EVALUATE TAXA-TIPO(WS-IDX-TAXA)
029100         WHEN "P"
029100             MOVE CUST-SALDO TO WS-BASE-JUROS
029100             PERFORM 2250-DESCONTAR-POUPANCA
029100                 THRU 2250-DESCONTAR-POUPANCA-EXIT
029100             IF WS-BASE-JUROS > ZERO
029300                 COMPUTE WS-ENCARGO ROUNDED =
029300                     (WS-BASE-JUROS * TAXA-VALOR(WS-IDX-TAXA))
029500                     / 100
029600                     ON SIZE ERROR
029700                         MOVE "ACUMULO " TO ERR-PROGRAMA
031600             END-IF
031700     END-EVALUATE.
031800 2200-CALCULAR-ENCARGO-EXIT.
031800     EXIT.
031800*
031800***************************************************************
031800*    2250-DESCONTAR-POUPANCA - O SALDO CREDOR DA CONTA "PP" JA  *
031800*    RENDE NO ANIVERSARIO E NAO ENTRA DE NOVO NA BASE DO "P"    *
031800***************************************************************
031800 2250-DESCONTAR-POUPANCA.
031800     IF NOT CUSTACCT-DISPONIVEL
031800         GO TO 2250-DESCONTAR-POUPANCA-EXIT
031800     END-IF.
031800     MOVE CUST-ID TO ACC-CUST-ID.
031800     MOVE "PP" TO ACC-TIPO.
031800     READ ACCOUNT-FILE
031800         INVALID KEY
031800             CONTINUE
031800     END-READ.
031800     IF ACCT-OK AND ACC-SALDO NUMERIC AND ACC-SALDO > ZERO
031800         SUBTRACT ACC-SALDO FROM WS-BASE-JUROS
031800         ADD 1 TO WS-QTDE-BASE-SEM-POUP
031800     END-IF.
031800 2250-DESCONTAR-POUPANCA-EXIT.
031900     EXIT.
032000*
032100***************************************************************
038000     IF POSTING-FILE-OK
038100         CLOSE POSTING-OUT-FILE
038200     END-IF.
038200     IF CUSTACCT-DISPONIVEL
038200         CLOSE ACCOUNT-FILE
038200     END-IF.
038300     DISPLAY "====== ACUMULO MENSAL ======".
038400     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-LIDOS.
038500     DISPLAY "LANCAMENTOS GERADOS : " WS-QTDE-LANCADOS.
038600     DISPLAY "SEM TAXA P/ STATUS .: " WS-QTDE-SEM-TAXA.
038600     DISPLAY "BASE SEM POUPANCA ..: " WS-QTDE-BASE-SEM-POUP.
038700 9000-FINALIZAR-EXIT.
038800     EXIT.
038900*
