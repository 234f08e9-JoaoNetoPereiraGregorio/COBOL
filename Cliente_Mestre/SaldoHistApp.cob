002000*                       PULADO (PASSO IDEMPOTENTE, MESMO DESENHO
002100*                       DO STATS-HISTORY). A CONSULTA E O
002200*                       SALDO-EVOLUCAO.
002200*    2026-10-15 OPR     BALHIST GANHA TAMBEM UMA LINHA POR CONTA
002200*                       DO SUB-RAZAO CUSTACCT (BH-CONTA = TIPO DA
002200*                       CONTA; EM BRANCO NA LINHA DO CLIENTE) -
002200*                       BASE DO MENOR SALDO DO CICLO DA POUPANCA-
002200*                       RENDIMENTO. SEM CUSTACCT SO AVISA.
002300***************************************************************
002400*
002500 ENVIRONMENT DIVISION.
003400     SELECT HISTORY-OUT-FILE ASSIGN TO "BALHIST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-HIST-OUT-STATUS.
003600     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
003600         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS ACC-CHAVE
003600         FILE STATUS IS WS-ACCT-FILE-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
006200         SIGN IS LEADING SEPARATE.
006300     05  FILLER              PIC X(01).
006400     05  BH-MOEDA            PIC X(03).
006400     05  FILLER              PIC X(01).
006400*    EM BRANCO NA LINHA DO CLIENTE (SALDO CONSOLIDADO DO MESTRE);
006400*    PREENCHIDO NA LINHA DE CADA CONTA DO SUB-RAZAO CUSTACCT
006400     05  BH-CONTA            PIC X(02).
006400     05  FILLER              PIC X(11).
006400*
006400 FD  ACCOUNT-FILE.
006400*    SUB-RAZAO DE CONTAS POR CLIENTE (VER COPYBOOKS/ACCTREC.CPY)
006400 COPY "ACCTREC.cpy".
006600*
006700 WORKING-STORAGE SECTION.
006800*
007200     88  HIST-IN-OK          VALUE "00".
007300 77  WS-HIST-OUT-STATUS      PIC X(02) VALUE ZEROS.
007400     88  HIST-OUT-OK         VALUE "00".
007400 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
007400     88  ACCT-OK             VALUE "00".
007500*
007600 77  WS-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
007700     88  FIM-DO-SNAPSHOT     VALUE "Y".
007900     88  FIM-DO-HISTORICO    VALUE "Y".
008000 77  WS-DIA-JA-COPIADO       PIC X(01) VALUE "N".
008100     88  DIA-JA-NO-HISTORICO VALUE "Y".
008100 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
008100     88  FIM-DAS-CONTAS      VALUE "Y".
008200*
008300 77  WS-QTDE-GRAVADOS        PIC 9(07) COMP VALUE ZERO.
008300 77  WS-QTDE-CONTAS          PIC 9(07) COMP VALUE ZERO.
008400*
008500***************************************************************
008600*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
012500 0000-MAINLINE-FIM.
012600     DISPLAY "====== HISTORICO DIARIO DE SALDOS ======".
012700     DISPLAY "LINHAS GRAVADAS ....: " WS-QTDE-GRAVADOS.
012700     DISPLAY "LINHAS DE CONTA ....: " WS-QTDE-CONTAS.
012800     STOP RUN.
012900*
013000***************************************************************
019100     PERFORM 2200-GRAVAR-LINHA THRU 2200-GRAVAR-LINHA-EXIT
019200         UNTIL FIM-DO-SNAPSHOT.
019300     CLOSE SNAPSHOT-FILE.
019300     PERFORM 3000-COPIAR-CONTAS THRU 3000-COPIAR-CONTAS-EXIT.
019400     CLOSE HISTORY-OUT-FILE.
019500 2000-COPIAR-DIA-EXIT.
019600     EXIT.
022500     PERFORM 2100-LER-SNAPSHOT THRU 2100-LER-SNAPSHOT-EXIT.
022600 2200-GRAVAR-LINHA-EXIT.
022700     EXIT.
022700*
022700***************************************************************
022700*    3000-COPIAR-CONTAS - UMA LINHA POR CONTA DO SUB-RAZAO, COM *
022700*    BH-CONTA PREENCHIDO (BASE DO MENOR SALDO DO CICLO DA       *
022700*    POUPANCA); SEM CUSTACCT SO FICAM AS LINHAS DO CLIENTE      *
022700***************************************************************
022700 3000-COPIAR-CONTAS.
022700     OPEN INPUT ACCOUNT-FILE.
022700     IF NOT ACCT-OK
022700         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
022700             WS-ACCT-FILE-STATUS ") - BALHIST SEM LINHAS POR "
022700             "CONTA."
022700         GO TO 3000-COPIAR-CONTAS-EXIT
022700     END-IF.
022700     PERFORM 3100-LER-CONTA THRU 3100-LER-CONTA-EXIT.
022700     PERFORM 3200-GRAVAR-CONTA THRU 3200-GRAVAR-CONTA-EXIT
022700         UNTIL FIM-DAS-CONTAS.
022700     CLOSE ACCOUNT-FILE.
022700 3000-COPIAR-CONTAS-EXIT.
022700     EXIT.
022700*
022700***************************************************************
022700*    3100-LER-CONTA                                            *
022700***************************************************************
022700 3100-LER-CONTA.
022700     READ ACCOUNT-FILE
022700         AT END
022700             MOVE "Y" TO WS-ACCT-EOF-SWITCH
022700     END-READ.
022700 3100-LER-CONTA-EXIT.
022700     EXIT.
022700*
022700***************************************************************
022700*    3200-GRAVAR-CONTA                                         *
022700***************************************************************
022700 3200-GRAVAR-CONTA.
022700     MOVE SPACES TO HISTORY-OUT-RECORD.
022700     MOVE RUN-DATA TO BH-DATA.
022700     MOVE ACC-CUST-ID TO BH-CUST-ID.
022700     IF ACC-SALDO NUMERIC
022700         MOVE ACC-SALDO TO BH-SALDO
022700     ELSE
022700         MOVE ZERO TO BH-SALDO
022700     END-IF.
022700     MOVE ACC-MOEDA TO BH-MOEDA.
022700     MOVE ACC-TIPO TO BH-CONTA.
022700     WRITE HISTORY-OUT-RECORD.
022700     ADD 1 TO WS-QTDE-CONTAS.
022700     PERFORM 3100-LER-CONTA THRU 3100-LER-CONTA-EXIT.
022700 3200-GRAVAR-CONTA-EXIT.
022700     EXIT.
