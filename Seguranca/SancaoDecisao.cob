000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SANCAO-DECISAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PARECER DO ANALISTA SOBRE AS OCORRENCIAS
001200*                       DA TRIAGEM DE SANCOES E PEP. LE O CARTAO
001300*                       SANDEC (CLIENTE, ENTRADA DA LISTA,
001400*                       L=LIBERA COMO FALSO POSITIVO OU
001500*                       C=CONFIRMA, ANALISTA E PARECER) E GRAVA A
001600*                       DECISAO NO SANHIT, NO PADRAO DO
001700*                       AML-DECISAO: SO OCORRENCIA PENDENTE ACEITA
001800*                       DECISAO, O ANALISTA DO CARTAO E O
001900*                       OPERADOR DO PASSO PRECISAM DA FUNCAO
002000*                       "SANCAO" NA MATRIZ (SECURITY-CHECK) E CADA
002100*                       DECISAO GERA EVENTO DE AUDITORIA. A
002200*                       OCORRENCIA LIBERADA NAO VOLTA NA RETRIAGEM
002300*                       NOTURNA ENQUANTO O NOME DO CLIENTE E O DA
002400*                       LISTA NAO MUDAREM. O MESTRE NAO E
002500*                       ALTERADO: LIBERAR OU BLOQUEAR O CLIENTE
002600*                       RETIDO SEGUE PELA MANUTENCAO NORMAL.
002700*                       CARTAO RECUSADO DA RC 4.
002800***************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DECISION-FILE ASSIGN TO "SANDEC"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-DECISION-FILE-STATUS.
003600     SELECT OCORRENCIA-FILE ASSIGN TO "SANHIT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SOC-CHAVE
004000         FILE STATUS IS WS-OCORR-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004400*
004500 FD  DECISION-FILE
004600     RECORDING MODE IS F.
004700 01  DECISION-RECORD.
004800     05  DEC-CUST-ID         PIC X(10).
004900     05  FILLER              PIC X(01).
005000     05  DEC-LISTA-ID        PIC X(10).
005100     05  FILLER              PIC X(01).
005200     05  DEC-DECISAO         PIC X(01).
005300         88  DEC-LIBERA          VALUE "L".
005400         88  DEC-CONFIRMA        VALUE "C".
005500     05  FILLER              PIC X(01).
005600     05  DEC-ANALISTA        PIC X(08).
005700     05  FILLER              PIC X(01).
005800     05  DEC-PARECER         PIC X(40).
005900*
006000 FD  OCORRENCIA-FILE.
006100*    OCORRENCIAS DA TRIAGEM (VER COPYBOOKS/SANREG.CPY)
006200 COPY "SANREG.cpy".
006300*
006400 WORKING-STORAGE SECTION.
006500*
006600 77  WS-DECISION-FILE-STATUS PIC X(02) VALUE ZEROS.
006700     88  DECISION-FILE-OK    VALUE "00".
006800 77  WS-OCORR-FILE-STATUS    PIC X(02) VALUE ZEROS.
006900     88  OCORR-OK            VALUE "00".
007000*
007100 77  WS-DEC-EOF-SWITCH       PIC X(01) VALUE "N".
007200     88  FIM-DAS-DECISOES    VALUE "Y".
007300*
007400 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
007500*
007600 77  WS-QTDE-DECISOES        PIC 9(07) COMP VALUE ZERO.
007700 77  WS-QTDE-LIBERADAS       PIC 9(07) COMP VALUE ZERO.
007800 77  WS-QTDE-CONFIRMADAS     PIC 9(07) COMP VALUE ZERO.
007900 77  WS-QTDE-RECUSADAS       PIC 9(07) COMP VALUE ZERO.
008000*
008100***************************************************************
008200*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
008300*    RUNDATE.CPY)
008400***************************************************************
008500 COPY "RUNDATE.cpy".
008600*
008700***************************************************************
008800*    PARAMETROS DA ROTINA COMPARTILHADA DE SEGURANCA
008900***************************************************************
009000 COPY "SECHDL.cpy".
009100*
009200***************************************************************
009300*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
009400***************************************************************
009500 COPY "AUDHDL.cpy".
009600*
009700***************************************************************
009800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
009900***************************************************************
010000 COPY "ERRHDL.cpy".
010100*
010200 PROCEDURE DIVISION.
010300*
010400***************************************************************
010500*    0000-MAINLINE                                             *
010600***************************************************************
010700 0000-MAINLINE.
010800     MOVE ZERO TO RETURN-CODE.
010900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
011000     ACCEPT RUN-HORA FROM TIME.
011100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
011200     PERFORM 0500-VERIFICAR-PERMISSAO
011300         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
011400     IF RETURN-CODE NOT = ZERO
011500         GO TO 0000-MAINLINE-FIM
011600     END-IF.
011700     OPEN INPUT DECISION-FILE.
011800     IF NOT DECISION-FILE-OK
011900         DISPLAY "AVISO: SANDEC AUSENTE - NENHUMA DECISAO A "
012000             "APLICAR."
012100         GO TO 0000-MAINLINE-FIM
012200     END-IF.
012300     OPEN I-O OCORRENCIA-FILE.
012400     IF NOT OCORR-OK
012500         MOVE "SANDECIS" TO ERR-PROGRAMA
012600         SET ERR-TIPO-ARQUIVO TO TRUE
012700         MOVE "ABERTURA DO ARQUIVO SANHIT" TO ERR-CONTEXTO
012800         MOVE WS-OCORR-FILE-STATUS TO ERR-FILE-STATUS
012900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
013000         CLOSE DECISION-FILE
013100         MOVE 16 TO RETURN-CODE
013200         GO TO 0000-MAINLINE-FIM
013300     END-IF.
013400     PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
013500     PERFORM 2200-TRATAR-DECISAO THRU 2200-TRATAR-DECISAO-EXIT
013600         UNTIL FIM-DAS-DECISOES.
013700     CLOSE DECISION-FILE.
013800     CLOSE OCORRENCIA-FILE.
013900     IF WS-QTDE-RECUSADAS > ZERO
014000         IF RETURN-CODE = ZERO
014100             MOVE 4 TO RETURN-CODE
014200         END-IF
014300     END-IF.
014400 0000-MAINLINE-FIM.
014500     DISPLAY "====== SANCOES/PEP - DECISOES ======".
014600     DISPLAY "CARTOES DE DECISAO .: " WS-QTDE-DECISOES.
014700     DISPLAY "LIBERADAS ..........: " WS-QTDE-LIBERADAS.
014800     DISPLAY "CONFIRMADAS ........: " WS-QTDE-CONFIRMADAS.
014900     DISPLAY "CARTOES RECUSADOS ..: " WS-QTDE-RECUSADAS.
015000     STOP RUN.
015100*
015200***************************************************************
015300*    0500-VERIFICAR-PERMISSAO - FUNCAO "SANCAO" NA MATRIZ, NO   *
015400*    PERFIL DO OPERADOR QUE RODA O PASSO                        *
015500***************************************************************
015600 0500-VERIFICAR-PERMISSAO.
015700     SET SEC-ACAO-FUNCAO TO TRUE.
015800     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
015900     MOVE "SANCAO  " TO SEC-FUNCAO.
016000     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
016100     IF SEC-RC NOT = ZERO
016200         DISPLAY "ACESSO NEGADO A TRIAGEM DE SANCOES: " SEC-MOTIVO
016300         MOVE "SANDECIS" TO AUD-PROGRAMA
016400         MOVE 0 TO AUD-OPCODE
016500         MOVE "NEGADO" TO AUD-EVENTO
016600         MOVE SPACES TO AUD-CHAVE
016700         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
016800         MOVE 16 TO RETURN-CODE
016900     END-IF.
017000 0500-VERIFICAR-PERMISSAO-EXIT.
017100     EXIT.
017200*
017300***************************************************************
017400*    2100-LER-DECISAO                                          *
017500***************************************************************
017600 2100-LER-DECISAO.
017700     READ DECISION-FILE
017800         AT END
017900             MOVE "Y" TO WS-DEC-EOF-SWITCH
018000     END-READ.
018100 2100-LER-DECISAO-EXIT.
018200     EXIT.
018300*
018400***************************************************************
018500*    2200-TRATAR-DECISAO - SO OCORRENCIA PENDENTE, COM ANALISTA *
018600*    QUE TENHA A FUNCAO "SANCAO", ACEITA O PARECER              *
018700***************************************************************
018800 2200-TRATAR-DECISAO.
018900     ADD 1 TO WS-QTDE-DECISOES.
019000     IF NOT DEC-LIBERA AND NOT DEC-CONFIRMA
019100         DISPLAY "DECISAO INVALIDA PARA " DEC-CUST-ID "/"
019200             DEC-LISTA-ID ": " DEC-DECISAO
019300         ADD 1 TO WS-QTDE-RECUSADAS
019400         GO TO 2200-TRATAR-DECISAO-LER
019500     END-IF.
019600     MOVE DEC-CUST-ID TO SOC-CUST-ID.
019700     MOVE DEC-LISTA-ID TO SOC-LISTA-ID.
019800     READ OCORRENCIA-FILE
019900         INVALID KEY
020000             CONTINUE
020100     END-READ.
020200     IF NOT OCORR-OK
020300         DISPLAY "DECISAO RECUSADA - OCORRENCIA " DEC-CUST-ID "/"
020400             DEC-LISTA-ID " NAO ENCONTRADA"
020500         ADD 1 TO WS-QTDE-RECUSADAS
020600         GO TO 2200-TRATAR-DECISAO-LER
020700     END-IF.
020800     IF NOT SOC-PENDENTE
020900         DISPLAY "DECISAO RECUSADA - OCORRENCIA " DEC-CUST-ID "/"
021000             DEC-LISTA-ID " JA DECIDIDA (" SOC-SITUACAO ")"
021100         ADD 1 TO WS-QTDE-RECUSADAS
021200         GO TO 2200-TRATAR-DECISAO-LER
021300     END-IF.
021400     SET SEC-ACAO-FUNCAO TO TRUE.
021500     MOVE DEC-ANALISTA TO SEC-OPERADOR.
021600     MOVE "SANCAO  " TO SEC-FUNCAO.
021700     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
021800     IF DEC-ANALISTA = SPACES OR SEC-RC NOT = ZERO
021900         DISPLAY "DECISAO RECUSADA - ANALISTA " DEC-ANALISTA
022000             " SEM A FUNCAO SANCAO PARA " DEC-CUST-ID "/"
022100             DEC-LISTA-ID
022200         ADD 1 TO WS-QTDE-RECUSADAS
022300         GO TO 2200-TRATAR-DECISAO-LER
022400     END-IF.
022500     MOVE "SANDECIS" TO AUD-PROGRAMA.
022600     MOVE 9 TO AUD-OPCODE.
022700     MOVE SOC-CUST-ID TO AUD-CHAVE.
022800     IF DEC-LIBERA
022900         SET SOC-LIBERADO TO TRUE
023000         MOVE "LIBERA" TO AUD-EVENTO
023100     ELSE
023200         SET SOC-CONFIRMADO TO TRUE
023300         MOVE "CONFIRMA" TO AUD-EVENTO
023400     END-IF.
023500     MOVE DEC-ANALISTA TO SOC-ANALISTA.
023600     MOVE RUN-DATA TO SOC-DATA-DECISAO.
023700     MOVE DEC-PARECER TO SOC-PARECER.
023800     REWRITE SAN-OCORRENCIA-RECORD.
023900     IF NOT OCORR-OK
024000         MOVE "SANDECIS" TO ERR-PROGRAMA
024100         SET ERR-TIPO-ARQUIVO TO TRUE
024200         MOVE "REGRAVACAO NO ARQUIVO SANHIT" TO ERR-CONTEXTO
024300         MOVE WS-OCORR-FILE-STATUS TO ERR-FILE-STATUS
024400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024500         ADD 1 TO WS-QTDE-RECUSADAS
024600         GO TO 2200-TRATAR-DECISAO-LER
024700     END-IF.
024800     IF DEC-LIBERA
024900         ADD 1 TO WS-QTDE-LIBERADAS
025000     ELSE
025100         ADD 1 TO WS-QTDE-CONFIRMADAS
025200         DISPLAY "OCORRENCIA CONFIRMADA - CLIENTE " SOC-CUST-ID
025300             " NA LISTA " SOC-LISTA-FONTE " (" SOC-LISTA-ID ")"
025400     END-IF.
025500     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
025600 2200-TRATAR-DECISAO-LER.
025700     PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
025800 2200-TRATAR-DECISAO-EXIT.
025900     EXIT.
