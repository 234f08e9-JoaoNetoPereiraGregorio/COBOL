003200*                       COPYBOOKS/RUNLOG.CPY), COM INICIO, FIM,
003200*                       REGISTROS PROCESSADOS E RETURN-CODE,
003200*                       PARA O RELATORIO DE SLA (SLA-REPORT).
003200*    2026-10-15 OPR     O CASAMENTO POR NOME DEIXA A TABELA DE
003200*                       5000 NOMES EM MEMORIA (ACIMA DISSO SO OS
003200*                       PRIMEIROS ERAM COMPARADOS, E CADA PROCURA
003200*                       VARRIA A TABELA): O MESTRE E VARRIDO UMA
003200*                       VEZ PARA O INDICE DE TRABALHO NOMEIDX (VER
003200*                       COPYBOOKS/NOMIDX.CPY) E CADA CANDIDATO E
003200*                       PROCURADO POR START + READ NEXT, SEM
003200*                       LIMITE DE TAMANHO DO MESTRE.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
005400     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
005400         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RLOG-FILE-STATUS.
005400     SELECT NAME-INDEX-FILE ASSIGN TO "NOMEIDX"
005400         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS NIX-CHAVE
005400         FILE STATUS IS WS-NIX-FILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
007900     RECORDING MODE IS F.
007900 COPY "RUNLOG.cpy".
007900*
007900 FD  NAME-INDEX-FILE.
007900*    INDICE DE NOMES NORMALIZADOS (VER COPYBOOKS/NOMIDX.CPY)
007900 COPY "NOMIDX.cpy".
007900*
007900 WORKING-STORAGE SECTION.
008000*
008100 77  WS-IN-FILE-STATUS       PIC X(02) VALUE ZEROS.
009300     88  FIM-DO-MESTRE       VALUE "Y".
009400*
009500***************************************************************
009500*    INDICE DE NOMES NORMALIZADOS DO MESTRE, MONTADO NO INICIO
009500*    DO LOTE PARA O CASAMENTO POR NOME (VER COPYBOOKS/NOMIDX.CPY)
009800***************************************************************
009800 77  WS-NIX-FILE-STATUS      PIC X(02) VALUE ZEROS.
009800     88  NIX-FILE-OK         VALUE "00".
009800 77  WS-NIX-ABERTO-SW        PIC X(01) VALUE "N".
009800     88  NIX-ABERTO          VALUE "S".
009800 77  WS-NIX-FIM-SW           PIC X(01) VALUE "N".
009800     88  FIM-DO-NOME         VALUE "S".
009800 77  WS-QTDE-NOMES           PIC 9(07) COMP VALUE ZERO.
010700*
010800 77  WS-CAND-NORM            PIC X(30) VALUE SPACES.
010900 77  WS-QTDE-CASAMENTOS      PIC 9(05) COMP VALUE ZERO.
015500     STOP RUN.
015600*
015700***************************************************************
015700*    1000-INICIALIZAR - ABRE OS ARQUIVOS E MONTA O INDICE DE    *
015900*    NOMES NORMALIZADOS DO MESTRE                               *
016000***************************************************************
016100 1000-INICIALIZAR.
019000         GO TO 1000-INICIALIZAR-EXIT
019100     END-IF.
019200     OPEN EXTEND REJECT-FILE.
019200     PERFORM 1200-MONTAR-INDICE-NOMES
019200         THRU 1200-MONTAR-INDICE-NOMES-EXIT.
019200     IF FIM-DO-ARQUIVO
019200         GO TO 1000-INICIALIZAR-EXIT
019200     END-IF.
019400     PERFORM 1100-LER-TRANSACAO THRU 1100-LER-TRANSACAO-EXIT.
019500 1000-INICIALIZAR-EXIT.
019600     EXIT.
020700     EXIT.
020800*
020900***************************************************************
020900*    1200-MONTAR-INDICE-NOMES - VARRE O MESTRE UMA VEZ E GRAVA  *
020900*    O NOME NORMALIZADO + CUST-ID DE CADA CLIENTE NO NOMEIDX,   *
020900*    DEPOIS REABRE O INDICE PARA CONSULTA                       *
021200***************************************************************
021200 1200-MONTAR-INDICE-NOMES.
021200     OPEN OUTPUT NAME-INDEX-FILE.
021200     IF NOT NIX-FILE-OK
021200         MOVE "TRANSENR" TO ERR-PROGRAMA
021200         SET ERR-TIPO-ARQUIVO TO TRUE
021200         MOVE "CRIACAO DO INDICE NOMEIDX" TO ERR-CONTEXTO
021200         MOVE WS-NIX-FILE-STATUS TO ERR-FILE-STATUS
021200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
021200         MOVE "Y" TO WS-EOF-SWITCH
021200         GO TO 1200-MONTAR-INDICE-NOMES-EXIT
021200     END-IF.
021400     PERFORM 1210-LER-MESTRE THRU 1210-LER-MESTRE-EXIT.
021400     PERFORM 1220-INDEXAR-CLIENTE THRU 1220-INDEXAR-CLIENTE-EXIT
021400         UNTIL FIM-DO-MESTRE.
021400     CLOSE NAME-INDEX-FILE.
021400     OPEN INPUT NAME-INDEX-FILE.
021400     IF NOT NIX-FILE-OK
021400         MOVE "TRANSENR" TO ERR-PROGRAMA
021400         SET ERR-TIPO-ARQUIVO TO TRUE
021400         MOVE "ABERTURA DO INDICE NOMEIDX" TO ERR-CONTEXTO
021400         MOVE WS-NIX-FILE-STATUS TO ERR-FILE-STATUS
021400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
021400         MOVE "Y" TO WS-EOF-SWITCH
021400         GO TO 1200-MONTAR-INDICE-NOMES-EXIT
023000     END-IF.
023000     MOVE "S" TO WS-NIX-ABERTO-SW.
023000 1200-MONTAR-INDICE-NOMES-EXIT.
023200     EXIT.
023300*
023400***************************************************************
024000             MOVE "Y" TO WS-MASTER-EOF-SWITCH
024100     END-READ.
024200 1210-LER-MESTRE-EXIT.
024200     EXIT.
024200*
024200***************************************************************
024200*    1220-INDEXAR-CLIENTE - NOME EM BRANCO NAO ENTRA NO INDICE  *
024200*    (NAO CASARIA COM NENHUM CANDIDATO)                         *
024200***************************************************************
024200 1220-INDEXAR-CLIENTE.
024200     MOVE CUST-NOME TO NRM-ENTRADA.
024200     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
024200     IF NRM-SAIDA NOT = SPACES
024200         MOVE SPACES TO NIX-RECORD
024200         MOVE NRM-SAIDA TO NIX-NOME
024200         MOVE CUST-ID TO NIX-CUST-ID
024200         MOVE NRM-SAIDA TO NIX-NORM
024200         MOVE CUST-STATUS TO NIX-STATUS
024200         MOVE ZERO TO NIX-SALDO
024200         WRITE NIX-RECORD
024200             INVALID KEY
024200                 CONTINUE
024200         END-WRITE
024200         IF NIX-FILE-OK
024200             ADD 1 TO WS-QTDE-NOMES
024200         END-IF
024200     END-IF.
024200     PERFORM 1210-LER-MESTRE THRU 1210-LER-MESTRE-EXIT.
024200 1220-INDEXAR-CLIENTE-EXIT.
024300     EXIT.
024400*
024500***************************************************************
028800     EXIT.
028900*
029000***************************************************************
029000*    2200-CASAR-POR-NOME - NORMALIZA O CANDIDATO E POSICIONA    *
029000*    NO PRIMEIRO NOME IGUAL DO NOMEIDX; SO UM CASAMENTO UNICO   *
029000*    CARIMBA O ID                                               *
029300***************************************************************
029400 2200-CASAR-POR-NOME.
029500     IF ENR-NOME-CAND = SPACES
030100     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
030200     MOVE NRM-SAIDA TO WS-CAND-NORM.
030300     MOVE ZERO TO WS-QTDE-CASAMENTOS.
030300     MOVE "N" TO WS-NIX-FIM-SW.
030300     MOVE WS-CAND-NORM TO NIX-NOME.
030300     MOVE LOW-VALUES TO NIX-CUST-ID.
030300     START NAME-INDEX-FILE KEY IS NOT LESS THAN NIX-CHAVE
030300         INVALID KEY
030300             MOVE "S" TO WS-NIX-FIM-SW
030300     END-START.
030400     PERFORM 2250-TESTAR-NOME THRU 2250-TESTAR-NOME-EXIT
030400         UNTIL FIM-DO-NOME
030700         OR WS-QTDE-CASAMENTOS > 1.
030800     EVALUATE WS-QTDE-CASAMENTOS
030900         WHEN 1
032100     EXIT.
032200*
032300***************************************************************
032300*    2250-TESTAR-NOME - LE O PROXIMO DO INDICE; ACABOU O NOME   *
032300*    DO CANDIDATO, ACABOU A PROCURA                             *
032500***************************************************************
032600 2250-TESTAR-NOME.
032600     READ NAME-INDEX-FILE NEXT RECORD
032600         AT END
032600             MOVE "S" TO WS-NIX-FIM-SW
032600             GO TO 2250-TESTAR-NOME-EXIT
032600     END-READ.
032600     IF NIX-NOME NOT = WS-CAND-NORM
032600         MOVE "S" TO WS-NIX-FIM-SW
032600         GO TO 2250-TESTAR-NOME-EXIT
033000     END-IF.
033000     ADD 1 TO WS-QTDE-CASAMENTOS.
033000     MOVE NIX-CUST-ID TO WS-ID-CASADO.
033100 2250-TESTAR-NOME-EXIT.
033200     EXIT.
033300*
037100     IF REJECT-FILE-OK
037200         CLOSE REJECT-FILE
037300     END-IF.
037300     IF NIX-ABERTO
037300         CLOSE NAME-INDEX-FILE
037300     END-IF.
037400     DISPLAY "====== ENRIQUECIMENTO DE TRANSACOES ======".
037400     DISPLAY "CLIENTES NO NOMEIDX ....: " WS-QTDE-NOMES.
037500     DISPLAY "TRANSACOES LIDAS .......: " WS-QTDE-LIDOS.
037600     DISPLAY "CASADAS POR ID .........: " WS-QTDE-POR-ID.
037700     DISPLAY "CASADAS POR NOME .......: " WS-QTDE-POR-NOME.
