002980*                       NAO PODE SER REFECHADO - O FECHAMENTO E
002990*                       RECUSADO COM RC 16, PARA NAO REABRIR
002991*                       NUMERO JA ENTREGUE.
002992*    2026-10-15 OPR     POSICAO PROVISIONADA NO FECHAMENTO: O
002993*                       CADASTRO PDDREG DO PROVISAO-PDD (VER
002994*                       PDDREG.CPY) E FOTOGRAFADO NO ARQUIVO DE
002995*                       PERIODO PERPDD AO LADO DO PERSNAP, E O
002996*                       RELATORIO TRAZ A PDD POR CLASSE, O TOTAL
002997*                       DEVEDOR E A CARTEIRA LIQUIDA DE PDD.
002997*    2026-10-15 OPR     FOTO POR CONTA NO FECHAMENTO: AO LADO DO
002997*                       PERSNAP, O SUB-RAZAO CUSTACCT E
002997*                       FOTOGRAFADO NO ARQUIVO DE PERIODO PERCTA
002997*                       (VER PCTREG.CPY) - UMA LINHA POR CONTA COM
002997*                       PERIODO, CPF/CNPJ DO TITULAR E SALDO DE
002997*                       FIM DE MES, BASE DO SALDO MENSAL DA
002997*                       E-FINANCEIRA. SEM CUSTACCT O FECHAMENTO
002997*                       SEGUE SO COM O PERSNAP.
002997*    2026-10-15 OPR     ENCERRAMENTO DO EXERCICIO: MES DE ANO JA
002997*                       ENCERRADO PELO ENCERRAMENTO-EXERCICIO
002997*                       (PERIODO AAAA13 "E" NO PERCTL) E RECUSADO
002997*                       COM RC 16 - O FECHAMENTO NAO REFOTOGRAFA
002997*                       UM MES CUJO RESULTADO JA FOI LEVADO A
002997*                       LUCROS ACUMULADOS.
002997*    2026-10-15 OPR     REFECHAMENTO CONTROLADO: PERIODO JA
002997*                       FECHADO ("F" COMO ULTIMA SITUACAO NO
002997*                       PERCTL) E RECUSADO COM RC 16 - SO VOLTA A
002997*                       FECHAR DEPOIS DE REABERTO PELO
002997*                       PERIODO-REABRIR ("R"), MESMO EM EXERCICIO
002997*                       ENCERRADO. NO REFECHAMENTO A FOTO NOVA
002997*                       (PERSNAP) E A FOTO ANTERIOR DO PERIODO (DD
002997*                       PERSNAPA, QUE FICA GUARDADA) MAIS OS
002997*                       AJUSTES "AJUSTPER" DO JOURNAL COM
002997*                       COMPETENCIA NO PERIODO LANCADOS DEPOIS DA
002997*                       REABERTURA; A PDD E A FOTO POR CONTA FICAM
002997*                       AS DO FECHAMENTO ORIGINAL. O RELATORIO SAI
002997*                       COMO REFECHAMENTO COM OS AJUSTES APLICADOS
002997*                       E O PERIODO VOLTA A "F".
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
004500     SELECT SNAPSHOT-FILE ASSIGN TO "PERSNAP"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SNAP-FILE-STATUS.
004700     SELECT SNAP-ANT-FILE ASSIGN TO "PERSNAPA"
004700         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SNAPA-FILE-STATUS.
004800     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
005400     SELECT PRINT-FILE ASSIGN TO "FECPRT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PRINT-FILE-STATUS.
005610     SELECT PDD-FILE ASSIGN TO "PDDREG"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS SEQUENTIAL
005640         RECORD KEY IS PDD-CUST-ID
005650         FILE STATUS IS WS-PDD-FILE-STATUS.
005660     SELECT PDD-SNAP-FILE ASSIGN TO "PERPDD"
005670         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-PDDSNAP-FILE-STATUS.
005680     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
005680         ORGANIZATION IS INDEXED
005680         ACCESS MODE IS SEQUENTIAL
005680         RECORD KEY IS ACC-CHAVE
005680         FILE STATUS IS WS-ACCT-FILE-STATUS.
005680     SELECT PERCTA-FILE ASSIGN TO "PERCTA"
005680         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-PERCTA-FILE-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
007000 FD  SNAPSHOT-FILE
007100     RECORDING MODE IS F.
007200 01  SNAPSHOT-RECORD         PIC X(80).
007200*
007200*    FOTO ANTERIOR DO PERIODO, SO LIDA NO REFECHAMENTO
007200 FD  SNAP-ANT-FILE
007200     RECORDING MODE IS F.
007200 01  SNAP-ANT-RECORD         PIC X(80).
007300*
007400 FD  JOURNAL-FILE
007500     RECORDING MODE IS F.
008900 FD  PRINT-FILE
009000     RECORDING MODE IS F.
009100 01  PRINT-LINE              PIC X(132).
009110*
009120 FD  PDD-FILE.
009130*    CADASTRO DE PROVISAO PDD (VER COPYBOOKS/PDDREG.CPY)
009140 COPY "PDDREG.cpy".
009150*
009160 FD  PDD-SNAP-FILE
009170     RECORDING MODE IS F.
009180 01  PDD-SNAP-RECORD         PIC X(80).
009180*
009180 FD  ACCOUNT-FILE.
009180*    SUB-RAZAO DE CONTAS POR CLIENTE (VER COPYBOOKS/ACCTREC.CPY)
009180 COPY "ACCTREC.cpy".
009180*
009180 FD  PERCTA-FILE
009180     RECORDING MODE IS F.
009180*    FOTO POR CONTA DO PERIODO (VER COPYBOOKS/PCTREG.CPY)
009180 COPY "PCTREG.cpy".
009200*
009300 WORKING-STORAGE SECTION.
009400*
013194     88  FIM-DO-REGSUBM      VALUE "Y".
013194 77  WS-JA-SUBMETIDO-SW      PIC X(01) VALUE "N".
013194     88  PERIODO-JA-SUBMETIDO VALUE "Y".
013194 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
013194     88  FIM-DO-PERCTL       VALUE "Y".
013194 77  WS-TRAVADO-SW           PIC X(01) VALUE "N".
013194     88  EXERCICIO-TRAVADO   VALUE "Y".
013194 01  WS-PERIODO-TRAVA.
013194     05  WS-TRAVA-ANO        PIC 9(04) VALUE ZERO.
013194     05  WS-TRAVA-MES        PIC 9(02) VALUE ZERO.
013194*    ULTIMA SITUACAO DO PERIODO NO PERCTL: "F" JA FECHADO (SO
013194*    REFECHA DEPOIS DA REABERTURA CONTROLADA), "R" REABERTO PELO
013194*    PERIODO-REABRIR (O PASSO VIRA REFECHAMENTO)
013194 77  WS-SITUACAO-PERIODO     PIC X(01) VALUE SPACE.
013194     88  PERIODO-JA-FECHADO  VALUE "F".
013194     88  REFECHAMENTO        VALUE "R".
013195 77  WS-AG-ACHADO            PIC 9(02) COMP VALUE ZERO.
013196 77  WS-AGENCIA-TRAB         PIC X(02) VALUE SPACES.
013197*
013198***************************************************************
013199*    POSICAO PROVISIONADA (PDDREG) DO PERIODO
013200***************************************************************
013201 77  WS-PDD-FILE-STATUS      PIC X(02) VALUE ZEROS.
013202     88  PDD-OK              VALUE "00".
013203 77  WS-PDDSNAP-FILE-STATUS  PIC X(02) VALUE ZEROS.
013204     88  PDDSNAP-FILE-OK     VALUE "00".
013205 77  WS-PDD-EOF-SWITCH       PIC X(01) VALUE "N".
013206     88  FIM-DO-PDDREG       VALUE "Y".
013207 77  WS-SALDO-DEVEDOR        PIC S9(13)V99 COMP-3 VALUE ZERO.
013208 77  WS-TOTAL-PDD            PIC 9(13)V99 COMP-3 VALUE ZERO.
013209 77  WS-CARTEIRA-LIQUIDA     PIC S9(13)V99 COMP-3 VALUE ZERO.
013210 77  WS-QTDE-CLASSES         PIC 9(02) COMP VALUE ZERO.
013211 01  TABELA-CLASSES-PDD.
013212     05  CLASSE-PDD-ENTRY OCCURS 12 TIMES
013213         DEPENDING ON WS-QTDE-CLASSES
013214         INDEXED BY CL-IDX.
013215         10  CLP-CLASSE      PIC X(02).
013216         10  CLP-QTDE        PIC 9(07) COMP.
013217         10  CLP-VALOR       PIC 9(13)V99 COMP-3.
013218 77  WS-CL-SUB               PIC 9(02) COMP VALUE ZERO.
013219 77  WS-CL-ACHADO            PIC 9(02) COMP VALUE ZERO.
013219*
013219***************************************************************
013219*    FOTO POR CONTA DO SUB-RAZAO (PERCTA) DO PERIODO
013219***************************************************************
013219 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
013219     88  ACCT-OK             VALUE "00".
013219 77  WS-PERCTA-FILE-STATUS   PIC X(02) VALUE ZEROS.
013219     88  PERCTA-FILE-OK      VALUE "00".
013219 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
013219     88  FIM-DO-SUBRAZAO     VALUE "Y".
013219 77  WS-FOTO-CONTAS-SW       PIC X(01) VALUE "N".
013219     88  FOTO-CONTAS-ATIVA   VALUE "Y".
013219 77  WS-QTDE-CONTAS-FOTO     PIC 9(07) COMP VALUE ZERO.
013219 77  WS-QTDE-CONTAS-CLIENTE  PIC 9(03) COMP VALUE ZERO.
013200*
013300***************************************************************
013300*    REFECHAMENTO: FOTO ANTERIOR (PERSNAPA) MAIS OS AJUSTES DO
013300*    PERIODO LANCADOS NO JOURNAL DEPOIS DA REABERTURA
013300***************************************************************
013300 77  WS-SNAPA-FILE-STATUS    PIC X(02) VALUE ZEROS.
013300     88  SNAPA-FILE-OK       VALUE "00".
013300 01  WS-REABERTURA.
013300     05  WS-REAB-DATA        PIC 9(08) VALUE ZERO.
013300     05  WS-REAB-HORA        PIC 9(08) VALUE ZERO.
013300 01  WS-CARIMBO-JRN.
013300     05  WS-CARIMBO-DATA     PIC 9(08) VALUE ZERO.
013300     05  WS-CARIMBO-HORA     PIC 9(08) VALUE ZERO.
013300 01  WS-IMAGEM-SALDO.
013300     05  WS-IMG-SALDO-X      PIC X(09) VALUE SPACES.
013300     05  WS-IMG-SALDO REDEFINES WS-IMG-SALDO-X
013300                             PIC S9(7)V99.
013300 77  WS-DIF-AJUSTE           PIC S9(9)V99 COMP-3 VALUE ZERO.
013300 77  WS-TOTAL-AJUSTES        PIC S9(13)V99 COMP-3 VALUE ZERO.
013300 77  WS-QTDE-AJUSTES-LIDOS   PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-AJUSTES-APLIC   PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-AJUSTES-ORFAOS  PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-AJUSTES         PIC 9(04) COMP VALUE ZERO.
013300 01  TABELA-AJUSTES.
013300     05  AJUSTE-ENTRY OCCURS 1000 TIMES
013300         DEPENDING ON WS-QTDE-AJUSTES
013300         INDEXED BY AJ-IDX.
013300         10  AJT-CUST-ID     PIC X(10).
013300         10  AJT-VALOR       PIC S9(11)V99 COMP-3.
013300         10  AJT-APLICADO    PIC X(01).
013300*
013300***************************************************************
013400*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
013500*    COPYBOOKS/RPTWRT.CPY)
013600***************************************************************
015910     IF RETURN-CODE = ZERO
015920         PERFORM 1200-TESTAR-SUBMISSAO
015930             THRU 1200-TESTAR-SUBMISSAO-EXIT
015930     END-IF.
015930     IF RETURN-CODE = ZERO
015930         PERFORM 1300-TESTAR-EXERCICIO
015930             THRU 1300-TESTAR-EXERCICIO-EXIT
015940     END-IF.
015940     IF RETURN-CODE = ZERO AND REFECHAMENTO
015940         PERFORM 1400-CARREGAR-AJUSTES
015940             THRU 1400-CARREGAR-AJUSTES-EXIT
015940     END-IF.
016000     IF RETURN-CODE = ZERO
016100         PERFORM 2000-FOTOGRAFAR THRU 2000-FOTOGRAFAR-EXIT
016300     IF RETURN-CODE = ZERO
016400         PERFORM 3000-CONTAR-JOURNAL
016500             THRU 3000-CONTAR-JOURNAL-EXIT
016500*        NO REFECHAMENTO A POSICAO PROVISIONADA DO PERIODO FICA A
016500*        DO FECHAMENTO ORIGINAL (O PERPDD NAO E REGRAVADO)
016500         IF NOT REFECHAMENTO
016500             PERFORM 3500-FOTOGRAFAR-PDD
016500                 THRU 3500-FOTOGRAFAR-PDD-EXIT
016500         END-IF
016600         PERFORM 4000-IMPRIMIR-FECHAMENTO
016700             THRU 4000-IMPRIMIR-FECHAMENTO-EXIT
016800         PERFORM 5000-MARCAR-FECHADO
019744             MOVE "Y" TO WS-SUBM-EOF-SWITCH
019745     END-READ.
019746 1250-LER-SUBMISSAO-EXIT.
019746     EXIT.
019746*
019746***************************************************************
019746*    1300-TESTAR-EXERCICIO - MES DE EXERCICIO JA ENCERRADO      *
019746*    (PERIODO AAAA13 "E" NO PERCTL, GRAVADO PELO ENCERRAMENTO-  *
019746*    EXERCICIO) NAO E REFECHADO; PERIODO JA FECHADO TAMBEM NAO, *
019746*    A MENOS QUE A ULTIMA SITUACAO SEJA "R" (REABERTO PELO      *
019746*    PERIODO-REABRIR) - AI O PASSO E UM REFECHAMENTO            *
019746***************************************************************
019746 1300-TESTAR-EXERCICIO.
019746     MOVE WS-PERIODO(1:4) TO WS-TRAVA-ANO.
019746     MOVE 13 TO WS-TRAVA-MES.
019746     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
019746     OPEN INPUT PERIOD-CTL-FILE.
019746     IF NOT PERIOD-FILE-OK
019746         GO TO 1300-TESTAR-EXERCICIO-EXIT
019746     END-IF.
019746     PERFORM 1350-LER-PERCTL THRU 1350-LER-PERCTL-EXIT.
019746     PERFORM 1360-TESTAR-TRAVA THRU 1360-TESTAR-TRAVA-EXIT
019746         UNTIL FIM-DO-PERCTL.
019746     CLOSE PERIOD-CTL-FILE.
019746     IF EXERCICIO-TRAVADO AND NOT REFECHAMENTO
019746         DISPLAY "ABEND-FECHAMES: PERIODO " WS-PERIODO
019746             " PERTENCE A EXERCICIO ENCERRADO (PERCTL "
019746             WS-PERIODO-TRAVA ") - FECHAMENTO RECUSADO."
019746         MOVE 16 TO RETURN-CODE
019746         GO TO 1300-TESTAR-EXERCICIO-EXIT
019746     END-IF.
019746     IF PERIODO-JA-FECHADO
019746         DISPLAY "ABEND-FECHAMES: PERIODO " WS-PERIODO
019746             " JA FECHADO - PARA REFECHAR, REABRIR ANTES PELO "
019746             "PERIODO-REABRIR."
019746         MOVE 16 TO RETURN-CODE
019746         GO TO 1300-TESTAR-EXERCICIO-EXIT
019746     END-IF.
019746     IF REFECHAMENTO
019746         DISPLAY "REFECHAMENTO DO PERIODO " WS-PERIODO
019746             " (REABERTO EM " WS-REAB-DATA " " WS-REAB-HORA
019746             ") - FOTO ANTERIOR (PERSNAPA) MAIS AJUSTES."
019746     END-IF.
019746 1300-TESTAR-EXERCICIO-EXIT.
019746     EXIT.
019746*
019746***************************************************************
019746*    1350-LER-PERCTL                                           *
019746***************************************************************
019746 1350-LER-PERCTL.
019746     READ PERIOD-CTL-FILE
019746         AT END
019746             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
019746     END-READ.
019746 1350-LER-PERCTL-EXIT.
019746     EXIT.
019746*
019746***************************************************************
019746*    1360-TESTAR-TRAVA                                         *
019746***************************************************************
019746 1360-TESTAR-TRAVA.
019746     IF PER-PERIODO = WS-PERIODO-TRAVA AND PER-SITUACAO = "E"
019746         MOVE "Y" TO WS-TRAVADO-SW
019746     END-IF.
019746     IF PER-PERIODO = WS-PERIODO
019746         MOVE PER-SITUACAO TO WS-SITUACAO-PERIODO
019746         IF REFECHAMENTO
019746             MOVE PER-DATA TO WS-REAB-DATA
019746             MOVE PER-HORA TO WS-REAB-HORA
019746         END-IF
019746     END-IF.
019746     PERFORM 1350-LER-PERCTL THRU 1350-LER-PERCTL-EXIT.
019746 1360-TESTAR-TRAVA-EXIT.
019747     EXIT.
019900*
020000***************************************************************
020000*    1400-CARREGAR-AJUSTES - SOMA POR CLIENTE A DIFERENCA DE    *
020000*    SALDO (DEPOIS - ANTES) DOS AJUSTES "AJUSTPER" DO JOURNAL   *
020000*    COM COMPETENCIA NO PERIODO, LANCADOS DEPOIS DA REABERTURA; *
020000*    SEM O JOURNAL O REFECHAMENTO E RECUSADO                    *
020000***************************************************************
020000 1400-CARREGAR-AJUSTES.
020000     OPEN INPUT JOURNAL-FILE.
020000     IF NOT JOURNAL-FILE-OK
020000         DISPLAY "ABEND-FECHAMES: JRNFILE INDISPONIVEL (STATUS "
020000             WS-JOURNAL-FILE-STATUS ") - REFECHAMENTO SEM OS "
020000             "AJUSTES RECUSADO."
020000         MOVE 16 TO RETURN-CODE
020000         GO TO 1400-CARREGAR-AJUSTES-EXIT
020000     END-IF.
020000     MOVE "N" TO WS-JRN-EOF-SWITCH.
020000     PERFORM 3100-LER-JOURNAL THRU 3100-LER-JOURNAL-EXIT.
020000     PERFORM 1450-ACUMULAR-AJUSTE THRU 1450-ACUMULAR-AJUSTE-EXIT
020000         UNTIL FIM-DO-JOURNAL.
020000     CLOSE JOURNAL-FILE.
020000     MOVE "N" TO WS-JRN-EOF-SWITCH.
020000 1400-CARREGAR-AJUSTES-EXIT.
020000     EXIT.
020000*
020000***************************************************************
020000*    1450-ACUMULAR-AJUSTE                                      *
020000***************************************************************
020000 1450-ACUMULAR-AJUSTE.
020000     IF JRN-PROGRAMA NOT = "AJUSTPER"
020000         OR JRN-REF-DATA NOT NUMERIC
020000         OR JRN-REF-DATA(1:6) NOT = WS-PERIODO
020000         GO TO 1450-ACUMULAR-AJUSTE-LER
020000     END-IF.
020000     MOVE JRN-DATA TO WS-CARIMBO-DATA.
020000     MOVE JRN-HORA TO WS-CARIMBO-HORA.
020000     IF WS-CARIMBO-JRN < WS-REABERTURA
020000         GO TO 1450-ACUMULAR-AJUSTE-LER
020000     END-IF.
020000     MOVE JRN-DEPOIS(42:9) TO WS-IMG-SALDO-X.
020000     IF WS-IMG-SALDO NOT NUMERIC
020000         GO TO 1450-ACUMULAR-AJUSTE-LER
020000     END-IF.
020000     MOVE WS-IMG-SALDO TO WS-DIF-AJUSTE.
020000     MOVE JRN-ANTES(42:9) TO WS-IMG-SALDO-X.
020000     IF WS-IMG-SALDO NUMERIC
020000         SUBTRACT WS-IMG-SALDO FROM WS-DIF-AJUSTE
020000     END-IF.
020000     ADD 1 TO WS-QTDE-AJUSTES-LIDOS.
020000     ADD WS-DIF-AJUSTE TO WS-TOTAL-AJUSTES.
020000     IF WS-QTDE-AJUSTES > ZERO
020000         SET AJ-IDX TO 1
020000         SEARCH AJUSTE-ENTRY
020000             WHEN AJT-CUST-ID(AJ-IDX) = JRN-CHAVE
020000                 ADD WS-DIF-AJUSTE TO AJT-VALOR(AJ-IDX)
020000                 GO TO 1450-ACUMULAR-AJUSTE-LER
020000         END-SEARCH
020000     END-IF.
020000     IF WS-QTDE-AJUSTES >= 1000
020000         DISPLAY "ABEND-FECHAMES: MAIS DE 1000 CLIENTES "
020000             "AJUSTADOS NO PERIODO " WS-PERIODO
020000             " - REFECHAMENTO RECUSADO."
020000         MOVE 16 TO RETURN-CODE
020000         MOVE "Y" TO WS-JRN-EOF-SWITCH
020000         GO TO 1450-ACUMULAR-AJUSTE-EXIT
020000     END-IF.
020000     ADD 1 TO WS-QTDE-AJUSTES.
020000     MOVE JRN-CHAVE TO AJT-CUST-ID(WS-QTDE-AJUSTES).
020000     MOVE WS-DIF-AJUSTE TO AJT-VALOR(WS-QTDE-AJUSTES).
020000     MOVE "N" TO AJT-APLICADO(WS-QTDE-AJUSTES).
020000 1450-ACUMULAR-AJUSTE-LER.
020000     PERFORM 3100-LER-JOURNAL THRU 3100-LER-JOURNAL-EXIT.
020000 1450-ACUMULAR-AJUSTE-EXIT.
020000     EXIT.
020000*
020000***************************************************************
020000*    2000-FOTOGRAFAR - SNAPSHOT DO MESTRE + TOTAIS POR STATUS;  *
020000*    NO REFECHAMENTO A FONTE E A FOTO ANTERIOR (PERSNAPA) COM   *
020000*    OS AJUSTES, E NAO HA NOVA FOTO POR CONTA                   *
020200***************************************************************
020300 2000-FOTOGRAFAR.
020400     OPEN INPUT CUSTOMER-MASTER.
022000         CLOSE CUSTOMER-MASTER
022100         GO TO 2000-FOTOGRAFAR-EXIT
022200     END-IF.
022200     IF REFECHAMENTO
022200         OPEN INPUT SNAP-ANT-FILE
022200         IF NOT SNAPA-FILE-OK
022200             MOVE "FECHAMES" TO ERR-PROGRAMA
022200             SET ERR-TIPO-ARQUIVO TO TRUE
022200             MOVE "ABERTURA DO ARQUIVO PERSNAPA" TO ERR-CONTEXTO
022200             MOVE WS-SNAPA-FILE-STATUS TO ERR-FILE-STATUS
022200             CALL "ERROR-HANDLER" USING ERR-PARAMETROS
022200             CLOSE CUSTOMER-MASTER
022200             CLOSE SNAPSHOT-FILE
022200             GO TO 2000-FOTOGRAFAR-EXIT
022200         END-IF
022200     ELSE
022200         PERFORM 2050-ABRIR-FOTO-CONTAS
022200             THRU 2050-ABRIR-FOTO-CONTAS-EXIT
022200     END-IF.
022300     PERFORM 2100-LER-MESTRE THRU 2100-LER-MESTRE-EXIT.
022400     PERFORM 2200-ACUMULAR THRU 2200-ACUMULAR-EXIT
022500         UNTIL FIM-DO-MESTRE.
022600     CLOSE CUSTOMER-MASTER.
022700     CLOSE SNAPSHOT-FILE.
022700     IF REFECHAMENTO
022700         CLOSE SNAP-ANT-FILE
022700         PERFORM 2160-CONTAR-ORFAO THRU 2160-CONTAR-ORFAO-EXIT
022700             VARYING AJ-IDX FROM 1 BY 1
022700             UNTIL AJ-IDX > WS-QTDE-AJUSTES
022700     END-IF.
022700     IF FOTO-CONTAS-ATIVA
022700         CLOSE ACCOUNT-FILE
022700         CLOSE PERCTA-FILE
022700     END-IF.
022800 2000-FOTOGRAFAR-EXIT.
022800     EXIT.
022800*
022800***************************************************************
022800*    2050-ABRIR-FOTO-CONTAS - SUB-RAZAO CUSTACCT E FOTO PERCTA; *
022800*    SEM UM DOS DOIS O FECHAMENTO SEGUE SO COM O PERSNAP        *
022800***************************************************************
022800 2050-ABRIR-FOTO-CONTAS.
022800     OPEN INPUT ACCOUNT-FILE.
022800     IF NOT ACCT-OK
022800         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
022800             WS-ACCT-FILE-STATUS ") - FECHAMENTO SEM FOTO POR "
022800             "CONTA (PERCTA)."
022800         GO TO 2050-ABRIR-FOTO-CONTAS-EXIT
022800     END-IF.
022800     OPEN OUTPUT PERCTA-FILE.
022800     IF NOT PERCTA-FILE-OK
022800         DISPLAY "AVISO: PERCTA INDISPONIVEL (STATUS "
022800             WS-PERCTA-FILE-STATUS ") - FECHAMENTO SEM FOTO POR "
022800             "CONTA."
022800         CLOSE ACCOUNT-FILE
022800         GO TO 2050-ABRIR-FOTO-CONTAS-EXIT
022800     END-IF.
022800     MOVE "Y" TO WS-FOTO-CONTAS-SW.
022800     PERFORM 2450-LER-CONTA THRU 2450-LER-CONTA-EXIT.
022800 2050-ABRIR-FOTO-CONTAS-EXIT.
022900     EXIT.
023000*
023100***************************************************************
023100*    2100-LER-MESTRE - NO REFECHAMENTO LE A FOTO ANTERIOR NA    *
023100*    AREA DO MESTRE E SOMA O AJUSTE DO CLIENTE                  *
023300***************************************************************
023400 2100-LER-MESTRE.
023400     IF REFECHAMENTO
023400         READ SNAP-ANT-FILE INTO CUSTOMER-MASTER-RECORD
023400             AT END
023400                 MOVE "Y" TO WS-MASTER-EOF-SWITCH
023400         END-READ
023400         IF NOT FIM-DO-MESTRE
023400             PERFORM 2150-APLICAR-AJUSTE
023400                 THRU 2150-APLICAR-AJUSTE-EXIT
023400         END-IF
023400         GO TO 2100-LER-MESTRE-EXIT
023400     END-IF.
023500     READ CUSTOMER-MASTER
023600         AT END
023700             MOVE "Y" TO WS-MASTER-EOF-SWITCH
023800     END-READ.
023900 2100-LER-MESTRE-EXIT.
023900     EXIT.
023900*
023900***************************************************************
023900*    2150-APLICAR-AJUSTE                                       *
023900***************************************************************
023900 2150-APLICAR-AJUSTE.
023900     IF WS-QTDE-AJUSTES = ZERO OR CUST-SALDO NOT NUMERIC
023900         GO TO 2150-APLICAR-AJUSTE-EXIT
023900     END-IF.
023900     SET AJ-IDX TO 1.
023900     SEARCH AJUSTE-ENTRY
023900         WHEN AJT-CUST-ID(AJ-IDX) = CUST-ID
023900             ADD AJT-VALOR(AJ-IDX) TO CUST-SALDO
023900             MOVE "S" TO AJT-APLICADO(AJ-IDX)
023900             ADD 1 TO WS-QTDE-AJUSTES-APLIC
023900     END-SEARCH.
023900 2150-APLICAR-AJUSTE-EXIT.
023900     EXIT.
023900*
023900***************************************************************
023900*    2160-CONTAR-ORFAO - AJUSTE DE CLIENTE QUE NAO ESTAVA NA    *
023900*    FOTO ANTERIOR FICA FORA DA NOVA FOTO E E LISTADO           *
023900***************************************************************
023900 2160-CONTAR-ORFAO.
023900     IF AJT-APLICADO(AJ-IDX) NOT = "S"
023900         ADD 1 TO WS-QTDE-AJUSTES-ORFAOS
023900         DISPLAY "AVISO: AJUSTE DO CLIENTE " AJT-CUST-ID(AJ-IDX)
023900             " SEM REGISTRO NA FOTO ANTERIOR - NAO APLICADO."
023900     END-IF.
023900 2160-CONTAR-ORFAO-EXIT.
024000     EXIT.
024100*
024200***************************************************************
024600     ADD 1 TO WS-QTDE-CLIENTES.
024700     MOVE CUSTOMER-MASTER-RECORD TO SNAPSHOT-RECORD.
024800     WRITE SNAPSHOT-RECORD.
024800     IF FOTO-CONTAS-ATIVA
024800         PERFORM 2400-FOTOGRAFAR-CONTAS
024800             THRU 2400-FOTOGRAFAR-CONTAS-EXIT
024800     END-IF.
024900     EVALUATE TRUE
025000         WHEN CUST-ATIVO
025100             ADD 1 TO WS-QTDE-ATIVO
026500         WHEN OTHER
026600             CONTINUE
026700     END-EVALUATE.
026701     IF CUST-SALDO NUMERIC AND CUST-SALDO < ZERO
026702         ADD CUST-SALDO TO WS-SALDO-DEVEDOR
026703     END-IF.
026710     PERFORM 2300-ACUMULAR-AGENCIA
026720         THRU 2300-ACUMULAR-AGENCIA-EXIT.
026800     PERFORM 2100-LER-MESTRE THRU 2100-LER-MESTRE-EXIT.
027046         MOVE WS-AG-SUB TO WS-AG-ACHADO
027047     END-IF.
027048 2350-TESTAR-AGENCIA-EXIT.
027048     EXIT.
027048*
027048***************************************************************
027048*    2400-FOTOGRAFAR-CONTAS - CONTAS DO CLIENTE CORRENTE NO     *
027048*    PERCTA (O SUB-RAZAO E LIDO NA ORDEM DE ACC-CHAVE, JUNTO    *
027048*    COM O MESTRE; CONTA DE CLIENTE QUE NAO ESTA MAIS NO MESTRE *
027048*    E PULADA). CLIENTE SEM CONTA E COM SALDO SAI COMO "CC"     *
027048***************************************************************
027048 2400-FOTOGRAFAR-CONTAS.
027048     MOVE ZERO TO WS-QTDE-CONTAS-CLIENTE.
027048     PERFORM 2450-LER-CONTA THRU 2450-LER-CONTA-EXIT
027048         UNTIL FIM-DO-SUBRAZAO
027048         OR ACC-CUST-ID NOT < CUST-ID.
027048 2400-FOTOGRAFAR-CONTAS-LOOP.
027048     IF FIM-DO-SUBRAZAO OR ACC-CUST-ID NOT = CUST-ID
027048         GO TO 2400-FOTOGRAFAR-CONTAS-MESTRE
027048     END-IF.
027048     MOVE SPACES TO PERCTA-RECORD.
027048     MOVE WS-PERIODO TO PCT-PERIODO.
027048     MOVE CUST-ID TO PCT-CUST-ID.
027048     MOVE ACC-TIPO TO PCT-CONTA.
027048     MOVE CUST-CPF-CNPJ TO PCT-CPF-CNPJ.
027048     MOVE ACC-SALDO TO PCT-SALDO.
027048     MOVE ACC-MOEDA TO PCT-MOEDA.
027048     WRITE PERCTA-RECORD.
027048     ADD 1 TO WS-QTDE-CONTAS-CLIENTE.
027048     ADD 1 TO WS-QTDE-CONTAS-FOTO.
027048     PERFORM 2450-LER-CONTA THRU 2450-LER-CONTA-EXIT.
027048     GO TO 2400-FOTOGRAFAR-CONTAS-LOOP.
027048 2400-FOTOGRAFAR-CONTAS-MESTRE.
027048     IF WS-QTDE-CONTAS-CLIENTE > ZERO
027048         OR CUST-SALDO NOT NUMERIC
027048         OR CUST-SALDO = ZERO
027048         GO TO 2400-FOTOGRAFAR-CONTAS-EXIT
027048     END-IF.
027048     MOVE SPACES TO PERCTA-RECORD.
027048     MOVE WS-PERIODO TO PCT-PERIODO.
027048     MOVE CUST-ID TO PCT-CUST-ID.
027048     MOVE "CC" TO PCT-CONTA.
027048     MOVE CUST-CPF-CNPJ TO PCT-CPF-CNPJ.
027048     MOVE CUST-SALDO TO PCT-SALDO.
027048     MOVE CUST-MOEDA TO PCT-MOEDA.
027048     WRITE PERCTA-RECORD.
027048     ADD 1 TO WS-QTDE-CONTAS-FOTO.
027048 2400-FOTOGRAFAR-CONTAS-EXIT.
027048     EXIT.
027048*
027048***************************************************************
027048*    2450-LER-CONTA                                            *
027048***************************************************************
027048 2450-LER-CONTA.
027048     READ ACCOUNT-FILE NEXT RECORD
027048         AT END
027048             MOVE "Y" TO WS-ACCT-EOF-SWITCH
027048     END-READ.
027048 2450-LER-CONTA-EXIT.
027049     EXIT.
027100*
027200***************************************************************
030000     END-READ.
030100 3100-LER-JOURNAL-EXIT.
030200     EXIT.
030210*
030220***************************************************************
030230*    3500-FOTOGRAFAR-PDD - COPIA NO PERPDD OS REGISTROS DO      *
030240*    PDDREG AVALIADOS NO PERIODO E TOTALIZA A PDD POR CLASSE    *
030250***************************************************************
030260 3500-FOTOGRAFAR-PDD.
030270     OPEN INPUT PDD-FILE.
030280     IF NOT PDD-OK
030290         DISPLAY "AVISO: PDDREG INDISPONIVEL (STATUS "
030300             WS-PDD-FILE-STATUS ") - FECHAMENTO SEM POSICAO "
030310             "PROVISIONADA."
030320         GO TO 3500-FOTOGRAFAR-PDD-EXIT
030330     END-IF.
030340     OPEN OUTPUT PDD-SNAP-FILE.
030350     PERFORM 3600-LER-PDD THRU 3600-LER-PDD-EXIT.
030360     PERFORM 3700-ACUMULAR-PDD THRU 3700-ACUMULAR-PDD-EXIT
030370         UNTIL FIM-DO-PDDREG.
030380     CLOSE PDD-FILE.
030390     IF PDDSNAP-FILE-OK
030400         CLOSE PDD-SNAP-FILE
030410     END-IF.
030420 3500-FOTOGRAFAR-PDD-EXIT.
030430     EXIT.
030440*
030450***************************************************************
030460*    3600-LER-PDD                                              *
030470***************************************************************
030480 3600-LER-PDD.
030490     READ PDD-FILE
030500         AT END
030510             MOVE "Y" TO WS-PDD-EOF-SWITCH
030520     END-READ.
030530 3600-LER-PDD-EXIT.
030540     EXIT.
030550*
030560***************************************************************
030570*    3700-ACUMULAR-PDD                                         *
030580***************************************************************
030590 3700-ACUMULAR-PDD.
030600     IF PDD-PERIODO NOT = WS-PERIODO OR PDD-VALOR = ZERO
030610         GO TO 3700-ACUMULAR-PDD-LER
030620     END-IF.
030630     IF PDDSNAP-FILE-OK
030640         MOVE PDD-RECORD TO PDD-SNAP-RECORD
030650         WRITE PDD-SNAP-RECORD
030660     END-IF.
030670     ADD PDD-VALOR TO WS-TOTAL-PDD.
030680     MOVE ZERO TO WS-CL-ACHADO.
030690     PERFORM 3750-TESTAR-CLASSE THRU 3750-TESTAR-CLASSE-EXIT
030700         VARYING WS-CL-SUB FROM 1 BY 1
030710         UNTIL WS-CL-SUB > WS-QTDE-CLASSES
030720         OR WS-CL-ACHADO > ZERO.
030730     IF WS-CL-ACHADO = ZERO AND WS-QTDE-CLASSES < 12
030740         ADD 1 TO WS-QTDE-CLASSES
030750         MOVE WS-QTDE-CLASSES TO WS-CL-ACHADO
030760         MOVE PDD-CLASSE TO CLP-CLASSE(WS-CL-ACHADO)
030770         MOVE ZERO TO CLP-QTDE(WS-CL-ACHADO)
030780         MOVE ZERO TO CLP-VALOR(WS-CL-ACHADO)
030790     END-IF.
030800     IF WS-CL-ACHADO > ZERO
030810         ADD 1 TO CLP-QTDE(WS-CL-ACHADO)
030820         ADD PDD-VALOR TO CLP-VALOR(WS-CL-ACHADO)
030830     END-IF.
030840 3700-ACUMULAR-PDD-LER.
030850     PERFORM 3600-LER-PDD THRU 3600-LER-PDD-EXIT.
030860 3700-ACUMULAR-PDD-EXIT.
030870     EXIT.
030880*
030890***************************************************************
030900*    3750-TESTAR-CLASSE                                        *
030910***************************************************************
030920 3750-TESTAR-CLASSE.
030930     IF CLP-CLASSE(WS-CL-SUB) = PDD-CLASSE
030940         MOVE WS-CL-SUB TO WS-CL-ACHADO
030950     END-IF.
030960 3750-TESTAR-CLASSE-EXIT.
030970     EXIT.
030300*
030400***************************************************************
030500*    4000-IMPRIMIR-FECHAMENTO                                 *
030600***************************************************************
030700 4000-IMPRIMIR-FECHAMENTO.
030800     OPEN OUTPUT PRINT-FILE.
030800     IF REFECHAMENTO
030800         MOVE "REFECHAMENTO MENSAL DO MESTRE" TO RPT-TITULO
030800     ELSE
030800         MOVE "FECHAMENTO MENSAL DO MESTRE" TO RPT-TITULO
030800     END-IF.
031000     MOVE ZERO TO RPT-LINHAS-POR-PAG.
031100     SET RPT-ACAO-INICIAR TO TRUE.
031200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
036920     PERFORM 4200-LINHA-AGENCIA THRU 4200-LINHA-AGENCIA-EXIT
036930         VARYING AG-IDX FROM 1 BY 1
036940         UNTIL AG-IDX > WS-QTDE-AGENCIAS.
036940*    POSICAO PROVISIONADA (PDD POR CLASSE E CARTEIRA LIQUIDA);
036940*    NO REFECHAMENTO, OS AJUSTES APLICADOS
036940     IF REFECHAMENTO
036940         PERFORM 4500-LINHAS-REFECHAMENTO
036940             THRU 4500-LINHAS-REFECHAMENTO-EXIT
036940     ELSE
036940         PERFORM 4300-LINHA-PDD THRU 4300-LINHA-PDD-EXIT
036940             VARYING CL-IDX FROM 1 BY 1
036940             UNTIL CL-IDX > WS-QTDE-CLASSES
036940         PERFORM 4400-LINHA-CARTEIRA
036940             THRU 4400-LINHA-CARTEIRA-EXIT
036940     END-IF.
037000     MOVE WS-QTDE-LANCAMENTOS TO WS-QTDE-DISP.
037100     MOVE SPACES TO RPT-LINHA-ENTRADA.
037200     STRING "LANCAMENTOS NO MES (JOURNAL): " WS-QTDE-DISP
038195     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038196 4200-LINHA-AGENCIA-EXIT.
038197     EXIT.
038198*
038199***************************************************************
038200*    4300-LINHA-PDD - UMA LINHA DE PROVISAO POR CLASSE          *
038201***************************************************************
038202 4300-LINHA-PDD.
038203     MOVE CLP-QTDE(CL-IDX) TO WS-QTDE-DISP.
038204     MOVE CLP-VALOR(CL-IDX) TO WS-SALDO-EDITADO.
038205     MOVE SPACES TO RPT-LINHA-ENTRADA.
038206     STRING "PDD CLASSE " CLP-CLASSE(CL-IDX)
038207         " QTDE " WS-QTDE-DISP " PROVISAO R$ "
038208         WS-SALDO-EDITADO
038209         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038210     END-STRING.
038211     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038212 4300-LINHA-PDD-EXIT.
038213     EXIT.
038214*
038215***************************************************************
038216*    4400-LINHA-CARTEIRA - TOTAL DEVEDOR, PDD TOTAL E CARTEIRA  *
038217*    DEVEDORA LIQUIDA DE PROVISAO                               *
038218***************************************************************
038219 4400-LINHA-CARTEIRA.
038220     MOVE WS-SALDO-DEVEDOR TO WS-SALDO-EDITADO.
038221     MOVE SPACES TO RPT-LINHA-ENTRADA.
038222     STRING "SALDO DEVEDOR TOTAL       R$ " WS-SALDO-EDITADO
038223         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038224     END-STRING.
038225     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038226     MOVE WS-TOTAL-PDD TO WS-SALDO-EDITADO.
038227     MOVE SPACES TO RPT-LINHA-ENTRADA.
038228     STRING "PROVISAO PDD TOTAL        R$ " WS-SALDO-EDITADO
038229         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038230     END-STRING.
038231     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038232     COMPUTE WS-CARTEIRA-LIQUIDA = WS-SALDO-DEVEDOR
038233         + WS-TOTAL-PDD.
038234     MOVE WS-CARTEIRA-LIQUIDA TO WS-SALDO-EDITADO.
038235     MOVE SPACES TO RPT-LINHA-ENTRADA.
038236     STRING "CARTEIRA LIQUIDA DE PDD   R$ " WS-SALDO-EDITADO
038237         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038238     END-STRING.
038239     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038240 4400-LINHA-CARTEIRA-EXIT.
038241     EXIT.
038200*
038300***************************************************************
038300*    4500-LINHAS-REFECHAMENTO - AJUSTES SOMADOS A FOTO ANTERIOR *
038300*    E AVISO DE QUE A PDD E A FOTO POR CONTA SAO AS ORIGINAIS   *
038300***************************************************************
038300 4500-LINHAS-REFECHAMENTO.
038300     MOVE WS-QTDE-AJUSTES-LIDOS TO WS-QTDE-DISP.
038300     MOVE WS-TOTAL-AJUSTES TO WS-SALDO-EDITADO.
038300     MOVE SPACES TO RPT-LINHA-ENTRADA.
038300     STRING "AJUSTES DO PERIODO (AJUSTPER): " WS-QTDE-DISP
038300         " LANCTOS  TOTAL R$ " WS-SALDO-EDITADO
038300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038300     END-STRING.
038300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038300     MOVE WS-QTDE-AJUSTES-APLIC TO WS-QTDE-DISP.
038300     MOVE SPACES TO RPT-LINHA-ENTRADA.
038300     STRING "CLIENTES AJUSTADOS NA FOTO ...: " WS-QTDE-DISP
038300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038300     END-STRING.
038300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038300     IF WS-QTDE-AJUSTES-ORFAOS > ZERO
038300         MOVE WS-QTDE-AJUSTES-ORFAOS TO WS-QTDE-DISP
038300         MOVE SPACES TO RPT-LINHA-ENTRADA
038300         STRING "CLIENTES FORA DA FOTO ANTERIOR: " WS-QTDE-DISP
038300             " (AJUSTE NAO APLICADO)"
038300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038300         END-STRING
038300         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
038300     END-IF.
038300     MOVE SPACES TO RPT-LINHA-ENTRADA.
038300     STRING "PDD E FOTO POR CONTA: MANTIDAS AS DO FECHAMENTO "
038300         "ORIGINAL (PERPDD/PERCTA)"
038300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038300     END-STRING.
038300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038300 4500-LINHAS-REFECHAMENTO-EXIT.
038300     EXIT.
038300*
038300***************************************************************
038400*    5000-MARCAR-FECHADO - ACRESCENTA O PERIODO AO PERCTL       *
038500***************************************************************
038600 5000-MARCAR-FECHADO.
041100     DISPLAY "====== FECHAMENTO MENSAL ======".
041200     DISPLAY "PERIODO ............: " WS-PERIODO.
041300     DISPLAY "CLIENTES NO SNAPSHOT: " WS-QTDE-CLIENTES.
041300     DISPLAY "CONTAS NA FOTO .....: " WS-QTDE-CONTAS-FOTO.
041400     DISPLAY "LANCAMENTOS NO MES .: " WS-QTDE-LANCAMENTOS.
041410     DISPLAY "PROVISAO PDD TOTAL .: " WS-TOTAL-PDD.
041410     IF REFECHAMENTO
041410         DISPLAY "REFECHAMENTO - AJUSTES LIDOS: "
041410             WS-QTDE-AJUSTES-LIDOS " APLICADOS: "
041410             WS-QTDE-AJUSTES-APLIC " FORA DA FOTO: "
041410             WS-QTDE-AJUSTES-ORFAOS
041410     END-IF.
041500 9000-FINALIZAR-EXIT.
041600     EXIT.
041700*
