000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIENTE-RELAC-LOAD.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CARGA EM LOTE DO CADASTRO DE
001200*                       RELACIONAMENTOS ENTRE CLIENTES (RELCLI,
001300*                       VER COPYBOOKS/RELREG.CPY) E DO LIMITE DO
001400*                       GRUPO ECONOMICO (GRPLIM, VER
001500*                       COPYBOOKS/GRPREG.CPY). CARTAS DO RELIN:
001600*                         I - INCLUI (OU ATUALIZA) O VINCULO ENTRE
001700*                             DOIS CLIENTES DO CUSTMAST, NOS DOIS
001800*                             SENTIDOS;
001900*                         E - EXCLUI O VINCULO NOS DOIS SENTIDOS;
002000*                         G - INCLUI OU ATUALIZA O NOME E O LIMITE
002100*                             DO GRUPO.
002200*                       CARTA RECUSADA VAI PARA O REJFILE. O
002300*                       CAMINHO ONLINE E A TELA CREL
002400*                       (CLIENTE-RELAC-ONLINE).
002500***************************************************************
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RELAC-IN-FILE ASSIGN TO "RELIN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RELIN-FILE-STATUS.
003300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CUST-ID
003700         ALTERNATE RECORD KEY IS CUST-NOME
003800             WITH DUPLICATES
003900         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004000         FILE STATUS IS WS-MASTER-FILE-STATUS.
004100     SELECT RELATION-FILE ASSIGN TO "RELCLI"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS REL-CHAVE
004500         ALTERNATE RECORD KEY IS REL-GRUPO-ID
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-RELCLI-FILE-STATUS.
004800     SELECT GROUP-LIMIT-FILE ASSIGN TO "GRPLIM"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS GRP-ID
005200         FILE STATUS IS WS-GRPLIM-FILE-STATUS.
005300     SELECT REJECT-FILE ASSIGN TO "REJFILE"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REJECT-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000***************************************************************
006100*    CARTA DO RELIN:
006200*        COL      1  ACAO (I/E/G)
006300*        I/E: COLS  3-12 CLIENTE, 14-23 CLIENTE RELACIONADO,
006400*             COL  25 TIPO (T/S/A/G), COLS 27-36 GRUPO (OPCIONAL)
006500*        G:   COLS  3-12 GRUPO, 14-43 NOME, 45-55 LIMITE 9(9)V99
006600***************************************************************
006700 FD  RELAC-IN-FILE
006800     RECORDING MODE IS F.
006900 01  RELAC-IN-RECORD.
007000     05  RIN-ACAO            PIC X(01).
007100         88  RIN-INCLUIR         VALUE "I".
007200         88  RIN-EXCLUIR         VALUE "E".
007300         88  RIN-GRUPO           VALUE "G".
007400     05  FILLER              PIC X(01).
007500     05  RIN-CUST-ID         PIC X(10).
007600     05  FILLER              PIC X(01).
007700     05  RIN-CUST-REL        PIC X(10).
007800     05  FILLER              PIC X(01).
007900     05  RIN-TIPO            PIC X(01).
008000     05  FILLER              PIC X(01).
008100     05  RIN-GRUPO-ID        PIC X(10).
008200     05  FILLER              PIC X(44).
008300 01  RELAC-IN-GRUPO REDEFINES RELAC-IN-RECORD.
008400     05  FILLER              PIC X(02).
008500     05  RIN-G-GRUPO-ID      PIC X(10).
008600     05  FILLER              PIC X(01).
008700     05  RIN-G-NOME          PIC X(30).
008800     05  FILLER              PIC X(01).
008900     05  RIN-G-LIMITE        PIC 9(9)V99.
009000     05  FILLER              PIC X(25).
009100*
009200 FD  CUSTOMER-MASTER.
009300*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009400 COPY "CUSTREC.cpy".
009500*
009600 FD  RELATION-FILE.
009700*    LAYOUT DO RELACIONAMENTO (VER COPYBOOKS/RELREG.CPY)
009800 COPY "RELREG.cpy".
009900*
010000 FD  GROUP-LIMIT-FILE.
010100*    LAYOUT DO LIMITE DO GRUPO (VER COPYBOOKS/GRPREG.CPY)
010200 COPY "GRPREG.cpy".
010300*
010400 FD  REJECT-FILE
010500     RECORDING MODE IS F.
010600 COPY "REJREC.cpy".
010700*
010800 WORKING-STORAGE SECTION.
010900*
011000 77  WS-RELIN-FILE-STATUS    PIC X(02) VALUE ZEROS.
011100     88  RELIN-FILE-OK       VALUE "00".
011200 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
011300     88  MASTER-OK           VALUE "00".
011400 77  WS-RELCLI-FILE-STATUS   PIC X(02) VALUE ZEROS.
011500     88  RELCLI-OK           VALUE "00".
011600     88  RELCLI-NAO-ACHADO   VALUE "23", "35".
011700 77  WS-GRPLIM-FILE-STATUS   PIC X(02) VALUE ZEROS.
011800     88  GRPLIM-OK           VALUE "00".
011900     88  GRPLIM-NAO-ACHADO   VALUE "23", "35".
012000 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
012100     88  REJECT-FILE-OK      VALUE "00".
012200*
012300 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
012400     88  FIM-DO-ARQUIVO      VALUE "Y".
012500*
012600 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
012700 77  WS-QTDE-VINC-INCLUIDOS  PIC 9(07) COMP VALUE ZERO.
012800 77  WS-QTDE-VINC-ATUALIZ    PIC 9(07) COMP VALUE ZERO.
012900 77  WS-QTDE-VINC-EXCLUIDOS  PIC 9(07) COMP VALUE ZERO.
013000 77  WS-QTDE-GRUPOS          PIC 9(07) COMP VALUE ZERO.
013100 77  WS-QTDE-REJEITADOS      PIC 9(07) COMP VALUE ZERO.
013200 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
013300*
013400***************************************************************
013500*    GRUPO ATUAL DE CADA PONTA DO VINCULO E O GRUPO QUE VALE
013600***************************************************************
013700 77  WS-GRUPO-PROCURADO      PIC X(10) VALUE SPACES.
013800 77  WS-GRUPO-ACHADO         PIC X(10) VALUE SPACES.
013900 77  WS-GRUPO-CLIENTE        PIC X(10) VALUE SPACES.
014000 77  WS-GRUPO-RELAC          PIC X(10) VALUE SPACES.
014100 77  WS-GRUPO-FINAL          PIC X(10) VALUE SPACES.
014200 77  WS-VINC-DE              PIC X(10) VALUE SPACES.
014300 77  WS-VINC-PARA            PIC X(10) VALUE SPACES.
014400 77  WS-QTDE-SENTIDOS        PIC 9(01) VALUE ZERO.
014500 77  WS-VINC-NOVO-SW         PIC X(01) VALUE "N".
014600     88  VINCULO-NOVO        VALUE "Y".
014700*
014800***************************************************************
014900*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
015000***************************************************************
015100 COPY "RUNDATE.cpy".
015200*
015300***************************************************************
015400*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
015500***************************************************************
015600 COPY "ERRHDL.cpy".
015700*
015800 PROCEDURE DIVISION.
015900*
016000***************************************************************
016100*    0000-MAINLINE                                             *
016200***************************************************************
016300 0000-MAINLINE.
016400     MOVE ZERO TO RETURN-CODE.
016500     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
016600     ACCEPT RUN-HORA FROM TIME.
016700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
016800     PERFORM 2000-TRATAR-LINHA THRU 2000-TRATAR-LINHA-EXIT
016900         UNTIL FIM-DO-ARQUIVO.
017000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
017100     STOP RUN.
017200*
017300***************************************************************
017400*    1000-INICIALIZAR - ABRE A ENTRADA, O MESTRE, O RELCLI E O  *
017500*    GRPLIM, CRIANDO OS DOIS ULTIMOS SE AINDA NAO EXISTIREM     *
017600***************************************************************
017700 1000-INICIALIZAR.
017800     OPEN INPUT RELAC-IN-FILE.
017900     IF NOT RELIN-FILE-OK
018000         MOVE "RELLOAD " TO ERR-PROGRAMA
018100         SET ERR-TIPO-ARQUIVO TO TRUE
018200         MOVE "ABERTURA DO ARQUIVO RELIN" TO ERR-CONTEXTO
018300         MOVE WS-RELIN-FILE-STATUS TO ERR-FILE-STATUS
018400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
018500         MOVE "Y" TO WS-EOF-SWITCH
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 1000-INICIALIZAR-EXIT
018800     END-IF.
018900     OPEN INPUT CUSTOMER-MASTER.
019000     IF NOT MASTER-OK
019100         MOVE "RELLOAD " TO ERR-PROGRAMA
019200         SET ERR-TIPO-ARQUIVO TO TRUE
019300         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
019400         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
019500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
019600         CLOSE RELAC-IN-FILE
019700         MOVE "Y" TO WS-EOF-SWITCH
019800         MOVE 16 TO RETURN-CODE
019900         GO TO 1000-INICIALIZAR-EXIT
020000     END-IF.
020100     OPEN I-O RELATION-FILE.
020200     IF RELCLI-NAO-ACHADO
020300         OPEN OUTPUT RELATION-FILE
020400         CLOSE RELATION-FILE
020500         OPEN I-O RELATION-FILE
020600     END-IF.
020700     IF NOT RELCLI-OK
020800         MOVE "RELLOAD " TO ERR-PROGRAMA
020900         SET ERR-TIPO-ARQUIVO TO TRUE
021000         MOVE "ABERTURA DO ARQUIVO RELCLI" TO ERR-CONTEXTO
021100         MOVE WS-RELCLI-FILE-STATUS TO ERR-FILE-STATUS
021200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
021300         CLOSE RELAC-IN-FILE
021400         CLOSE CUSTOMER-MASTER
021500         MOVE "Y" TO WS-EOF-SWITCH
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 1000-INICIALIZAR-EXIT
021800     END-IF.
021900     OPEN I-O GROUP-LIMIT-FILE.
022000     IF GRPLIM-NAO-ACHADO
022100         OPEN OUTPUT GROUP-LIMIT-FILE
022200         CLOSE GROUP-LIMIT-FILE
022300         OPEN I-O GROUP-LIMIT-FILE
022400     END-IF.
022500     IF NOT GRPLIM-OK
022600         MOVE "RELLOAD " TO ERR-PROGRAMA
022700         SET ERR-TIPO-ARQUIVO TO TRUE
022800         MOVE "ABERTURA DO ARQUIVO GRPLIM" TO ERR-CONTEXTO
022900         MOVE WS-GRPLIM-FILE-STATUS TO ERR-FILE-STATUS
023000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
023100         CLOSE RELAC-IN-FILE
023200         CLOSE CUSTOMER-MASTER
023300         CLOSE RELATION-FILE
023400         MOVE "Y" TO WS-EOF-SWITCH
023500         MOVE 16 TO RETURN-CODE
023600         GO TO 1000-INICIALIZAR-EXIT
023700     END-IF.
023800     OPEN EXTEND REJECT-FILE.
023900     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
024000 1000-INICIALIZAR-EXIT.
024100     EXIT.
024200*
024300***************************************************************
024400*    1100-LER-LINHA                                            *
024500***************************************************************
024600 1100-LER-LINHA.
024700     READ RELAC-IN-FILE
024800         AT END
024900             MOVE "Y" TO WS-EOF-SWITCH
025000     END-READ.
025100 1100-LER-LINHA-EXIT.
025200     EXIT.
025300*
025400***************************************************************
025500*    2000-TRATAR-LINHA - DESPACHA A CARTA PELA ACAO            *
025600***************************************************************
025700 2000-TRATAR-LINHA.
025800     ADD 1 TO WS-QTDE-LIDOS.
025900     MOVE SPACES TO WS-MOTIVO-REJEITO.
026000     EVALUATE TRUE
026100         WHEN RIN-INCLUIR
026200             PERFORM 2100-INCLUIR-VINCULO
026300                 THRU 2100-INCLUIR-VINCULO-EXIT
026400         WHEN RIN-EXCLUIR
026500             PERFORM 2300-EXCLUIR-VINCULO
026600                 THRU 2300-EXCLUIR-VINCULO-EXIT
026700         WHEN RIN-GRUPO
026800             PERFORM 2400-GRAVAR-GRUPO
026900                 THRU 2400-GRAVAR-GRUPO-EXIT
027000         WHEN OTHER
027100             MOVE "ACAO INVALIDA (USE I, E OU G)" TO
027200                 WS-MOTIVO-REJEITO
027300     END-EVALUATE.
027400     IF WS-MOTIVO-REJEITO NOT = SPACES
027500         PERFORM 2500-REJEITAR-LINHA
027600             THRU 2500-REJEITAR-LINHA-EXIT
027700     END-IF.
027800     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
027900 2000-TRATAR-LINHA-EXIT.
028000     EXIT.
028100*
028200***************************************************************
028300*    2100-INCLUIR-VINCULO - VALIDA AS DUAS PONTAS NO MESTRE,    *
028400*    RESOLVE O GRUPO E GRAVA O VINCULO NOS DOIS SENTIDOS        *
028500***************************************************************
028600 2100-INCLUIR-VINCULO.
028700     IF RIN-CUST-ID = SPACES OR RIN-CUST-REL = SPACES
028800         MOVE "CLIENTE OU RELACIONADO AUSENTE" TO
028900             WS-MOTIVO-REJEITO
029000         GO TO 2100-INCLUIR-VINCULO-EXIT
029100     END-IF.
029200     IF RIN-CUST-ID = RIN-CUST-REL
029300         MOVE "CLIENTE RELACIONADO A SI MESMO" TO
029400             WS-MOTIVO-REJEITO
029500         GO TO 2100-INCLUIR-VINCULO-EXIT
029600     END-IF.
029700     MOVE RIN-TIPO TO REL-TIPO.
029800     IF NOT REL-TIPO-VALIDO
029900         MOVE "TIPO DE VINCULO INVALIDO" TO WS-MOTIVO-REJEITO
030000         GO TO 2100-INCLUIR-VINCULO-EXIT
030100     END-IF.
030200     MOVE RIN-CUST-ID TO CUST-ID.
030300     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
030400     IF WS-MOTIVO-REJEITO NOT = SPACES
030500         GO TO 2100-INCLUIR-VINCULO-EXIT
030600     END-IF.
030700     MOVE RIN-CUST-REL TO CUST-ID.
030800     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
030900     IF WS-MOTIVO-REJEITO NOT = SPACES
031000         GO TO 2100-INCLUIR-VINCULO-EXIT
031100     END-IF.
031200*    UM CLIENTE PERTENCE A UM SO GRUPO
031300     MOVE RIN-CUST-ID TO WS-GRUPO-PROCURADO.
031400     PERFORM 2150-PROCURAR-GRUPO THRU 2150-PROCURAR-GRUPO-EXIT.
031500     MOVE WS-GRUPO-ACHADO TO WS-GRUPO-CLIENTE.
031600     MOVE RIN-CUST-REL TO WS-GRUPO-PROCURADO.
031700     PERFORM 2150-PROCURAR-GRUPO THRU 2150-PROCURAR-GRUPO-EXIT.
031800     MOVE WS-GRUPO-ACHADO TO WS-GRUPO-RELAC.
031900     IF WS-GRUPO-CLIENTE NOT = SPACES
032000         AND WS-GRUPO-RELAC NOT = SPACES
032100         AND WS-GRUPO-CLIENTE NOT = WS-GRUPO-RELAC
032200         MOVE "CLIENTES EM GRUPOS DIFERENTES" TO WS-MOTIVO-REJEITO
032300         GO TO 2100-INCLUIR-VINCULO-EXIT
032400     END-IF.
032500     IF WS-GRUPO-CLIENTE NOT = SPACES
032600         MOVE WS-GRUPO-CLIENTE TO WS-GRUPO-FINAL
032700     ELSE
032800         IF WS-GRUPO-RELAC NOT = SPACES
032900             MOVE WS-GRUPO-RELAC TO WS-GRUPO-FINAL
033000         ELSE
033100             IF RIN-GRUPO-ID NOT = SPACES
033200                 MOVE RIN-GRUPO-ID TO WS-GRUPO-FINAL
033300             ELSE
033400                 MOVE RIN-CUST-REL TO WS-GRUPO-FINAL
033500             END-IF
033600         END-IF
033700     END-IF.
033800     IF RIN-GRUPO-ID NOT = SPACES
033900         AND RIN-GRUPO-ID NOT = WS-GRUPO-FINAL
034000         MOVE "CLIENTE JA PERTENCE A OUTRO GRUPO" TO
034100             WS-MOTIVO-REJEITO
034200         GO TO 2100-INCLUIR-VINCULO-EXIT
034300     END-IF.
034400     MOVE ZERO TO WS-QTDE-SENTIDOS.
034500     MOVE RIN-CUST-ID TO WS-VINC-DE.
034600     MOVE RIN-CUST-REL TO WS-VINC-PARA.
034700     PERFORM 2200-GRAVAR-VINCULO THRU 2200-GRAVAR-VINCULO-EXIT.
034800     MOVE RIN-CUST-REL TO WS-VINC-DE.
034900     MOVE RIN-CUST-ID TO WS-VINC-PARA.
035000     PERFORM 2200-GRAVAR-VINCULO THRU 2200-GRAVAR-VINCULO-EXIT.
035100     IF WS-QTDE-SENTIDOS < 2
035200         DISPLAY "ERRO AO GRAVAR RELCLI " RIN-CUST-ID " "
035300             RIN-CUST-REL " - STATUS " WS-RELCLI-FILE-STATUS
035400     END-IF.
035500 2100-INCLUIR-VINCULO-EXIT.
035600     EXIT.
035700*
035800***************************************************************
035900*    2110-LER-CLIENTE - A PONTA DO VINCULO TEM DE ESTAR NO      *
036000*    MESTRE E NAO PODE ESTAR CANCELADA                          *
036100***************************************************************
036200 2110-LER-CLIENTE.
036300     READ CUSTOMER-MASTER
036400         KEY IS CUST-ID
036500         INVALID KEY
036600             CONTINUE
036700     END-READ.
036800     IF NOT MASTER-OK
036900         MOVE "CLIENTE NAO CONSTA DO MESTRE" TO WS-MOTIVO-REJEITO
037000     ELSE
037100         IF CUST-CANCELADO
037200             MOVE "CLIENTE CANCELADO NO MESTRE" TO
037300                 WS-MOTIVO-REJEITO
037400         END-IF
037500     END-IF.
037600 2110-LER-CLIENTE-EXIT.
037700     EXIT.
037800*
037900***************************************************************
038000*    2150-PROCURAR-GRUPO - GRUPO ATUAL DO CLIENTE EM            *
038100*    WS-GRUPO-PROCURADO: O DO SEU PRIMEIRO VINCULO NO RELCLI    *
038200*    (BRANCO SE O CLIENTE AINDA NAO TEM VINCULO)                *
038300***************************************************************
038400 2150-PROCURAR-GRUPO.
038500     MOVE SPACES TO WS-GRUPO-ACHADO.
038600     MOVE WS-GRUPO-PROCURADO TO REL-CUST-ID.
038700     MOVE LOW-VALUES TO REL-CUST-REL.
038800     START RELATION-FILE KEY IS NOT LESS THAN REL-CHAVE
038900         INVALID KEY
039000             GO TO 2150-PROCURAR-GRUPO-EXIT
039100     END-START.
039200     READ RELATION-FILE NEXT RECORD
039300         AT END
039400             GO TO 2150-PROCURAR-GRUPO-EXIT
039500     END-READ.
039600     IF RELCLI-OK AND REL-CUST-ID = WS-GRUPO-PROCURADO
039700         MOVE REL-GRUPO-ID TO WS-GRUPO-ACHADO
039800     END-IF.
039900 2150-PROCURAR-GRUPO-EXIT.
040000     EXIT.
040100*
040200***************************************************************
040300*    2200-GRAVAR-VINCULO - UPSERT DE UM SENTIDO DO VINCULO      *
040400*    (WS-VINC-DE -> WS-VINC-PARA)                               *
040500***************************************************************
040600 2200-GRAVAR-VINCULO.
040700     MOVE "N" TO WS-VINC-NOVO-SW.
040800     MOVE WS-VINC-DE TO REL-CUST-ID.
040900     MOVE WS-VINC-PARA TO REL-CUST-REL.
041000     READ RELATION-FILE
041100         KEY IS REL-CHAVE
041200         INVALID KEY
041300             MOVE "Y" TO WS-VINC-NOVO-SW
041400     END-READ.
041500     MOVE SPACES TO REL-VINCULO-RECORD.
041600     MOVE WS-VINC-DE TO REL-CUST-ID.
041700     MOVE WS-VINC-PARA TO REL-CUST-REL.
041800     MOVE RIN-TIPO TO REL-TIPO.
041900     MOVE WS-GRUPO-FINAL TO REL-GRUPO-ID.
042000     MOVE RUN-DATA TO REL-DATA-INCLUSAO.
042100     MOVE "LOTE    " TO REL-OPERADOR.
042200     SET REL-ORIGEM-LOTE TO TRUE.
042300     IF VINCULO-NOVO
042400         WRITE REL-VINCULO-RECORD
042500         IF RELCLI-OK
042600             ADD 1 TO WS-QTDE-SENTIDOS
042700             ADD 1 TO WS-QTDE-VINC-INCLUIDOS
042800         END-IF
042900     ELSE
043000         REWRITE REL-VINCULO-RECORD
043100         IF RELCLI-OK
043200             ADD 1 TO WS-QTDE-SENTIDOS
043300             ADD 1 TO WS-QTDE-VINC-ATUALIZ
043400         END-IF
043500     END-IF.
043600 2200-GRAVAR-VINCULO-EXIT.
043700     EXIT.
043800*
043900***************************************************************
044000*    2300-EXCLUIR-VINCULO - APAGA OS DOIS SENTIDOS; CARTA SEM   *
044100*    NENHUM DOS DOIS NO RELCLI E RECUSADA                       *
044200***************************************************************
044300 2300-EXCLUIR-VINCULO.
044400     MOVE ZERO TO WS-QTDE-SENTIDOS.
044500     MOVE RIN-CUST-ID TO REL-CUST-ID.
044600     MOVE RIN-CUST-REL TO REL-CUST-REL.
044700     DELETE RELATION-FILE RECORD
044800         INVALID KEY
044900             CONTINUE
045000     END-DELETE.
045100     IF RELCLI-OK
045200         ADD 1 TO WS-QTDE-SENTIDOS
045300     END-IF.
045400     MOVE RIN-CUST-REL TO REL-CUST-ID.
045500     MOVE RIN-CUST-ID TO REL-CUST-REL.
045600     DELETE RELATION-FILE RECORD
045700         INVALID KEY
045800             CONTINUE
045900     END-DELETE.
046000     IF RELCLI-OK
046100         ADD 1 TO WS-QTDE-SENTIDOS
046200     END-IF.
046300     IF WS-QTDE-SENTIDOS = ZERO
046400         MOVE "VINCULO NAO CONSTA DO RELCLI" TO WS-MOTIVO-REJEITO
046500     ELSE
046600         ADD WS-QTDE-SENTIDOS TO WS-QTDE-VINC-EXCLUIDOS
046700     END-IF.
046800 2300-EXCLUIR-VINCULO-EXIT.
046900     EXIT.
047000*
047100***************************************************************
047200*    2400-GRAVAR-GRUPO - UPSERT DO NOME E DO LIMITE DO GRUPO    *
047300***************************************************************
047400 2400-GRAVAR-GRUPO.
047500     IF RIN-G-GRUPO-ID = SPACES
047600         MOVE "GRUPO AUSENTE" TO WS-MOTIVO-REJEITO
047700         GO TO 2400-GRAVAR-GRUPO-EXIT
047800     END-IF.
047900     IF RIN-G-LIMITE NOT NUMERIC
048000         MOVE "LIMITE DO GRUPO NAO NUMERICO" TO WS-MOTIVO-REJEITO
048100         GO TO 2400-GRAVAR-GRUPO-EXIT
048200     END-IF.
048300     MOVE RIN-G-GRUPO-ID TO GRP-ID.
048400     READ GROUP-LIMIT-FILE
048500         KEY IS GRP-ID
048600         INVALID KEY
048700             CONTINUE
048800     END-READ.
048900     IF GRPLIM-OK
049000         MOVE RIN-G-NOME TO GRP-NOME
049100         MOVE RIN-G-LIMITE TO GRP-LIMITE
049200         MOVE RUN-DATA TO GRP-DATA-ATUALIZA
049300         MOVE "LOTE    " TO GRP-OPERADOR
049400         REWRITE GRP-LIMITE-RECORD
049500     ELSE
049600         MOVE SPACES TO GRP-LIMITE-RECORD
049700         MOVE RIN-G-GRUPO-ID TO GRP-ID
049800         MOVE RIN-G-NOME TO GRP-NOME
049900         MOVE RIN-G-LIMITE TO GRP-LIMITE
050000         MOVE RUN-DATA TO GRP-DATA-ATUALIZA
050100         MOVE "LOTE    " TO GRP-OPERADOR
050200         WRITE GRP-LIMITE-RECORD
050300     END-IF.
050400     IF GRPLIM-OK
050500         ADD 1 TO WS-QTDE-GRUPOS
050600     ELSE
050700         DISPLAY "ERRO AO GRAVAR GRPLIM " RIN-G-GRUPO-ID
050800             " - STATUS " WS-GRPLIM-FILE-STATUS
050900     END-IF.
051000 2400-GRAVAR-GRUPO-EXIT.
051100     EXIT.
051200*
051300***************************************************************
051400*    2500-REJEITAR-LINHA                                       *
051500***************************************************************
051600 2500-REJEITAR-LINHA.
051700     ADD 1 TO WS-QTDE-REJEITADOS.
051800     MOVE SPACES TO REJ-RECORD.
051900     MOVE "RELLOAD " TO REJ-PROGRAMA.
052000     MOVE RUN-DATA TO REJ-DATA.
052100     IF RIN-GRUPO
052200         MOVE RIN-G-GRUPO-ID TO REJ-CHAVE
052300     ELSE
052400         MOVE RIN-CUST-ID TO REJ-CHAVE
052500     END-IF.
052600     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
052700     SET REJ-PENDENTE TO TRUE.
052800     MOVE RELAC-IN-RECORD TO REJ-IMAGEM.
052900     IF REJECT-FILE-OK
053000         WRITE REJ-RECORD
053100     END-IF.
053200 2500-REJEITAR-LINHA-EXIT.
053300     EXIT.
053400*
053500***************************************************************
053600*    9000-FINALIZAR                                            *
053700***************************************************************
053800 9000-FINALIZAR.
053900     IF RELIN-FILE-OK OR WS-RELIN-FILE-STATUS = "10"
054000         CLOSE RELAC-IN-FILE
054100     END-IF.
054200     IF MASTER-OK
054300         CLOSE CUSTOMER-MASTER
054400     END-IF.
054500     CLOSE RELATION-FILE.
054600     CLOSE GROUP-LIMIT-FILE.
054700     IF REJECT-FILE-OK
054800         CLOSE REJECT-FILE
054900     END-IF.
055000     DISPLAY "====== CARGA DE RELACIONAMENTOS ======".
055100     DISPLAY "LINHAS LIDAS .......: " WS-QTDE-LIDOS.
055200     DISPLAY "VINCULOS INCLUIDOS .: " WS-QTDE-VINC-INCLUIDOS.
055300     DISPLAY "VINCULOS ATUALIZ. ..: " WS-QTDE-VINC-ATUALIZ.
055400     DISPLAY "VINCULOS EXCLUIDOS .: " WS-QTDE-VINC-EXCLUIDOS.
055500     DISPLAY "GRUPOS GRAVADOS ....: " WS-QTDE-GRUPOS.
055600     DISPLAY "REJEITADOS .........: " WS-QTDE-REJEITADOS.
055700     IF WS-QTDE-REJEITADOS > ZERO AND RETURN-CODE < 4
055800         MOVE 4 TO RETURN-CODE
055900     END-IF.
056000 9000-FINALIZAR-EXIT.
056100     EXIT.
