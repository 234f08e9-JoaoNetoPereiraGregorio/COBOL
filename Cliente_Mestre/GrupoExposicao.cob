000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRUPO-EXPOSICAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RELATORIO DE EXPOSICAO POR GRUPO
001200*                       ECONOMICO. VARRE O RELCLI PELA CHAVE
001300*                       ALTERNATIVA DO GRUPO (VER
001400*                       COPYBOOKS/RELREG.CPY) E, PARA CADA MEMBRO
001500*                       DISTINTO, SOMA O SALDO DEVEDOR DO CUSTMAST
001600*                       E O LIMITE CONCEDIDO NO CREDLIM,
001700*                       CONFRONTANDO AS DUAS SOMAS COM O LIMITE DO
001800*                       GRUPO NO GRPLIM (VER
001900*                       COPYBOOKS/GRPREG.CPY). SAIDA NO GRPPRT
002000*                       (REPORT-WRITER); GRUPO COM EXPOSICAO ACIMA
002100*                       DO LIMITE DEVOLVE RC 4.
002200***************************************************************
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RELATION-FILE ASSIGN TO "RELCLI"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS REL-CHAVE
003100         ALTERNATE RECORD KEY IS REL-GRUPO-ID
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-RELCLI-FILE-STATUS.
003400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CUST-ID
003800         ALTERNATE RECORD KEY IS CUST-NOME
003900             WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004100         FILE STATUS IS WS-MASTER-FILE-STATUS.
004200     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS LIM-CUST-ID
004600         FILE STATUS IS WS-LIMITE-FILE-STATUS.
004700     SELECT GROUP-LIMIT-FILE ASSIGN TO "GRPLIM"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS GRP-ID
005100         FILE STATUS IS WS-GRPLIM-FILE-STATUS.
005200     SELECT PRINT-FILE ASSIGN TO "GRPPRT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PRINT-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  RELATION-FILE.
006000*    LAYOUT DO RELACIONAMENTO (VER COPYBOOKS/RELREG.CPY)
006100 COPY "RELREG.cpy".
006200*
006300 FD  CUSTOMER-MASTER.
006400*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
006500 COPY "CUSTREC.cpy".
006600*
006700 FD  CREDIT-LIMIT-FILE.
006800 01  CREDIT-LIMIT-RECORD.
006900     05  LIM-CUST-ID         PIC X(10).
007000     05  LIM-VALOR           PIC 9(7)V99.
007100     05  LIM-DATA-ATUALIZA   PIC 9(08).
007200     05  FILLER              PIC X(13).
007300*
007400 FD  GROUP-LIMIT-FILE.
007500*    LAYOUT DO LIMITE DO GRUPO (VER COPYBOOKS/GRPREG.CPY)
007600 COPY "GRPREG.cpy".
007700*
007800 FD  PRINT-FILE
007900     RECORDING MODE IS F.
008000 01  PRINT-LINE              PIC X(132).
008100*
008200 WORKING-STORAGE SECTION.
008300*
008400 77  WS-RELCLI-FILE-STATUS   PIC X(02) VALUE ZEROS.
008500     88  RELCLI-OK           VALUE "00".
008600 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
008700     88  MASTER-OK           VALUE "00".
008800 77  WS-LIMITE-FILE-STATUS   PIC X(02) VALUE ZEROS.
008900     88  LIMITE-OK           VALUE "00".
009000 77  WS-GRPLIM-FILE-STATUS   PIC X(02) VALUE ZEROS.
009100     88  GRPLIM-OK           VALUE "00".
009200 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
009300     88  PRINT-FILE-OK       VALUE "00".
009400*
009500 77  WS-RELCLI-EOF-SWITCH    PIC X(01) VALUE "N".
009600     88  FIM-DOS-VINCULOS    VALUE "Y".
009700 77  WS-CREDLIM-ABERTO-SW    PIC X(01) VALUE "N".
009800     88  LIMITES-DISPONIVEIS VALUE "Y".
009900 77  WS-GRPLIM-ABERTO-SW     PIC X(01) VALUE "N".
010000     88  GRUPOS-DISPONIVEIS  VALUE "Y".
010100*
010200***************************************************************
010300*    GRUPO CORRENTE E SEUS MEMBROS JA SOMADOS - CADA MEMBRO
010400*    APARECE UMA VEZ POR VINCULO NA CHAVE ALTERNATIVA, ENTAO A
010500*    TABELA EVITA SOMAR O MESMO CLIENTE DUAS VEZES
010600***************************************************************
010700 77  WS-GRUPO-ATUAL          PIC X(10) VALUE SPACES.
010800 01  WS-TAB-MEMBROS.
010900     05  WS-MEMBRO           PIC X(10)
011000         OCCURS 200 TIMES.
011100 77  WS-QTDE-MEMBROS         PIC 9(03) COMP VALUE ZERO.
011200 77  WS-SUB-MEMBRO           PIC 9(03) COMP VALUE ZERO.
011300 77  WS-MEMBRO-ACHADO-SW     PIC X(01) VALUE "N".
011400     88  MEMBRO-JA-SOMADO    VALUE "Y".
011500 77  WS-EXPOSICAO-GRUPO      PIC 9(11)V99 COMP-3 VALUE ZERO.
011600 77  WS-LIMITES-GRUPO        PIC 9(11)V99 COMP-3 VALUE ZERO.
011700 77  WS-DEVEDOR-MEMBRO       PIC 9(9)V99 COMP-3 VALUE ZERO.
011800 77  WS-LIMITE-MEMBRO        PIC 9(7)V99 COMP-3 VALUE ZERO.
011900 77  WS-SITUACAO-GRUPO       PIC X(16) VALUE SPACES.
012000*
012100 77  WS-QTDE-VINCULOS        PIC 9(07) COMP VALUE ZERO.
012200 77  WS-QTDE-GRUPOS          PIC 9(05) VALUE ZEROS.
012300 77  WS-QTDE-EXCEDIDOS       PIC 9(05) VALUE ZEROS.
012400 77  WS-QTDE-ESTOURO-TAB     PIC 9(05) VALUE ZEROS.
012500*
012600 77  WS-SALDO-EDITADO        PIC -(7)9.99.
012700 77  WS-VALOR-EDITADO        PIC Z(8)9.99.
012800 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
012900 77  WS-LIMITES-EDITADO      PIC Z(10)9.99.
013000 77  WS-QTDE-MEMBROS-ED      PIC ZZ9.
013100*
013200***************************************************************
013300*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
013400*    COPYBOOKS/RPTWRT.CPY)
013500***************************************************************
013600 COPY "RPTWRT.cpy".
013700 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
013800*
013900***************************************************************
014000*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
014100***************************************************************
014200 COPY "RUNDATE.cpy".
014300*
014400***************************************************************
014500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
014600***************************************************************
014700 COPY "ERRHDL.cpy".
014800*
014900 PROCEDURE DIVISION.
015000*
015100***************************************************************
015200*    0000-MAINLINE                                             *
015300***************************************************************
015400 0000-MAINLINE.
015500     MOVE ZERO TO RETURN-CODE.
015600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
015700     ACCEPT RUN-HORA FROM TIME.
015800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
015900     PERFORM 2000-TRATAR-VINCULO THRU 2000-TRATAR-VINCULO-EXIT
016000         UNTIL FIM-DOS-VINCULOS.
016100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
016200     STOP RUN.
016300*
016400***************************************************************
016500*    1000-INICIALIZAR - RELCLI AUSENTE = NENHUM GRUPO AINDA;    *
016600*    CREDLIM E GRPLIM SAO OPCIONAIS                             *
016700***************************************************************
016800 1000-INICIALIZAR.
016900     OPEN INPUT RELATION-FILE.
017000     IF NOT RELCLI-OK
017100         DISPLAY "RELCLI INDISPONIVEL (STATUS "
017200             WS-RELCLI-FILE-STATUS ") - NENHUM GRUPO "
017300             "CADASTRADO AINDA."
017400         MOVE "Y" TO WS-RELCLI-EOF-SWITCH
017500         GO TO 1000-INICIALIZAR-EXIT
017600     END-IF.
017700     OPEN INPUT CUSTOMER-MASTER.
017800     IF NOT MASTER-OK
017900         MOVE "GRPEXPO " TO ERR-PROGRAMA
018000         SET ERR-TIPO-ARQUIVO TO TRUE
018100         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
018200         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
018300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
018400         CLOSE RELATION-FILE
018500         MOVE "Y" TO WS-RELCLI-EOF-SWITCH
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 1000-INICIALIZAR-EXIT
018800     END-IF.
018900     OPEN INPUT CREDIT-LIMIT-FILE.
019000     IF LIMITE-OK
019100         MOVE "Y" TO WS-CREDLIM-ABERTO-SW
019200     ELSE
019300         DISPLAY "AVISO: CREDLIM INDISPONIVEL (STATUS "
019400             WS-LIMITE-FILE-STATUS ") - LIMITES CONCEDIDOS "
019500             "SAEM ZERADOS."
019600     END-IF.
019700     OPEN INPUT GROUP-LIMIT-FILE.
019800     IF GRPLIM-OK
019900         MOVE "Y" TO WS-GRPLIM-ABERTO-SW
020000     ELSE
020100         DISPLAY "AVISO: GRPLIM INDISPONIVEL (STATUS "
020200             WS-GRPLIM-FILE-STATUS ") - GRUPOS SAEM SEM "
020300             "LIMITE."
020400     END-IF.
020500     OPEN OUTPUT PRINT-FILE.
020600     MOVE "EXPOSICAO POR GRUPO ECONOMICO" TO RPT-TITULO.
020700     MOVE ZERO TO RPT-LINHAS-POR-PAG.
020800     SET RPT-ACAO-INICIAR TO TRUE.
020900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
021000     PERFORM 8000-GRAVAR-LINHAS-RPT
021100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
021200     MOVE LOW-VALUES TO REL-GRUPO-ID.
021300     START RELATION-FILE KEY IS NOT LESS THAN REL-GRUPO-ID
021400         INVALID KEY
021500             MOVE "Y" TO WS-RELCLI-EOF-SWITCH
021600     END-START.
021700     IF NOT FIM-DOS-VINCULOS
021800         PERFORM 1100-LER-VINCULO THRU 1100-LER-VINCULO-EXIT
021900     END-IF.
022000 1000-INICIALIZAR-EXIT.
022100     EXIT.
022200*
022300***************************************************************
022400*    1100-LER-VINCULO - LEITURA NA ORDEM DO GRUPO               *
022500***************************************************************
022600 1100-LER-VINCULO.
022700     READ RELATION-FILE NEXT RECORD
022800         AT END
022900             MOVE "Y" TO WS-RELCLI-EOF-SWITCH
023000     END-READ.
023100 1100-LER-VINCULO-EXIT.
023200     EXIT.
023300*
023400***************************************************************
023500*    2000-TRATAR-VINCULO - QUEBRA POR GRUPO; MEMBRO AINDA NAO   *
023600*    SOMADO NO GRUPO ENTRA NA EXPOSICAO                         *
023700***************************************************************
023800 2000-TRATAR-VINCULO.
023900     ADD 1 TO WS-QTDE-VINCULOS.
024000     IF REL-GRUPO-ID NOT = WS-GRUPO-ATUAL
024100         IF WS-GRUPO-ATUAL NOT = SPACES
024200             PERFORM 2500-FECHAR-GRUPO THRU 2500-FECHAR-GRUPO-EXIT
024300         END-IF
024400         PERFORM 2100-ABRIR-GRUPO THRU 2100-ABRIR-GRUPO-EXIT
024500     END-IF.
024600     PERFORM 2200-PROCURAR-MEMBRO THRU 2200-PROCURAR-MEMBRO-EXIT.
024700     IF NOT MEMBRO-JA-SOMADO
024800         PERFORM 2300-SOMAR-MEMBRO THRU 2300-SOMAR-MEMBRO-EXIT
024900     END-IF.
025000     PERFORM 1100-LER-VINCULO THRU 1100-LER-VINCULO-EXIT.
025100     IF FIM-DOS-VINCULOS AND WS-GRUPO-ATUAL NOT = SPACES
025200         PERFORM 2500-FECHAR-GRUPO THRU 2500-FECHAR-GRUPO-EXIT
025300     END-IF.
025400 2000-TRATAR-VINCULO-EXIT.
025500     EXIT.
025600*
025700***************************************************************
025800*    2100-ABRIR-GRUPO - ZERA OS ACUMULADORES E IMPRIME O        *
025900*    CABECALHO DO GRUPO COM O NOME DO GRPLIM                    *
026000***************************************************************
026100 2100-ABRIR-GRUPO.
026200     MOVE REL-GRUPO-ID TO WS-GRUPO-ATUAL.
026300     MOVE ZERO TO WS-QTDE-MEMBROS.
026400     MOVE ZERO TO WS-EXPOSICAO-GRUPO.
026500     MOVE ZERO TO WS-LIMITES-GRUPO.
026600     ADD 1 TO WS-QTDE-GRUPOS.
026700     MOVE SPACES TO GRP-NOME.
026800     MOVE ZERO TO GRP-LIMITE.
026900     IF GRUPOS-DISPONIVEIS
027000         MOVE WS-GRUPO-ATUAL TO GRP-ID
027100         READ GROUP-LIMIT-FILE
027200             KEY IS GRP-ID
027300             INVALID KEY
027400                 MOVE SPACES TO GRP-NOME
027500                 MOVE ZERO TO GRP-LIMITE
027600         END-READ
027700     END-IF.
027800     MOVE SPACES TO RPT-LINHA-ENTRADA.
027900     STRING "GRUPO " WS-GRUPO-ATUAL " " GRP-NOME
028000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
028100     END-STRING.
028200     SET RPT-ACAO-DETALHE TO TRUE.
028300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
028400     PERFORM 8000-GRAVAR-LINHAS-RPT
028500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
028600 2100-ABRIR-GRUPO-EXIT.
028700     EXIT.
028800*
028900***************************************************************
029000*    2200-PROCURAR-MEMBRO - O CLIENTE DO VINCULO JA FOI SOMADO  *
029100*    NESTE GRUPO?                                               *
029200***************************************************************
029300 2200-PROCURAR-MEMBRO.
029400     MOVE "N" TO WS-MEMBRO-ACHADO-SW.
029500     PERFORM 2210-COMPARAR-MEMBRO THRU 2210-COMPARAR-MEMBRO-EXIT
029600         VARYING WS-SUB-MEMBRO FROM 1 BY 1
029700         UNTIL WS-SUB-MEMBRO > WS-QTDE-MEMBROS
029800             OR MEMBRO-JA-SOMADO.
029900 2200-PROCURAR-MEMBRO-EXIT.
030000     EXIT.
030100*
030200***************************************************************
030300*    2210-COMPARAR-MEMBRO                                      *
030400***************************************************************
030500 2210-COMPARAR-MEMBRO.
030600     IF WS-MEMBRO(WS-SUB-MEMBRO) = REL-CUST-ID
030700         MOVE "Y" TO WS-MEMBRO-ACHADO-SW
030800     END-IF.
030900 2210-COMPARAR-MEMBRO-EXIT.
031000     EXIT.
031100*
031200***************************************************************
031300*    2300-SOMAR-MEMBRO - SALDO DEVEDOR (CUSTMAST) E LIMITE      *
031400*    CONCEDIDO (CREDLIM) DO MEMBRO, COM LINHA DE DETALHE        *
031500***************************************************************
031600 2300-SOMAR-MEMBRO.
031700     IF WS-QTDE-MEMBROS < 200
031800         ADD 1 TO WS-QTDE-MEMBROS
031900         MOVE REL-CUST-ID TO WS-MEMBRO(WS-QTDE-MEMBROS)
032000     ELSE
032100         ADD 1 TO WS-QTDE-ESTOURO-TAB
032200     END-IF.
032300     MOVE ZERO TO WS-DEVEDOR-MEMBRO.
032400     MOVE ZERO TO WS-LIMITE-MEMBRO.
032500     MOVE REL-CUST-ID TO CUST-ID.
032600     READ CUSTOMER-MASTER
032700         KEY IS CUST-ID
032800         INVALID KEY
032900             MOVE SPACES TO CUST-NOME
033000             MOVE ZERO TO CUST-SALDO
033100     END-READ.
033200     IF CUST-SALDO NUMERIC AND CUST-SALDO < ZERO
033300         COMPUTE WS-DEVEDOR-MEMBRO = ZERO - CUST-SALDO
033400     END-IF.
033500     IF LIMITES-DISPONIVEIS
033600         MOVE REL-CUST-ID TO LIM-CUST-ID
033700         READ CREDIT-LIMIT-FILE
033800             KEY IS LIM-CUST-ID
033900             INVALID KEY
034000                 MOVE ZERO TO LIM-VALOR
034100         END-READ
034200         IF LIM-VALOR NUMERIC
034300             MOVE LIM-VALOR TO WS-LIMITE-MEMBRO
034400         END-IF
034500     END-IF.
034600     ADD WS-DEVEDOR-MEMBRO TO WS-EXPOSICAO-GRUPO.
034700     ADD WS-LIMITE-MEMBRO TO WS-LIMITES-GRUPO.
034800     MOVE CUST-SALDO TO WS-SALDO-EDITADO.
034900     MOVE WS-LIMITE-MEMBRO TO WS-VALOR-EDITADO.
035000     MOVE SPACES TO RPT-LINHA-ENTRADA.
035100     STRING "   " REL-CUST-ID " " CUST-NOME " VINCULO " REL-TIPO
035200         " SALDO R$ " WS-SALDO-EDITADO
035300         " LIMITE CRED R$ " WS-VALOR-EDITADO
035400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
035500     END-STRING.
035600     SET RPT-ACAO-DETALHE TO TRUE.
035700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
035800     PERFORM 8000-GRAVAR-LINHAS-RPT
035900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
036000 2300-SOMAR-MEMBRO-EXIT.
036100     EXIT.
036200*
036300***************************************************************
036400*    2500-FECHAR-GRUPO - LINHA DE TOTAL DO GRUPO CONTRA O       *
036500*    LIMITE DO GRPLIM:                                          *
036600*        EXCEDIDO      - SALDO DEVEDOR DO GRUPO ACIMA DO LIMITE *
036700*        LIMITES ACIMA - LIMITES CONCEDIDOS ACIMA DO LIMITE     *
036800*        SEM LIMITE    - GRUPO SEM LIMITE NO GRPLIM             *
036900***************************************************************
037000 2500-FECHAR-GRUPO.
037100     MOVE "OK" TO WS-SITUACAO-GRUPO.
037200     IF GRP-LIMITE NOT NUMERIC OR GRP-LIMITE = ZERO
037300         MOVE "SEM LIMITE" TO WS-SITUACAO-GRUPO
037400         MOVE ZERO TO GRP-LIMITE
037500     ELSE
037600         IF WS-EXPOSICAO-GRUPO > GRP-LIMITE
037700             MOVE "EXCEDIDO" TO WS-SITUACAO-GRUPO
037800             ADD 1 TO WS-QTDE-EXCEDIDOS
037900         ELSE
038000             IF WS-LIMITES-GRUPO > GRP-LIMITE
038100                 MOVE "LIMITES ACIMA" TO WS-SITUACAO-GRUPO
038200             END-IF
038300         END-IF
038400     END-IF.
038500     MOVE WS-QTDE-MEMBROS TO WS-QTDE-MEMBROS-ED.
038600     MOVE WS-EXPOSICAO-GRUPO TO WS-TOTAL-EDITADO.
038700     MOVE WS-LIMITES-GRUPO TO WS-LIMITES-EDITADO.
038800     MOVE GRP-LIMITE TO WS-VALOR-EDITADO.
038900     MOVE SPACES TO RPT-LINHA-ENTRADA.
039000     STRING "   TOTAL MEMBROS " WS-QTDE-MEMBROS-ED
039100         " EXPOSICAO R$ " WS-TOTAL-EDITADO
039200         " LIMITES CONCEDIDOS R$ " WS-LIMITES-EDITADO
039300         " LIMITE GRUPO R$ " WS-VALOR-EDITADO
039400         " " WS-SITUACAO-GRUPO
039500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
039600     END-STRING.
039700     SET RPT-ACAO-DETALHE TO TRUE.
039800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
039900     PERFORM 8000-GRAVAR-LINHAS-RPT
040000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
040100 2500-FECHAR-GRUPO-EXIT.
040200     EXIT.
040300*
040400***************************************************************
040500*    9000-FINALIZAR                                            *
040600***************************************************************
040700 9000-FINALIZAR.
040800     IF PRINT-FILE-OK
040900         MOVE SPACES TO RPT-LINHA-ENTRADA
041000         STRING "GRUPOS=" WS-QTDE-GRUPOS
041100             " EXCEDIDOS=" WS-QTDE-EXCEDIDOS
041200             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
041300         END-STRING
041400         SET RPT-ACAO-TOTAL TO TRUE
041500         CALL "REPORT-WRITER" USING RPT-PARAMETROS
041600         PERFORM 8000-GRAVAR-LINHAS-RPT
041700             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
041800         CLOSE PRINT-FILE
041900     END-IF.
042000     IF RELCLI-OK OR WS-RELCLI-FILE-STATUS = "10"
042100         CLOSE RELATION-FILE
042200     END-IF.
042300     IF MASTER-OK
042400         CLOSE CUSTOMER-MASTER
042500     END-IF.
042600     IF LIMITES-DISPONIVEIS
042700         CLOSE CREDIT-LIMIT-FILE
042800     END-IF.
042900     IF GRUPOS-DISPONIVEIS
043000         CLOSE GROUP-LIMIT-FILE
043100     END-IF.
043200     DISPLAY "====== EXPOSICAO POR GRUPO ECONOMICO ======".
043300     DISPLAY "VINCULOS LIDOS .....: " WS-QTDE-VINCULOS.
043400     DISPLAY "GRUPOS .............: " WS-QTDE-GRUPOS.
043500     DISPLAY "GRUPOS EXCEDIDOS ...: " WS-QTDE-EXCEDIDOS.
043600     IF WS-QTDE-ESTOURO-TAB > ZERO
043700         DISPLAY "AVISO: " WS-QTDE-ESTOURO-TAB " MEMBROS ALEM DE "
043800             "200 POR GRUPO - PODEM TER SIDO SOMADOS MAIS DE UMA "
043900             "VEZ."
044000     END-IF.
044100     IF WS-QTDE-EXCEDIDOS > ZERO AND RETURN-CODE < 4
044200         MOVE 4 TO RETURN-CODE
044300     END-IF.
044400 9000-FINALIZAR-EXIT.
044500     EXIT.
044600*
044700***************************************************************
044800*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
044900*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
045000***************************************************************
045100 8000-GRAVAR-LINHAS-RPT.
045200     IF NOT PRINT-FILE-OK
045300         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
045400     END-IF.
045500     PERFORM 8100-GRAVAR-UMA-LINHA
045600         THRU 8100-GRAVAR-UMA-LINHA-EXIT
045700         VARYING WS-RPT-SUB FROM 1 BY 1
045800         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
045900 8000-GRAVAR-LINHAS-RPT-EXIT.
046000     EXIT.
046100*
046200***************************************************************
046300*    8100-GRAVAR-UMA-LINHA                                     *
046400***************************************************************
046500 8100-GRAVAR-UMA-LINHA.
046600     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
046700     WRITE PRINT-LINE.
046800 8100-GRAVAR-UMA-LINHA-EXIT.
046900     EXIT.
