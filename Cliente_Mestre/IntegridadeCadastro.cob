000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTEGRIDADE-CADASTRO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     VERIFICACAO DE INTEGRIDADE REFERENCIAL
001200*                       ENTRE O CUSTMAST E OS ARQUIVOS FILHOS
001300*                       (CUSTACCT, CUSTADDR, CUSTNOTA, TITREG,
001400*                       CREDLIM, RECORFILE, SETLREG, STATHIST).
001500*                       LISTA NO INTEGPRT (REPORT-WRITER):
001600*                       REGISTRO FILHO SEM CLIENTE NO MESTRE
001700*                       (ORFAO - INCLUSIVE O DO CLIENTE JA
001800*                       EXPURGADO PELO CLIENTE-PURGE); CLIENTE
001900*                       CANCELADO OU AUSENTE COM TITULO ABERTO,
002000*                       RECORRENCIA VIGENTE OU CONTA COM SALDO;
002100*                       E CLIENTE CUJO CUST-SALDO DIFERE DA SOMA
002200*                       DAS CONTAS NO CUSTACCT. CLIENTE SEM
002300*                       NENHUMA CONTA E LEGADO (COMO NO SALDO-
002400*                       TRIAL-BALANCE) E SO E CONTADO. RESUMO NO
002500*                       EODSTATS; HAVENDO ACHADO, AVISO NO
002600*                       ALERTLOG VIA ALERT-WRITER E RC 4.
002700***************************************************************
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CUST-ID
003600         ALTERNATE RECORD KEY IS CUST-NOME
003700             WITH DUPLICATES
003800         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
003900         FILE STATUS IS WS-MASTER-FILE-STATUS.
004000     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS ACC-CHAVE
004400         FILE STATUS IS WS-ACCT-FILE-STATUS.
004500     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS ADR-CUST-ID
004900         FILE STATUS IS WS-ADDR-FILE-STATUS.
005000     SELECT NOTES-FILE ASSIGN TO "CUSTNOTA"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-NOTES-FILE-STATUS.
005300     SELECT TITULO-FILE ASSIGN TO "TITREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS TIT-CHAVE
005700         ALTERNATE RECORD KEY IS TIT-CUST-ID
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-TITULO-FILE-STATUS.
006000     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS LIM-CUST-ID
006400         FILE STATUS IS WS-LIMITE-FILE-STATUS.
006500     SELECT RECUR-FILE ASSIGN TO "RECORFILE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RECUR-FILE-STATUS.
006800     SELECT SETTLE-FILE ASSIGN TO "SETLREG"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS STL-CHAVE
007200         FILE STATUS IS WS-SETTLE-FILE-STATUS.
007300     SELECT HISTORY-FILE ASSIGN TO "STATHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-HISTORY-FILE-STATUS.
007600     SELECT PRINT-FILE ASSIGN TO "INTEGPRT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PRINT-FILE-STATUS.
007900     SELECT STATS-FILE ASSIGN TO "EODSTATS"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-STATS-FILE-STATUS.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500*
008600 FD  CUSTOMER-MASTER.
008700*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008800 COPY "CUSTREC.cpy".
008900*
009000 FD  ACCOUNT-FILE.
009100*    SUB-RAZAO DE CONTAS (VER COPYBOOKS/ACCTREC.CPY)
009200 COPY "ACCTREC.cpy".
009300*
009400 FD  ADDRESS-FILE.
009500*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
009600 COPY "ADDRREC.cpy".
009700*
009800 FD  NOTES-FILE
009900     RECORDING MODE IS F.
010000 01  NOTES-RECORD.
010100     05  NOT-CUST-ID         PIC X(10).
010200     05  FILLER              PIC X(88).
010300*
010400 FD  TITULO-FILE.
010500*    CADASTRO DE TITULOS DE COBRANCA (VER COPYBOOKS/TITREG.CPY)
010600 COPY "TITREG.cpy".
010700*
010800 FD  CREDIT-LIMIT-FILE.
010900 01  CREDIT-LIMIT-RECORD.
011000     05  LIM-CUST-ID         PIC X(10).
011100     05  LIM-VALOR           PIC 9(7)V99.
011200     05  LIM-DATA-ATUALIZA   PIC 9(08).
011300     05  FILLER              PIC X(13).
011400*
011500 FD  RECUR-FILE
011600     RECORDING MODE IS F.
011700*    INSTRUCAO DE RECORRENCIA (VER COPYBOOKS/RECREG.CPY)
011800 COPY "RECREG.cpy".
013400*
013500 FD  SETTLE-FILE.
013600*    CADASTRO DE PAGAMENTOS JA LIQUIDADOS (VER COPYBOOKS/
013700*    SETLREG.CPY)
013800 COPY "SETLREG.cpy".
013900*
014000 FD  HISTORY-FILE
014100     RECORDING MODE IS F.
014200 01  HISTORY-RECORD.
014300     05  HIST-DATA           PIC 9(08).
014400     05  FILLER              PIC X(01).
014500     05  HIST-STATUS-ANTIGO  PIC X(01).
014600     05  FILLER              PIC X(01).
014700     05  HIST-STATUS-NOVO    PIC X(01).
014800     05  FILLER              PIC X(01).
014900     05  HIST-MOTIVO         PIC X(04).
015000     05  FILLER              PIC X(01).
015100     05  HIST-ORIGEM         PIC X(01).
015200     05  FILLER              PIC X(01).
015300     05  HIST-CUST-ID        PIC X(10).
015400*
015500 FD  PRINT-FILE
015600     RECORDING MODE IS F.
015700 01  PRINT-LINE              PIC X(132).
015800*
015900 FD  STATS-FILE
016000     RECORDING MODE IS F.
016100 COPY "STATFILE.cpy".
016200*
016300 WORKING-STORAGE SECTION.
016400*
016500 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
016600     88  MASTER-OK           VALUE "00".
016700 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
016800     88  ACCT-OK             VALUE "00".
016900 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
017000     88  ADDR-OK             VALUE "00".
017100 77  WS-NOTES-FILE-STATUS    PIC X(02) VALUE ZEROS.
017200     88  NOTES-OK            VALUE "00".
017300 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
017400     88  TITULO-OK           VALUE "00".
017500 77  WS-LIMITE-FILE-STATUS   PIC X(02) VALUE ZEROS.
017600     88  LIMITE-OK           VALUE "00".
017700 77  WS-RECUR-FILE-STATUS    PIC X(02) VALUE ZEROS.
017800     88  RECUR-OK            VALUE "00".
017900 77  WS-SETTLE-FILE-STATUS   PIC X(02) VALUE ZEROS.
018000     88  SETTLE-OK           VALUE "00".
018100 77  WS-HISTORY-FILE-STATUS  PIC X(02) VALUE ZEROS.
018200     88  HISTORY-FILE-OK     VALUE "00".
018300 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
018400     88  PRINT-FILE-OK       VALUE "00".
018500 77  WS-STATS-FILE-STATUS    PIC X(02) VALUE ZEROS.
018600     88  STATS-FILE-OK       VALUE "00".
018700*
018800 77  WS-MESTRE-ABERTO-SW     PIC X(01) VALUE "N".
018900     88  MESTRE-DISPONIVEL   VALUE "Y".
019000 77  WS-EOF-FILHO-SW         PIC X(01) VALUE "N".
019100     88  FIM-DO-FILHO        VALUE "Y".
019200*
019300***************************************************************
019400*    CONFRONTO CUSTMAST X CUSTACCT - OS DOIS SAO LIDOS NA ORDEM
019500*    DO CUST-ID (A CHAVE DO CUSTACCT COMECA PELO CLIENTE); CHAVE
019600*    EM HIGH-VALUES MARCA O FIM DE CADA UM
019700***************************************************************
019800 77  WS-CHAVE-MESTRE         PIC X(10) VALUE SPACES.
019900 77  WS-CHAVE-CONTA          PIC X(10) VALUE SPACES.
020000 77  WS-SALDO-MESTRE         PIC S9(7)V99 VALUE ZERO.
020100 77  WS-STATUS-MESTRE        PIC X(01) VALUE SPACE.
020200     88  MESTRE-CANCELADO    VALUE "C".
020300 77  WS-SOMA-CONTAS          PIC S9(9)V99 VALUE ZERO.
020400 77  WS-QTDE-CONTAS-CLI      PIC 9(03) COMP VALUE ZERO.
020500*
020600***************************************************************
020700*    ULTIMO CLIENTE PROCURADO NO MESTRE - OS FILHOS TRAZEM O
020800*    MESMO CUST-ID EM SEQUENCIA, ENTAO A LEITURA SE REPETE POUCO
020900***************************************************************
021000 77  WS-ID-FILHO             PIC X(10) VALUE SPACES.
021100 77  WS-ID-CACHE             PIC X(10) VALUE HIGH-VALUES.
021200 77  WS-SITUACAO-CACHE       PIC X(01) VALUE SPACE.
021300     88  CLIENTE-AUSENTE     VALUE "A".
021400     88  CLIENTE-CANCELADO   VALUE "C".
021500     88  CLIENTE-ATIVO       VALUE "V".
021600*
021700 77  WS-RECOR-VIGENTE-SW     PIC X(01) VALUE "N".
021800     88  RECOR-VIGENTE       VALUE "Y".
021900*
022000***************************************************************
022100*    ACHADO CORRENTE (UMA LINHA DO INTEGPRT)
022200***************************************************************
022300 77  WS-ACH-ARQUIVO          PIC X(09) VALUE SPACES.
022400 77  WS-ACH-CHAVE            PIC X(10) VALUE SPACES.
022500 77  WS-ACH-MOTIVO           PIC X(30) VALUE SPACES.
022600 77  WS-ACH-DETALHE          PIC X(60) VALUE SPACES.
022700 77  WS-VALOR-EDITADO        PIC -(9)9.99.
022800 77  WS-VALOR-EDITADO-2      PIC -(9)9.99.
022900*
023000 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
023100 77  WS-QTDE-SEM-CONTA       PIC 9(07) COMP VALUE ZERO.
023200 77  WS-LIDOS-ACCT           PIC 9(07) COMP VALUE ZERO.
023300 77  WS-LIDOS-ADDR           PIC 9(07) COMP VALUE ZERO.
023400 77  WS-LIDOS-NOTA           PIC 9(07) COMP VALUE ZERO.
023500 77  WS-LIDOS-TIT            PIC 9(07) COMP VALUE ZERO.
023600 77  WS-LIDOS-LIM            PIC 9(07) COMP VALUE ZERO.
023700 77  WS-LIDOS-RECOR          PIC 9(07) COMP VALUE ZERO.
023800 77  WS-LIDOS-SETL           PIC 9(07) COMP VALUE ZERO.
023900 77  WS-LIDOS-HIST           PIC 9(07) COMP VALUE ZERO.
024000 77  WS-ORF-ACCT             PIC 9(07) COMP VALUE ZERO.
024100 77  WS-ORF-ADDR             PIC 9(07) COMP VALUE ZERO.
024200 77  WS-ORF-NOTA             PIC 9(07) COMP VALUE ZERO.
024300 77  WS-ORF-TIT              PIC 9(07) COMP VALUE ZERO.
024400 77  WS-ORF-LIM              PIC 9(07) COMP VALUE ZERO.
024500 77  WS-ORF-RECOR            PIC 9(07) COMP VALUE ZERO.
024600 77  WS-ORF-SETL             PIC 9(07) COMP VALUE ZERO.
024700 77  WS-ORF-HIST             PIC 9(07) COMP VALUE ZERO.
024800 77  WS-QTDE-ORFAOS          PIC 9(07) COMP VALUE ZERO.
024900 77  WS-PEND-TITULO          PIC 9(07) COMP VALUE ZERO.
025000 77  WS-PEND-RECOR           PIC 9(07) COMP VALUE ZERO.
025100 77  WS-PEND-CONTA           PIC 9(07) COMP VALUE ZERO.
025200 77  WS-QTDE-PENDENCIAS      PIC 9(07) COMP VALUE ZERO.
025300 77  WS-QTDE-DIVERGENTES     PIC 9(07) COMP VALUE ZERO.
025400 77  WS-QTDE-ACHADOS         PIC 9(07) COMP VALUE ZERO.
025500 77  WS-ACHADOS-DISP         PIC 9(07) VALUE ZEROS.
025600*
025700***************************************************************
025800*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
025900*    COPYBOOKS/RPTWRT.CPY)
026000***************************************************************
026100 COPY "RPTWRT.cpy".
026200 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
026300*
026400***************************************************************
026500*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA (VER
026600*    COPYBOOKS/ALRHDL.CPY)
026700***************************************************************
026800 COPY "ALRHDL.cpy".
026900*
027000***************************************************************
027100*    DATA/HORA DE EXECUCAO COMPARTILHADA
027100*    (VER COPYBOOKS/RUNDATE.CPY)
027200***************************************************************
027300 COPY "RUNDATE.cpy".
027400*
027500***************************************************************
027600*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
027700***************************************************************
027800 COPY "ERRHDL.cpy".
027900*
028000 PROCEDURE DIVISION.
028100*
028200***************************************************************
028300*    0000-MAINLINE                                             *
028400***************************************************************
028500 0000-MAINLINE.
028600     MOVE ZERO TO RETURN-CODE.
028700     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
028800     ACCEPT RUN-HORA FROM TIME.
028900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
029000     IF MESTRE-DISPONIVEL
029100         PERFORM 2000-CONFRONTAR-CONTAS
029200             THRU 2000-CONFRONTAR-CONTAS-EXIT
029300         PERFORM 3000-VERIFICAR-ENDERECOS
029400             THRU 3000-VERIFICAR-ENDERECOS-EXIT
029500         PERFORM 3100-VERIFICAR-NOTAS
029600             THRU 3100-VERIFICAR-NOTAS-EXIT
029700         PERFORM 3200-VERIFICAR-TITULOS
029800             THRU 3200-VERIFICAR-TITULOS-EXIT
029900         PERFORM 3300-VERIFICAR-LIMITES
030000             THRU 3300-VERIFICAR-LIMITES-EXIT
030100         PERFORM 3400-VERIFICAR-RECORRENCIAS
030200             THRU 3400-VERIFICAR-RECORRENCIAS-EXIT
030300         PERFORM 3500-VERIFICAR-LIQUIDACOES
030400             THRU 3500-VERIFICAR-LIQUIDACOES-EXIT
030500         PERFORM 3600-VERIFICAR-HISTORICO
030600             THRU 3600-VERIFICAR-HISTORICO-EXIT
030700     END-IF.
030800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
030900     STOP RUN.
031000*
031100***************************************************************
031200*    1000-INICIALIZAR                                          *
031300***************************************************************
031400 1000-INICIALIZAR.
031500     OPEN INPUT CUSTOMER-MASTER.
031600     IF NOT MASTER-OK
031700         MOVE "INTEGRID" TO ERR-PROGRAMA
031800         SET ERR-TIPO-ARQUIVO TO TRUE
031900         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
032000         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
032100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 1000-INICIALIZAR-EXIT
032400     END-IF.
032500     MOVE "Y" TO WS-MESTRE-ABERTO-SW.
032600     OPEN OUTPUT PRINT-FILE.
032700     MOVE "INTEGRIDADE REFERENCIAL DOS CADASTROS" TO RPT-TITULO.
032800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
032900     SET RPT-ACAO-INICIAR TO TRUE.
033000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
033100     PERFORM 8000-GRAVAR-LINHAS-RPT
033200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
033300 1000-INICIALIZAR-EXIT.
033400     EXIT.
033500*
033600***************************************************************
033700*    2000-CONFRONTAR-CONTAS - CASAMENTO CUSTMAST X CUSTACCT NA  *
033800*    ORDEM DO CUST-ID: CONTA SEM CLIENTE, CONTA COM SALDO DE    *
033900*    CLIENTE CANCELADO E SOMA DAS CONTAS CONTRA O CUST-SALDO    *
034000***************************************************************
034100 2000-CONFRONTAR-CONTAS.
034200     OPEN INPUT ACCOUNT-FILE.
034300     IF NOT ACCT-OK
034400         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
034500             WS-ACCT-FILE-STATUS ") - SALDOS NAO CONFRONTADOS"
034600         GO TO 2000-CONFRONTAR-CONTAS-EXIT
034700     END-IF.
034800     PERFORM 2010-LER-MESTRE THRU 2010-LER-MESTRE-EXIT.
034900     PERFORM 2020-LER-CONTA THRU 2020-LER-CONTA-EXIT.
035000     PERFORM 2100-CASAR-CHAVES THRU 2100-CASAR-CHAVES-EXIT
035100         UNTIL WS-CHAVE-MESTRE = HIGH-VALUES
035200           AND WS-CHAVE-CONTA = HIGH-VALUES.
035300     CLOSE ACCOUNT-FILE.
035400 2000-CONFRONTAR-CONTAS-EXIT.
035500     EXIT.
035600*
035700***************************************************************
035800*    2010-LER-MESTRE                                           *
035900***************************************************************
036000 2010-LER-MESTRE.
036100     MOVE ZERO TO WS-SOMA-CONTAS.
036200     MOVE ZERO TO WS-QTDE-CONTAS-CLI.
036300     READ CUSTOMER-MASTER NEXT RECORD
036400         AT END
036500             MOVE HIGH-VALUES TO WS-CHAVE-MESTRE
036600         NOT AT END
036700             ADD 1 TO WS-QTDE-CLIENTES
036800             MOVE CUST-ID TO WS-CHAVE-MESTRE
036900             MOVE CUST-SALDO TO WS-SALDO-MESTRE
037000             MOVE CUST-STATUS TO WS-STATUS-MESTRE
037100     END-READ.
037200 2010-LER-MESTRE-EXIT.
037300     EXIT.
037400*
037500***************************************************************
037600*    2020-LER-CONTA                                            *
037700***************************************************************
037800 2020-LER-CONTA.
037900     READ ACCOUNT-FILE
038000         AT END
038100             MOVE HIGH-VALUES TO WS-CHAVE-CONTA
038200         NOT AT END
038300             ADD 1 TO WS-LIDOS-ACCT
038400             MOVE ACC-CUST-ID TO WS-CHAVE-CONTA
038500     END-READ.
038600 2020-LER-CONTA-EXIT.
038700     EXIT.
038800*
038900***************************************************************
039000*    2100-CASAR-CHAVES                                         *
039100***************************************************************
039200 2100-CASAR-CHAVES.
039300     EVALUATE TRUE
039400         WHEN WS-CHAVE-CONTA < WS-CHAVE-MESTRE
039500             PERFORM 2200-CONTA-ORFA THRU 2200-CONTA-ORFA-EXIT
039600             PERFORM 2020-LER-CONTA THRU 2020-LER-CONTA-EXIT
039700         WHEN WS-CHAVE-CONTA = WS-CHAVE-MESTRE
039800             PERFORM 2300-SOMAR-CONTA THRU 2300-SOMAR-CONTA-EXIT
039900             PERFORM 2020-LER-CONTA THRU 2020-LER-CONTA-EXIT
040000         WHEN OTHER
040100             PERFORM 2400-FECHAR-CLIENTE
040200                 THRU 2400-FECHAR-CLIENTE-EXIT
040300             PERFORM 2010-LER-MESTRE THRU 2010-LER-MESTRE-EXIT
040400     END-EVALUATE.
040500 2100-CASAR-CHAVES-EXIT.
040600     EXIT.
040700*
040800***************************************************************
040900*    2200-CONTA-ORFA - CONTA DE CLIENTE QUE NAO ESTA NO MESTRE  *
041000***************************************************************
041100 2200-CONTA-ORFA.
041200     ADD 1 TO WS-ORF-ACCT.
041300     MOVE "CUSTACCT" TO WS-ACH-ARQUIVO.
041400     MOVE ACC-CUST-ID TO WS-ACH-CHAVE.
041500     IF ACC-SALDO NUMERIC AND ACC-SALDO NOT = ZERO
041600         ADD 1 TO WS-PEND-CONTA
041700         MOVE "ORFAO COM SALDO EM CONTA" TO WS-ACH-MOTIVO
041800     ELSE
041900         MOVE "ORFAO - SEM CLIENTE NO MESTRE" TO WS-ACH-MOTIVO
042000     END-IF.
042100     MOVE ZERO TO WS-VALOR-EDITADO.
042200     IF ACC-SALDO NUMERIC
042300         MOVE ACC-SALDO TO WS-VALOR-EDITADO
042400     END-IF.
042500     MOVE SPACES TO WS-ACH-DETALHE.
042600     STRING "CONTA " ACC-TIPO " SALDO R$ " WS-VALOR-EDITADO
042700         DELIMITED BY SIZE INTO WS-ACH-DETALHE
042800     END-STRING.
042900     PERFORM 8500-REGISTRAR-ACHADO
043000         THRU 8500-REGISTRAR-ACHADO-EXIT.
043100 2200-CONTA-ORFA-EXIT.
043200     EXIT.
043300*
043400***************************************************************
043500*    2300-SOMAR-CONTA - ACUMULA A CONTA NO CLIENTE CORRENTE;    *
043600*    CONTA COM SALDO DE CLIENTE CANCELADO VIRA ACHADO           *
043700***************************************************************
043800 2300-SOMAR-CONTA.
043900     ADD 1 TO WS-QTDE-CONTAS-CLI.
044000     IF NOT ACC-SALDO NUMERIC
044100         GO TO 2300-SOMAR-CONTA-EXIT
044200     END-IF.
044300     ADD ACC-SALDO TO WS-SOMA-CONTAS.
044400     IF NOT MESTRE-CANCELADO OR ACC-SALDO = ZERO
044500         GO TO 2300-SOMAR-CONTA-EXIT
044600     END-IF.
044700     ADD 1 TO WS-PEND-CONTA.
044800     MOVE "CUSTACCT" TO WS-ACH-ARQUIVO.
044900     MOVE ACC-CUST-ID TO WS-ACH-CHAVE.
045000     MOVE "CANCELADO COM SALDO EM CONTA" TO WS-ACH-MOTIVO.
045100     MOVE ACC-SALDO TO WS-VALOR-EDITADO.
045200     MOVE SPACES TO WS-ACH-DETALHE.
045300     STRING "CONTA " ACC-TIPO " SALDO R$ " WS-VALOR-EDITADO
045400         DELIMITED BY SIZE INTO WS-ACH-DETALHE
045500     END-STRING.
045600     PERFORM 8500-REGISTRAR-ACHADO
045700         THRU 8500-REGISTRAR-ACHADO-EXIT.
045800 2300-SOMAR-CONTA-EXIT.
045900     EXIT.
046000*
046100***************************************************************
046200*    2400-FECHAR-CLIENTE - FIM DAS CONTAS DO CLIENTE: A SOMA    *
046300*    DEVE BATER COM O CUST-SALDO. CLIENTE SEM CONTA E LEGADO    *
046400***************************************************************
046500 2400-FECHAR-CLIENTE.
046600     IF WS-QTDE-CONTAS-CLI = ZERO
046700         ADD 1 TO WS-QTDE-SEM-CONTA
046800         GO TO 2400-FECHAR-CLIENTE-EXIT
046900     END-IF.
047000     IF WS-SALDO-MESTRE NUMERIC
047100         AND WS-SOMA-CONTAS = WS-SALDO-MESTRE
047200         GO TO 2400-FECHAR-CLIENTE-EXIT
047300     END-IF.
047400     ADD 1 TO WS-QTDE-DIVERGENTES.
047500     MOVE "CUSTMAST" TO WS-ACH-ARQUIVO.
047600     MOVE WS-CHAVE-MESTRE TO WS-ACH-CHAVE.
047700     MOVE "CUST-SALDO DIFERE DAS CONTAS" TO WS-ACH-MOTIVO.
047800     MOVE ZERO TO WS-VALOR-EDITADO.
047900     IF WS-SALDO-MESTRE NUMERIC
048000         MOVE WS-SALDO-MESTRE TO WS-VALOR-EDITADO
048100     END-IF.
048200     MOVE WS-SOMA-CONTAS TO WS-VALOR-EDITADO-2.
048300     MOVE SPACES TO WS-ACH-DETALHE.
048400     STRING "MESTRE R$ " WS-VALOR-EDITADO
048500         " CONTAS R$ " WS-VALOR-EDITADO-2
048600         DELIMITED BY SIZE INTO WS-ACH-DETALHE
048700     END-STRING.
048800     PERFORM 8500-REGISTRAR-ACHADO
048900         THRU 8500-REGISTRAR-ACHADO-EXIT.
049000 2400-FECHAR-CLIENTE-EXIT.
049100     EXIT.
049200*
049300***************************************************************
049400*    3000-VERIFICAR-ENDERECOS - CUSTADDR SEM CLIENTE            *
049500***************************************************************
049600 3000-VERIFICAR-ENDERECOS.
049700     OPEN INPUT ADDRESS-FILE.
049800     IF NOT ADDR-OK
049900         DISPLAY "AVISO: CUSTADDR INDISPONIVEL (STATUS "
050000             WS-ADDR-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
050100         GO TO 3000-VERIFICAR-ENDERECOS-EXIT
050200     END-IF.
050300     MOVE "N" TO WS-EOF-FILHO-SW.
050400     PERFORM 3010-LER-ENDERECO THRU 3010-LER-ENDERECO-EXIT.
050500     PERFORM 3020-TRATAR-ENDERECO THRU 3020-TRATAR-ENDERECO-EXIT
050600         UNTIL FIM-DO-FILHO.
050700     CLOSE ADDRESS-FILE.
050800 3000-VERIFICAR-ENDERECOS-EXIT.
050900     EXIT.
051000*
051100***************************************************************
051200*    3010-LER-ENDERECO                                         *
051300***************************************************************
051400 3010-LER-ENDERECO.
051500     READ ADDRESS-FILE
051600         AT END
051700             MOVE "Y" TO WS-EOF-FILHO-SW
051800     END-READ.
051900 3010-LER-ENDERECO-EXIT.
052000     EXIT.
052100*
052200***************************************************************
052300*    3020-TRATAR-ENDERECO                                      *
052400***************************************************************
052500 3020-TRATAR-ENDERECO.
052600     ADD 1 TO WS-LIDOS-ADDR.
052700     MOVE ADR-CUST-ID TO WS-ID-FILHO.
052800     PERFORM 7000-LOCALIZAR-CLIENTE
052900         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
053000     IF CLIENTE-AUSENTE
053100         ADD 1 TO WS-ORF-ADDR
053200         MOVE "CUSTADDR" TO WS-ACH-ARQUIVO
053300         MOVE SPACES TO WS-ACH-DETALHE
053400         PERFORM 8400-ACHADO-ORFAO THRU 8400-ACHADO-ORFAO-EXIT
053500     END-IF.
053600     PERFORM 3010-LER-ENDERECO THRU 3010-LER-ENDERECO-EXIT.
053700 3020-TRATAR-ENDERECO-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    3100-VERIFICAR-NOTAS - CUSTNOTA SEM CLIENTE                *
054200***************************************************************
054300 3100-VERIFICAR-NOTAS.
054400     OPEN INPUT NOTES-FILE.
054500     IF NOT NOTES-OK
054600         DISPLAY "AVISO: CUSTNOTA INDISPONIVEL (STATUS "
054700             WS-NOTES-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
054800         GO TO 3100-VERIFICAR-NOTAS-EXIT
054900     END-IF.
055000     MOVE "N" TO WS-EOF-FILHO-SW.
055100     PERFORM 3110-LER-NOTA THRU 3110-LER-NOTA-EXIT.
055200     PERFORM 3120-TRATAR-NOTA THRU 3120-TRATAR-NOTA-EXIT
055300         UNTIL FIM-DO-FILHO.
055400     CLOSE NOTES-FILE.
055500 3100-VERIFICAR-NOTAS-EXIT.
055600     EXIT.
055700*
055800***************************************************************
055900*    3110-LER-NOTA                                             *
056000***************************************************************
056100 3110-LER-NOTA.
056200     READ NOTES-FILE
056300         AT END
056400             MOVE "Y" TO WS-EOF-FILHO-SW
056500     END-READ.
056600 3110-LER-NOTA-EXIT.
056700     EXIT.
056800*
056900***************************************************************
057000*    3120-TRATAR-NOTA                                          *
057100***************************************************************
057200 3120-TRATAR-NOTA.
057300     ADD 1 TO WS-LIDOS-NOTA.
057400     MOVE NOT-CUST-ID TO WS-ID-FILHO.
057500     PERFORM 7000-LOCALIZAR-CLIENTE
057600         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
057700     IF CLIENTE-AUSENTE
057800         ADD 1 TO WS-ORF-NOTA
057900         MOVE "CUSTNOTA" TO WS-ACH-ARQUIVO
058000         MOVE SPACES TO WS-ACH-DETALHE
058100         PERFORM 8400-ACHADO-ORFAO THRU 8400-ACHADO-ORFAO-EXIT
058200     END-IF.
058300     PERFORM 3110-LER-NOTA THRU 3110-LER-NOTA-EXIT.
058400 3120-TRATAR-NOTA-EXIT.
058500     EXIT.
058600*
058700***************************************************************
058800*    3200-VERIFICAR-TITULOS - TITREG SEM CLIENTE E TITULO       *
058900*    ABERTO DE CLIENTE CANCELADO                                *
059000***************************************************************
059100 3200-VERIFICAR-TITULOS.
059200     OPEN INPUT TITULO-FILE.
059300     IF NOT TITULO-OK
059400         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
059500             WS-TITULO-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
059600         GO TO 3200-VERIFICAR-TITULOS-EXIT
059700     END-IF.
059800     MOVE "N" TO WS-EOF-FILHO-SW.
059900     PERFORM 3210-LER-TITULO THRU 3210-LER-TITULO-EXIT.
060000     PERFORM 3220-TRATAR-TITULO THRU 3220-TRATAR-TITULO-EXIT
060100         UNTIL FIM-DO-FILHO.
060200     CLOSE TITULO-FILE.
060300 3200-VERIFICAR-TITULOS-EXIT.
060400     EXIT.
060500*
060600***************************************************************
060700*    3210-LER-TITULO                                           *
060800***************************************************************
060900 3210-LER-TITULO.
061000     READ TITULO-FILE
061100         AT END
061200             MOVE "Y" TO WS-EOF-FILHO-SW
061300     END-READ.
061400 3210-LER-TITULO-EXIT.
061500     EXIT.
061600*
061700***************************************************************
061800*    3220-TRATAR-TITULO                                        *
061900***************************************************************
062000 3220-TRATAR-TITULO.
062100     ADD 1 TO WS-LIDOS-TIT.
062200     MOVE TIT-CUST-ID TO WS-ID-FILHO.
062300     PERFORM 7000-LOCALIZAR-CLIENTE
062400         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
062500     IF CLIENTE-ATIVO
062600         GO TO 3220-TRATAR-TITULO-CONT
062700     END-IF.
062800     MOVE "TITREG" TO WS-ACH-ARQUIVO.
062900     MOVE SPACES TO WS-ACH-DETALHE.
063000     STRING "BANCO " TIT-BANCO " REMSEQ " TIT-REMSEQ
063100         " SITUACAO " TIT-SITUACAO
063200         DELIMITED BY SIZE INTO WS-ACH-DETALHE
063300     END-STRING.
063400     IF TIT-ABERTO
063500         ADD 1 TO WS-PEND-TITULO
063600         MOVE WS-ID-FILHO TO WS-ACH-CHAVE
063700         IF CLIENTE-AUSENTE
063800             ADD 1 TO WS-ORF-TIT
063900             MOVE "ORFAO COM TITULO ABERTO" TO WS-ACH-MOTIVO
064000         ELSE
064100             MOVE "CANCELADO COM TITULO ABERTO" TO WS-ACH-MOTIVO
064200         END-IF
064300         PERFORM 8500-REGISTRAR-ACHADO
064400             THRU 8500-REGISTRAR-ACHADO-EXIT
064500     ELSE
064600         IF CLIENTE-AUSENTE
064700             ADD 1 TO WS-ORF-TIT
064800             PERFORM 8400-ACHADO-ORFAO
064900                 THRU 8400-ACHADO-ORFAO-EXIT
065000         END-IF
065100     END-IF.
065200 3220-TRATAR-TITULO-CONT.
065300     PERFORM 3210-LER-TITULO THRU 3210-LER-TITULO-EXIT.
065400 3220-TRATAR-TITULO-EXIT.
065500     EXIT.
065600*
065700***************************************************************
065800*    3300-VERIFICAR-LIMITES - CREDLIM SEM CLIENTE               *
065900***************************************************************
066000 3300-VERIFICAR-LIMITES.
066100     OPEN INPUT CREDIT-LIMIT-FILE.
066200     IF NOT LIMITE-OK
066300         DISPLAY "AVISO: CREDLIM INDISPONIVEL (STATUS "
066400             WS-LIMITE-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
066500         GO TO 3300-VERIFICAR-LIMITES-EXIT
066600     END-IF.
066700     MOVE "N" TO WS-EOF-FILHO-SW.
066800     PERFORM 3310-LER-LIMITE THRU 3310-LER-LIMITE-EXIT.
066900     PERFORM 3320-TRATAR-LIMITE THRU 3320-TRATAR-LIMITE-EXIT
067000         UNTIL FIM-DO-FILHO.
067100     CLOSE CREDIT-LIMIT-FILE.
067200 3300-VERIFICAR-LIMITES-EXIT.
067300     EXIT.
067400*
067500***************************************************************
067600*    3310-LER-LIMITE                                           *
067700***************************************************************
067800 3310-LER-LIMITE.
067900     READ CREDIT-LIMIT-FILE
068000         AT END
068100             MOVE "Y" TO WS-EOF-FILHO-SW
068200     END-READ.
068300 3310-LER-LIMITE-EXIT.
068400     EXIT.
068500*
068600***************************************************************
068700*    3320-TRATAR-LIMITE                                        *
068800***************************************************************
068900 3320-TRATAR-LIMITE.
069000     ADD 1 TO WS-LIDOS-LIM.
069100     MOVE LIM-CUST-ID TO WS-ID-FILHO.
069200     PERFORM 7000-LOCALIZAR-CLIENTE
069300         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
069400     IF CLIENTE-AUSENTE
069500         ADD 1 TO WS-ORF-LIM
069600         MOVE "CREDLIM" TO WS-ACH-ARQUIVO
069700         MOVE SPACES TO WS-ACH-DETALHE
069800         PERFORM 8400-ACHADO-ORFAO THRU 8400-ACHADO-ORFAO-EXIT
069900     END-IF.
070000     PERFORM 3310-LER-LIMITE THRU 3310-LER-LIMITE-EXIT.
070100 3320-TRATAR-LIMITE-EXIT.
070200     EXIT.
070300*
070400***************************************************************
070500*    3400-VERIFICAR-RECORRENCIAS - RECORFILE SEM CLIENTE E      *
070600*    INSTRUCAO VIGENTE DE CLIENTE CANCELADO                     *
070700***************************************************************
070800 3400-VERIFICAR-RECORRENCIAS.
070900     OPEN INPUT RECUR-FILE.
071000     IF NOT RECUR-OK
071100         DISPLAY "AVISO: RECORFILE INDISPONIVEL (STATUS "
071200             WS-RECUR-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
071300         GO TO 3400-VERIFICAR-RECORRENCIAS-EXIT
071400     END-IF.
071500     MOVE "N" TO WS-EOF-FILHO-SW.
071600     PERFORM 3410-LER-RECORRENCIA THRU 3410-LER-RECORRENCIA-EXIT.
071700     PERFORM 3420-TRATAR-RECORRENCIA
071800         THRU 3420-TRATAR-RECORRENCIA-EXIT
071900         UNTIL FIM-DO-FILHO.
072000     CLOSE RECUR-FILE.
072100 3400-VERIFICAR-RECORRENCIAS-EXIT.
072200     EXIT.
072300*
072400***************************************************************
072500*    3410-LER-RECORRENCIA                                      *
072600***************************************************************
072700 3410-LER-RECORRENCIA.
072800     READ RECUR-FILE
072900         AT END
073000             MOVE "Y" TO WS-EOF-FILHO-SW
073100     END-READ.
073200 3410-LER-RECORRENCIA-EXIT.
073300     EXIT.
073400*
073500***************************************************************
073600*    3420-TRATAR-RECORRENCIA - VIGENTE E A INSTRUCAO ATIVA SEM  *
073700*    DATA FINAL OU COM DATA FINAL POSTERIOR A RUN-DATA; SUSPENSA*
073700*    OU PENDENTE NAO E VIGENTE (COMO NO RECORRENCIA-GERAR)      *
073800***************************************************************
073900 3420-TRATAR-RECORRENCIA.
074000     ADD 1 TO WS-LIDOS-RECOR.
074100     MOVE RCR-CUST-ID TO WS-ID-FILHO.
074200     PERFORM 7000-LOCALIZAR-CLIENTE
074300         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
074400     IF CLIENTE-ATIVO
074500         GO TO 3420-TRATAR-RECORRENCIA-CONT
074600     END-IF.
074700     MOVE "Y" TO WS-RECOR-VIGENTE-SW.
074700     IF NOT RCR-ATIVA
074700         MOVE "N" TO WS-RECOR-VIGENTE-SW
074700     END-IF.
074800     IF RCR-DATA-FIM NUMERIC AND RCR-DATA-FIM > ZERO
074900         AND RCR-DATA-FIM NOT > RUN-DATA
075000         MOVE "N" TO WS-RECOR-VIGENTE-SW
075100     END-IF.
075200     MOVE "RECORFILE" TO WS-ACH-ARQUIVO.
075300     MOVE SPACES TO WS-ACH-DETALHE.
075400     STRING "DIA " RCR-DIA-MES " FIM " RCR-DATA-FIM
075500         " " RCR-DESCRICAO
075600         DELIMITED BY SIZE INTO WS-ACH-DETALHE
075700     END-STRING.
075800     IF RECOR-VIGENTE
075900         ADD 1 TO WS-PEND-RECOR
076000         MOVE WS-ID-FILHO TO WS-ACH-CHAVE
076100         IF CLIENTE-AUSENTE
076200             ADD 1 TO WS-ORF-RECOR
076300             MOVE "ORFAO COM RECORRENCIA VIGENTE"
076400                 TO WS-ACH-MOTIVO
076500         ELSE
076600             MOVE "CANCELADO C/ RECORR. VIGENTE"
076700                 TO WS-ACH-MOTIVO
076800         END-IF
076900         PERFORM 8500-REGISTRAR-ACHADO
077000             THRU 8500-REGISTRAR-ACHADO-EXIT
077100     ELSE
077200         IF CLIENTE-AUSENTE
077300             ADD 1 TO WS-ORF-RECOR
077400             PERFORM 8400-ACHADO-ORFAO
077500                 THRU 8400-ACHADO-ORFAO-EXIT
077600         END-IF
077700     END-IF.
077800 3420-TRATAR-RECORRENCIA-CONT.
077900     PERFORM 3410-LER-RECORRENCIA THRU 3410-LER-RECORRENCIA-EXIT.
078000 3420-TRATAR-RECORRENCIA-EXIT.
078100     EXIT.
078200*
078300***************************************************************
078400*    3500-VERIFICAR-LIQUIDACOES - SETLREG SEM CLIENTE           *
078500***************************************************************
078600 3500-VERIFICAR-LIQUIDACOES.
078700     OPEN INPUT SETTLE-FILE.
078800     IF NOT SETTLE-OK
078900         DISPLAY "AVISO: SETLREG INDISPONIVEL (STATUS "
079000             WS-SETTLE-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
079100         GO TO 3500-VERIFICAR-LIQUIDACOES-EXIT
079200     END-IF.
079300     MOVE "N" TO WS-EOF-FILHO-SW.
079400     PERFORM 3510-LER-LIQUIDACAO THRU 3510-LER-LIQUIDACAO-EXIT.
079500     PERFORM 3520-TRATAR-LIQUIDACAO
079600         THRU 3520-TRATAR-LIQUIDACAO-EXIT
079700         UNTIL FIM-DO-FILHO.
079800     CLOSE SETTLE-FILE.
079900 3500-VERIFICAR-LIQUIDACOES-EXIT.
080000     EXIT.
080100*
080200***************************************************************
080300*    3510-LER-LIQUIDACAO                                       *
080400***************************************************************
080500 3510-LER-LIQUIDACAO.
080600     READ SETTLE-FILE
080700         AT END
080800             MOVE "Y" TO WS-EOF-FILHO-SW
080900     END-READ.
081000 3510-LER-LIQUIDACAO-EXIT.
081100     EXIT.
081200*
081300***************************************************************
081400*    3520-TRATAR-LIQUIDACAO                                    *
081500***************************************************************
081600 3520-TRATAR-LIQUIDACAO.
081700     ADD 1 TO WS-LIDOS-SETL.
081800     MOVE STL-CUST-ID TO WS-ID-FILHO.
081900     PERFORM 7000-LOCALIZAR-CLIENTE
082000         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
082100     IF CLIENTE-AUSENTE
082200         ADD 1 TO WS-ORF-SETL
082300         MOVE "SETLREG" TO WS-ACH-ARQUIVO
082400         MOVE SPACES TO WS-ACH-DETALHE
082500         STRING "PAGO EM " STL-DATA-PAGTO " BANCO " STL-BANCO
082600             DELIMITED BY SIZE INTO WS-ACH-DETALHE
082700         END-STRING
082800         PERFORM 8400-ACHADO-ORFAO THRU 8400-ACHADO-ORFAO-EXIT
082900     END-IF.
083000     PERFORM 3510-LER-LIQUIDACAO THRU 3510-LER-LIQUIDACAO-EXIT.
083100 3520-TRATAR-LIQUIDACAO-EXIT.
083200     EXIT.
083300*
083400***************************************************************
083500*    3600-VERIFICAR-HISTORICO - STATHIST SEM CLIENTE            *
083600***************************************************************
083700 3600-VERIFICAR-HISTORICO.
083800     OPEN INPUT HISTORY-FILE.
083900     IF NOT HISTORY-FILE-OK
084000         DISPLAY "AVISO: STATHIST INDISPONIVEL (STATUS "
084100             WS-HISTORY-FILE-STATUS ") - ARQUIVO NAO VERIFICADO"
084200         GO TO 3600-VERIFICAR-HISTORICO-EXIT
084300     END-IF.
084400     MOVE "N" TO WS-EOF-FILHO-SW.
084500     PERFORM 3610-LER-HISTORICO THRU 3610-LER-HISTORICO-EXIT.
084600     PERFORM 3620-TRATAR-HISTORICO THRU 3620-TRATAR-HISTORICO-EXIT
084700         UNTIL FIM-DO-FILHO.
084800     CLOSE HISTORY-FILE.
084900 3600-VERIFICAR-HISTORICO-EXIT.
085000     EXIT.
085100*
085200***************************************************************
085300*    3610-LER-HISTORICO                                        *
085400***************************************************************
085500 3610-LER-HISTORICO.
085600     READ HISTORY-FILE
085700         AT END
085800             MOVE "Y" TO WS-EOF-FILHO-SW
085900     END-READ.
086000 3610-LER-HISTORICO-EXIT.
086100     EXIT.
086200*
086300***************************************************************
086400*    3620-TRATAR-HISTORICO                                     *
086500***************************************************************
086600 3620-TRATAR-HISTORICO.
086700     ADD 1 TO WS-LIDOS-HIST.
086800     MOVE HIST-CUST-ID TO WS-ID-FILHO.
086900     PERFORM 7000-LOCALIZAR-CLIENTE
087000         THRU 7000-LOCALIZAR-CLIENTE-EXIT.
087100     IF CLIENTE-AUSENTE
087200         ADD 1 TO WS-ORF-HIST
087300         MOVE "STATHIST" TO WS-ACH-ARQUIVO
087400         MOVE SPACES TO WS-ACH-DETALHE
087500         STRING "EM " HIST-DATA " " HIST-STATUS-ANTIGO
087600             " -> " HIST-STATUS-NOVO " MOTIVO " HIST-MOTIVO
087700             DELIMITED BY SIZE INTO WS-ACH-DETALHE
087800         END-STRING
087900         PERFORM 8400-ACHADO-ORFAO THRU 8400-ACHADO-ORFAO-EXIT
088000     END-IF.
088100     PERFORM 3610-LER-HISTORICO THRU 3610-LER-HISTORICO-EXIT.
088200 3620-TRATAR-HISTORICO-EXIT.
088300     EXIT.
088400*
088500***************************************************************
088600*    7000-LOCALIZAR-CLIENTE - SITUACAO DO CUST-ID DO REGISTRO   *
088700*    FILHO NO MESTRE (AUSENTE, CANCELADO OU ATIVO)              *
088800***************************************************************
088900 7000-LOCALIZAR-CLIENTE.
089000     IF WS-ID-FILHO = WS-ID-CACHE
089100         GO TO 7000-LOCALIZAR-CLIENTE-EXIT
089200     END-IF.
089300     MOVE WS-ID-FILHO TO WS-ID-CACHE.
089400     MOVE WS-ID-FILHO TO CUST-ID.
089500     READ CUSTOMER-MASTER
089600         KEY IS CUST-ID
089700         INVALID KEY
089800             MOVE "A" TO WS-SITUACAO-CACHE
089900         NOT INVALID KEY
090000             IF CUST-CANCELADO
090100                 MOVE "C" TO WS-SITUACAO-CACHE
090200             ELSE
090300                 MOVE "V" TO WS-SITUACAO-CACHE
090400             END-IF
090500     END-READ.
090600 7000-LOCALIZAR-CLIENTE-EXIT.
090700     EXIT.
090800*
090900***************************************************************
091000*    8400-ACHADO-ORFAO - REGISTRO FILHO SEM CLIENTE NO MESTRE   *
091100***************************************************************
091200 8400-ACHADO-ORFAO.
091300     MOVE WS-ID-FILHO TO WS-ACH-CHAVE.
091400     MOVE "ORFAO - SEM CLIENTE NO MESTRE" TO WS-ACH-MOTIVO.
091500     PERFORM 8500-REGISTRAR-ACHADO
091600         THRU 8500-REGISTRAR-ACHADO-EXIT.
091700 8400-ACHADO-ORFAO-EXIT.
091800     EXIT.
091900*
092000***************************************************************
092100*    8500-REGISTRAR-ACHADO - UMA LINHA DO INTEGPRT POR ACHADO   *
092200***************************************************************
092300 8500-REGISTRAR-ACHADO.
092400     ADD 1 TO WS-QTDE-ACHADOS.
092500     MOVE SPACES TO RPT-LINHA-ENTRADA.
092600     STRING WS-ACH-ARQUIVO " " WS-ACH-CHAVE " " WS-ACH-MOTIVO
092700         " " WS-ACH-DETALHE
092800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
092900     END-STRING.
093000     SET RPT-ACAO-DETALHE TO TRUE.
093100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
093200     PERFORM 8000-GRAVAR-LINHAS-RPT
093300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
093400 8500-REGISTRAR-ACHADO-EXIT.
093500     EXIT.
093600*
093700***************************************************************
093800*    9000-FINALIZAR                                            *
093900***************************************************************
094000 9000-FINALIZAR.
094100     IF NOT MESTRE-DISPONIVEL
094200         GO TO 9000-FINALIZAR-EXIT
094300     END-IF.
094400     CLOSE CUSTOMER-MASTER.
094500     ADD WS-ORF-ACCT WS-ORF-ADDR WS-ORF-NOTA WS-ORF-TIT
094600         WS-ORF-LIM WS-ORF-RECOR WS-ORF-SETL WS-ORF-HIST
094700         GIVING WS-QTDE-ORFAOS.
094800     ADD WS-PEND-TITULO WS-PEND-RECOR WS-PEND-CONTA
094900         GIVING WS-QTDE-PENDENCIAS.
095000     IF PRINT-FILE-OK
095100         MOVE WS-QTDE-ACHADOS TO WS-ACHADOS-DISP
095200         MOVE SPACES TO RPT-LINHA-ENTRADA
095300         STRING "TOTAL DE ACHADOS=" WS-ACHADOS-DISP
095400             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
095500         END-STRING
095600         SET RPT-ACAO-TOTAL TO TRUE
095700         CALL "REPORT-WRITER" USING RPT-PARAMETROS
095800         PERFORM 8000-GRAVAR-LINHAS-RPT
095900             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
096000         CLOSE PRINT-FILE
096100     END-IF.
096200     PERFORM 9100-GRAVAR-ESTATISTICAS
096300         THRU 9100-GRAVAR-ESTATISTICAS-EXIT.
096400     DISPLAY "====== INTEGRIDADE DOS CADASTROS ======".
096500     DISPLAY "CLIENTES NO MESTRE .: " WS-QTDE-CLIENTES.
096600     DISPLAY "SEM CONTA (LEGADO) .: " WS-QTDE-SEM-CONTA.
096700     DISPLAY "CUSTACCT LIDOS/ORF .: " WS-LIDOS-ACCT " "
096800         WS-ORF-ACCT.
096900     DISPLAY "CUSTADDR LIDOS/ORF .: " WS-LIDOS-ADDR " "
097000         WS-ORF-ADDR.
097100     DISPLAY "CUSTNOTA LIDOS/ORF .: " WS-LIDOS-NOTA " "
097200         WS-ORF-NOTA.
097300     DISPLAY "TITREG LIDOS/ORF ...: " WS-LIDOS-TIT " "
097400         WS-ORF-TIT.
097500     DISPLAY "CREDLIM LIDOS/ORF ..: " WS-LIDOS-LIM " "
097600         WS-ORF-LIM.
097700     DISPLAY "RECORFILE LIDOS/ORF : " WS-LIDOS-RECOR " "
097800         WS-ORF-RECOR.
097900     DISPLAY "SETLREG LIDOS/ORF ..: " WS-LIDOS-SETL " "
098000         WS-ORF-SETL.
098100     DISPLAY "STATHIST LIDOS/ORF .: " WS-LIDOS-HIST " "
098200         WS-ORF-HIST.
098300     DISPLAY "TITULO ABERTO ......: " WS-PEND-TITULO.
098400     DISPLAY "RECORRENCIA VIGENTE : " WS-PEND-RECOR.
098500     DISPLAY "CONTA COM SALDO ....: " WS-PEND-CONTA.
098600     DISPLAY "SALDO DIVERGENTE ...: " WS-QTDE-DIVERGENTES.
098700     DISPLAY "TOTAL DE ACHADOS ...: " WS-QTDE-ACHADOS.
098800*    QUALQUER ACHADO VAI PARA O CONSOLE DE OPERACOES; A
098900*    CORRECAO E MANUAL, A PARTIR DO INTEGPRT
099000     IF WS-QTDE-ACHADOS > ZERO
099100         MOVE "INTEGRID" TO ALR-PROGRAMA
099200         SET ALR-SEV-AVISO TO TRUE
099300         MOVE WS-QTDE-ACHADOS TO WS-ACHADOS-DISP
099400         MOVE SPACES TO ALR-MENSAGEM
099500         STRING WS-ACHADOS-DISP
099600             " ACHADOS DE INTEGRIDADE NOS CADASTROS - "
099700             "VER INTEGPRT"
099800             DELIMITED BY SIZE INTO ALR-MENSAGEM
099900         END-STRING
100000         CALL "ALERT-WRITER" USING ALR-PARAMETROS
100100         MOVE 4 TO RETURN-CODE
100200     END-IF.
100300 9000-FINALIZAR-EXIT.
100400     EXIT.
100500*
100600***************************************************************
100700*    9100-GRAVAR-ESTATISTICAS - RESUMO NO EODSTATS              *
100800***************************************************************
100900 9100-GRAVAR-ESTATISTICAS.
101000     OPEN EXTEND STATS-FILE.
101100     IF STATS-FILE-OK
101200         MOVE SPACES TO STAT-RECORD
101300         MOVE "INTEGRID" TO STAT-PROGRAMA
101400         MOVE RUN-DATA TO STAT-DATA
101500         MOVE "REGISTROS ORFAOS" TO STAT-DESCRICAO
101600         MOVE WS-QTDE-ORFAOS TO STAT-VALOR
101700         WRITE STAT-RECORD
101800         MOVE "CANCEL/EXPURG C/PENDENCIA" TO STAT-DESCRICAO
101900         MOVE WS-QTDE-PENDENCIAS TO STAT-VALOR
102000         WRITE STAT-RECORD
102100         MOVE "SALDO DIVERGE DAS CONTAS" TO STAT-DESCRICAO
102200         MOVE WS-QTDE-DIVERGENTES TO STAT-VALOR
102300         WRITE STAT-RECORD
102400         CLOSE STATS-FILE
102500     END-IF.
102600 9100-GRAVAR-ESTATISTICAS-EXIT.
102700     EXIT.
102800*
102900***************************************************************
103000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
103100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
103200***************************************************************
103300 8000-GRAVAR-LINHAS-RPT.
103400     IF NOT PRINT-FILE-OK
103500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
103600     END-IF.
103700     PERFORM 8100-GRAVAR-UMA-LINHA
103800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
103900         VARYING WS-RPT-SUB FROM 1 BY 1
104000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
104100 8000-GRAVAR-LINHAS-RPT-EXIT.
104200     EXIT.
104300*
104400***************************************************************
104500*    8100-GRAVAR-UMA-LINHA                                     *
104600***************************************************************
104700 8100-GRAVAR-UMA-LINHA.
104800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
104900     WRITE PRINT-LINE.
105000 8100-GRAVAR-UMA-LINHA-EXIT.
105100     EXIT.
