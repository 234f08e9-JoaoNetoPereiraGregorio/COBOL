000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TARIFA-COBRAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     COBRANCA NOTURNA DAS TARIFAS POR EVENTO.
001200*                       LE OS EVENTOS TARIFAVEIS DO DIA (TAREVT,
001300*                       VER COPYBOOKS/TARREG.CPY) ORDENADOS POR
001400*                       CLIENTE/EVENTO/REFERENCIA NO TARORD - A
001500*                       MESMA REFERENCIA REPETIDA (RETOMADA DO
001600*                       PROGRAMA DE ORIGEM) CONTA UMA VEZ SO.
001700*                       CADA GRUPO CLIENTE + EVENTO E PRECIFICADO
001800*                       PELA TABELA TARTAB (TARIFA DO PACOTE DO
001900*                       CLIENTE NO TARPAC OU, NA FALTA, A TARIFA
002000*                       GERAL "****"), RESPEITANDO AS ISENCOES POR
002100*                       CLIENTE OU POR PACOTE DO TARISEN, E SAI
002200*                       COMO LINHA DO DETALHE TARDET (VER
002300*                       COPYBOOKS/TDTREG.CPY) QUE O EXTRATO
002400*                       IMPRIME. O TOTAL DO CLIENTE SAI COMO UM
002500*                       UNICO DEBITO "D" MOTIVO "TARF" NA CONTA
002600*                       "CC" NO TARPOST - LAYOUT DO CLIMSTTX COM
002700*                       HEADER/TRAILER DE HDRTRL.CPY. CLIENTE
002800*                       INEXISTENTE OU CANCELADO E EVENTO SEM
002900*                       TARIFA NA TABELA NAO SAO COBRADOS: VAO
003000*                       PARA O REJFILE/RELATORIO E O PASSO
003100*                       TERMINA COM RC 4. RELATORIO TARPRT.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EVENTO-FILE ASSIGN TO "TARORD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-EVENTO-FILE-STATUS.
004000     SELECT TARIFA-TABLE-FILE ASSIGN TO "TARTAB"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TARTAB-FILE-STATUS.
004300     SELECT PACOTE-FILE ASSIGN TO "TARPAC"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PACOTE-FILE-STATUS.
004600     SELECT ISENCAO-FILE ASSIGN TO "TARISEN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ISENCAO-FILE-STATUS.
004900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CUST-ID
005300         ALTERNATE RECORD KEY IS CUST-NOME
005400             WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005600         FILE STATUS IS WS-MASTER-FILE-STATUS.
005700     SELECT POSTING-OUT-FILE ASSIGN TO "TARPOST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-POSTING-FILE-STATUS.
006000     SELECT DETALHE-FILE ASSIGN TO "TARDET"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-DETALHE-FILE-STATUS.
006300     SELECT REJECT-FILE ASSIGN TO "REJFILE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REJECT-FILE-STATUS.
006600     SELECT PRINT-FILE ASSIGN TO "TARPRT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PRINT-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300 FD  EVENTO-FILE
007400     RECORDING MODE IS F.
007500*    EVENTOS TARIFAVEIS ORDENADOS (VER COPYBOOKS/TARREG.CPY)
007600 COPY "TARREG.cpy".
007700*
007800*    TABELA DE TARIFAS: EVENTO, PACOTE ("****" OU BRANCO = TARIFA
007900*    GERAL DO EVENTO), VALOR UNITARIO E DESCRICAO PARA O EXTRATO;
008000*    LINHA EM BRANCO OU COM "*" NA COLUNA 1 E COMENTARIO
008100 FD  TARIFA-TABLE-FILE
008200     RECORDING MODE IS F.
008300 01  TARIFA-TABLE-RECORD.
008400     05  TTB-EVENTO          PIC X(04).
008500     05  FILLER              PIC X(01).
008600     05  TTB-PACOTE          PIC X(04).
008700     05  FILLER              PIC X(01).
008800     05  TTB-VALOR           PIC S9(5)V99
008900         SIGN IS LEADING SEPARATE.
009000     05  FILLER              PIC X(01).
009100     05  TTB-DESCRICAO       PIC X(20).
009200*
009300*    PACOTE DE SERVICOS DO CLIENTE, EM ORDEM DE CLIENTE; CLIENTE
009400*    FORA DO ARQUIVO ESTA NO PACOTE PADRAO
009500 FD  PACOTE-FILE
009600     RECORDING MODE IS F.
009700 01  PACOTE-RECORD.
009800     05  TPC-CUST-ID         PIC X(10).
009900     05  FILLER              PIC X(01).
010000     05  TPC-PACOTE          PIC X(04).
010100*
010200*    ISENCOES: TIPO "C" (CHAVE = CLIENTE) OU "P" (CHAVE = PACOTE),
010300*    EVENTO EM BRANCO = TODOS, DATA-FIM ZERO = SEM PRAZO
010400 FD  ISENCAO-FILE
010500     RECORDING MODE IS F.
010600 01  ISENCAO-RECORD.
010700     05  TIS-TIPO            PIC X(01).
010800     05  FILLER              PIC X(01).
010900     05  TIS-CHAVE           PIC X(10).
011000     05  FILLER              PIC X(01).
011100     05  TIS-EVENTO          PIC X(04).
011200     05  FILLER              PIC X(01).
011300     05  TIS-DATA-FIM        PIC 9(08).
011400*
011500 FD  CUSTOMER-MASTER.
011600*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
011700 COPY "CUSTREC.cpy".
011800*
011900 FD  POSTING-OUT-FILE
012000     RECORDING MODE IS F.
012100*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
012200*    POSTREG.CPY) - O DEBITO SAI PELO CAMINHO NORMAL DE POSTAGEM
012300 COPY "POSTREG.cpy".
012400*
012500 FD  DETALHE-FILE
012600     RECORDING MODE IS F.
012700*    DETALHE DAS TARIFAS PARA O EXTRATO (VER COPYBOOKS/TDTREG.CPY)
012800 COPY "TDTREG.cpy".
012900*
013000 FD  REJECT-FILE
013100     RECORDING MODE IS F.
013200*    REGISTRO COMUM DE REJEICAO (VER COPYBOOKS/REJREC.CPY)
013300 COPY "REJREC.cpy".
013400*
013500 FD  PRINT-FILE
013600     RECORDING MODE IS F.
013700 01  PRINT-LINE              PIC X(132).
013800*
013900 WORKING-STORAGE SECTION.
014000*
014100 77  WS-EVENTO-FILE-STATUS   PIC X(02) VALUE ZEROS.
014200     88  EVENTO-FILE-OK      VALUE "00".
014300 77  WS-TARTAB-FILE-STATUS   PIC X(02) VALUE ZEROS.
014400     88  TARTAB-FILE-OK      VALUE "00".
014500 77  WS-PACOTE-FILE-STATUS   PIC X(02) VALUE ZEROS.
014600     88  PACOTE-FILE-OK      VALUE "00".
014700 77  WS-ISENCAO-FILE-STATUS  PIC X(02) VALUE ZEROS.
014800     88  ISENCAO-FILE-OK     VALUE "00".
014900 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
015000     88  MASTER-OK           VALUE "00".
015100 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
015200     88  POSTING-FILE-OK     VALUE "00".
015300 77  WS-DETALHE-FILE-STATUS  PIC X(02) VALUE ZEROS.
015400     88  DETALHE-FILE-OK     VALUE "00".
015500 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
015600     88  REJECT-FILE-OK      VALUE "00".
015700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
015800     88  PRINT-FILE-OK       VALUE "00".
015900*
016000 77  WS-EVENTO-EOF-SWITCH    PIC X(01) VALUE "N".
016100     88  FIM-DOS-EVENTOS     VALUE "Y".
016200 77  WS-TARTAB-EOF-SWITCH    PIC X(01) VALUE "N".
016300     88  FIM-DA-TARTAB       VALUE "Y".
016400 77  WS-PACOTE-EOF-SWITCH    PIC X(01) VALUE "N".
016500     88  FIM-DOS-PACOTES     VALUE "Y".
016600 77  WS-ISENCAO-EOF-SWITCH   PIC X(01) VALUE "N".
016700     88  FIM-DAS-ISENCOES    VALUE "Y".
016800*
016900***************************************************************
017000*    TABELA DE TARIFAS (TARTAB) E DE ISENCOES (TARISEN)
017100***************************************************************
017200 77  WS-QTDE-TARIFAS         PIC 9(03) COMP VALUE ZERO.
017300 01  TABELA-TARIFAS.
017400     05  TARIFA-ITEM OCCURS 1 TO 100 TIMES
017500         DEPENDING ON WS-QTDE-TARIFAS
017600         INDEXED BY TAR-IDX.
017700         10  TAR-EVENTO      PIC X(04).
017800         10  TAR-PACOTE      PIC X(04).
017900         10  TAR-VALOR       PIC 9(05)V99.
018000         10  TAR-DESCRICAO   PIC X(20).
018100 77  WS-QTDE-ISENCOES        PIC 9(03) COMP VALUE ZERO.
018200 01  TABELA-ISENCOES.
018300     05  ISENCAO-ITEM OCCURS 1 TO 500 TIMES
018400         DEPENDING ON WS-QTDE-ISENCOES
018500         INDEXED BY ISE-IDX.
018600         10  ISE-TIPO        PIC X(01).
018700         10  ISE-CHAVE       PIC X(10).
018800         10  ISE-EVENTO      PIC X(04).
018900         10  ISE-DATA-FIM    PIC 9(08).
019000*
019100***************************************************************
019200*    CLIENTE E GRUPO DE EVENTOS EM TRATAMENTO
019300***************************************************************
019400*    PACOTE DE QUEM NAO CONSTA NO TARPAC
019500 77  WS-PACOTE-PADRAO        PIC X(04) VALUE "PADR".
019600 77  WS-TARIFA-GERAL         PIC X(04) VALUE "****".
019700 77  WS-CLIENTE-ATUAL        PIC X(10) VALUE SPACES.
019800 77  WS-PACOTE-CLIENTE       PIC X(04) VALUE SPACES.
019900 77  WS-CLIENTE-SW           PIC X(01) VALUE "Y".
020000     88  CLIENTE-COBRAVEL    VALUE "Y".
020100 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
020200 77  WS-PRIMEIRO-EVENTO      PIC X(63) VALUE SPACES.
020300 77  WS-EVENTOS-CLIENTE      PIC 9(05) VALUE ZERO.
020400 77  WS-TOTAL-CLIENTE        PIC 9(07)V99 VALUE ZERO.
020500 77  WS-EVENTO-ATUAL         PIC X(04) VALUE SPACES.
020600 77  WS-REF-ANTERIOR         PIC X(20) VALUE SPACES.
020700 77  WS-QTDE-GRUPO           PIC 9(05) VALUE ZERO.
020800 77  WS-TARIFA-SW            PIC X(01) VALUE "N".
020900     88  TARIFA-ACHADA       VALUE "Y".
021000 77  WS-ISENTO-SW            PIC X(01) VALUE "N".
021100     88  GRUPO-ISENTO        VALUE "Y".
021200 77  WS-VALOR-UNIT           PIC 9(05)V99 VALUE ZERO.
021300 77  WS-DESCRICAO            PIC X(20) VALUE SPACES.
021400 77  WS-VALOR-GRUPO          PIC 9(07)V99 VALUE ZERO.
021500*
021600***************************************************************
021700*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
021800*    COPYBOOKS/HDRTRL.CPY)
021900***************************************************************
022000 COPY "HDRTRL.cpy".
022100 01  WS-HEADER-SAIDA.
022200     05  FILLER              PIC X(02) VALUE "H ".
022300     05  WSH-DATA            PIC 9(08).
022400     05  FILLER              PIC X(01) VALUE SPACE.
022500     05  WSH-ORIGEM          PIC X(08) VALUE "TARIFA  ".
022600 01  WS-TRAILER-SAIDA.
022700     05  FILLER              PIC X(02) VALUE "T ".
022800     05  WST-QTDE            PIC 9(07).
022900     05  FILLER              PIC X(01) VALUE SPACE.
023000     05  WST-HASH            PIC 9(13).
023100*
023200***************************************************************
023300*    TOTAIS DE CONTROLE
023400***************************************************************
023500 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
023600 77  WS-QTDE-REPETIDOS       PIC 9(07) COMP VALUE ZERO.
023700 77  WS-QTDE-COBRADOS        PIC 9(07) COMP VALUE ZERO.
023800 77  WS-QTDE-ISENTOS         PIC 9(07) COMP VALUE ZERO.
023900 77  WS-QTDE-SEM-TARIFA      PIC 9(07) COMP VALUE ZERO.
024000 77  WS-QTDE-DEBITOS         PIC 9(07) COMP VALUE ZERO.
024100 77  WS-QTDE-REJEITADOS      PIC 9(07) COMP VALUE ZERO.
024200 77  WS-TOTAL-DEBITADO       PIC 9(11)V99 VALUE ZERO.
024300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
024400 77  WS-QTDE-GRUPO-DISP      PIC Z(4)9.
024500 77  WS-UNIT-EDITADO         PIC Z(4)9.99.
024600 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
024700 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
024800*
024900***************************************************************
025000*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
025100*    COPYBOOKS/RPTWRT.CPY)
025200***************************************************************
025300 COPY "RPTWRT.cpy".
025400 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
025500*
025600***************************************************************
025700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
025800*    RUNDATE.CPY)
025900***************************************************************
026000 COPY "RUNDATE.cpy".
026100*
026200***************************************************************
026300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
026400***************************************************************
026500 COPY "ERRHDL.cpy".
026600*
026700 PROCEDURE DIVISION.
026800*
026900***************************************************************
027000*    0000-MAINLINE                                              *
027100***************************************************************
027200 0000-MAINLINE.
027300     MOVE ZERO TO RETURN-CODE.
027400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
027500     ACCEPT RUN-HORA FROM TIME.
027600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
027700     IF RETURN-CODE NOT = ZERO
027800         GO TO 0000-MAINLINE-FIM
027900     END-IF.
028000     PERFORM 1100-LER-EVENTO THRU 1100-LER-EVENTO-EXIT.
028100     PERFORM 2000-PROCESSAR-CLIENTE
028200         THRU 2000-PROCESSAR-CLIENTE-EXIT
028300         UNTIL FIM-DOS-EVENTOS.
028400     PERFORM 3000-ENCERRAR-ARQUIVOS
028500         THRU 3000-ENCERRAR-ARQUIVOS-EXIT.
028600     IF WS-QTDE-REJEITADOS > ZERO OR WS-QTDE-SEM-TARIFA > ZERO
028700         MOVE 4 TO RETURN-CODE
028800     END-IF.
028900 0000-MAINLINE-FIM.
029000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
029100     STOP RUN.
029200*
029300***************************************************************
029400*    1000-INICIALIZAR - TABELAS, ARQUIVOS, HEADER DO TARPOST E  *
029500*    CABECALHO DO RELATORIO                                     *
029600***************************************************************
029700 1000-INICIALIZAR.
029800     PERFORM 1200-CARREGAR-TARIFAS
029900         THRU 1200-CARREGAR-TARIFAS-EXIT.
030000     IF RETURN-CODE NOT = ZERO
030100         GO TO 1000-INICIALIZAR-EXIT
030200     END-IF.
030300     PERFORM 1300-CARREGAR-ISENCOES
030400         THRU 1300-CARREGAR-ISENCOES-EXIT.
030500     OPEN INPUT PACOTE-FILE.
030600     IF PACOTE-FILE-OK
030700         PERFORM 1400-LER-PACOTE THRU 1400-LER-PACOTE-EXIT
030800     ELSE
030900         DISPLAY "AVISO: TARPAC INDISPONIVEL (STATUS "
031000             WS-PACOTE-FILE-STATUS ") - TODOS OS CLIENTES NO "
031100             "PACOTE PADRAO."
031200         MOVE "Y" TO WS-PACOTE-EOF-SWITCH
031300     END-IF.
031400     OPEN INPUT EVENTO-FILE.
031500     IF NOT EVENTO-FILE-OK
031600         MOVE "TARIFA  " TO ERR-PROGRAMA
031700         SET ERR-TIPO-ARQUIVO TO TRUE
031800         MOVE "ABERTURA DO ARQUIVO TARORD" TO ERR-CONTEXTO
031900         MOVE WS-EVENTO-FILE-STATUS TO ERR-FILE-STATUS
032000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 1000-INICIALIZAR-EXIT
032300     END-IF.
032400     OPEN INPUT CUSTOMER-MASTER.
032500     IF NOT MASTER-OK
032600         MOVE "TARIFA  " TO ERR-PROGRAMA
032700         SET ERR-TIPO-ARQUIVO TO TRUE
032800         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
032900         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
033000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
033100         CLOSE EVENTO-FILE
033200         MOVE 16 TO RETURN-CODE
033300         GO TO 1000-INICIALIZAR-EXIT
033400     END-IF.
033500     OPEN OUTPUT POSTING-OUT-FILE.
033600     IF NOT POSTING-FILE-OK
033700         MOVE "TARIFA  " TO ERR-PROGRAMA
033800         SET ERR-TIPO-ARQUIVO TO TRUE
033900         MOVE "ABERTURA DO ARQUIVO TARPOST" TO ERR-CONTEXTO
034000         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
034100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
034200         CLOSE EVENTO-FILE
034300         CLOSE CUSTOMER-MASTER
034400         MOVE 16 TO RETURN-CODE
034500         GO TO 1000-INICIALIZAR-EXIT
034600     END-IF.
034700     MOVE RUN-DATA TO WSH-DATA.
034800     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
034900     WRITE POSTING-OUT-RECORD.
035000*    O DETALHE E O QUE O EXTRATO IMPRIME - SEM ELE NADA E COBRADO
035100     OPEN EXTEND DETALHE-FILE.
035200     IF NOT DETALHE-FILE-OK
035300         OPEN OUTPUT DETALHE-FILE
035400     END-IF.
035500     IF NOT DETALHE-FILE-OK
035600         MOVE "TARIFA  " TO ERR-PROGRAMA
035700         SET ERR-TIPO-ARQUIVO TO TRUE
035800         MOVE "ABERTURA DO ARQUIVO TARDET" TO ERR-CONTEXTO
035900         MOVE WS-DETALHE-FILE-STATUS TO ERR-FILE-STATUS
036000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
036100         CLOSE EVENTO-FILE
036200         CLOSE CUSTOMER-MASTER
036300         CLOSE POSTING-OUT-FILE
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 1000-INICIALIZAR-EXIT
036600     END-IF.
036700     OPEN EXTEND REJECT-FILE.
036800     IF NOT REJECT-FILE-OK
036900         OPEN OUTPUT REJECT-FILE
037000     END-IF.
037100     OPEN OUTPUT PRINT-FILE.
037200     MOVE "TARIFAS POR EVENTO" TO RPT-TITULO.
037300     MOVE ZERO TO RPT-LINHAS-POR-PAG.
037400     SET RPT-ACAO-INICIAR TO TRUE.
037500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
037600     PERFORM 8000-GRAVAR-LINHAS-RPT
037700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
037800 1000-INICIALIZAR-EXIT.
037900     EXIT.
038000*
038100***************************************************************
038200*    1100-LER-EVENTO                                            *
038300***************************************************************
038400 1100-LER-EVENTO.
038500     READ EVENTO-FILE
038600         AT END
038700             MOVE "Y" TO WS-EVENTO-EOF-SWITCH
038800             GO TO 1100-LER-EVENTO-EXIT
038900     END-READ.
039000     ADD 1 TO WS-QTDE-LIDOS.
039100 1100-LER-EVENTO-EXIT.
039200     EXIT.
039300*
039400***************************************************************
039500*    1200-CARREGAR-TARIFAS - TARTAB NA TABELA; SEM TARIFA       *
039600*    VALIDA NAO HA O QUE COBRAR                                 *
039700***************************************************************
039800 1200-CARREGAR-TARIFAS.
039900     OPEN INPUT TARIFA-TABLE-FILE.
040000     IF NOT TARTAB-FILE-OK
040100         MOVE "TARIFA  " TO ERR-PROGRAMA
040200         SET ERR-TIPO-ARQUIVO TO TRUE
040300         MOVE "ABERTURA DO ARQUIVO TARTAB" TO ERR-CONTEXTO
040400         MOVE WS-TARTAB-FILE-STATUS TO ERR-FILE-STATUS
040500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
040600         MOVE 16 TO RETURN-CODE
040700         GO TO 1200-CARREGAR-TARIFAS-EXIT
040800     END-IF.
040900     PERFORM 1250-GUARDAR-TARIFA THRU 1250-GUARDAR-TARIFA-EXIT
041000         UNTIL FIM-DA-TARTAB.
041100     CLOSE TARIFA-TABLE-FILE.
041200     IF WS-QTDE-TARIFAS = ZERO
041300         DISPLAY "TARTAB SEM LINHAS VALIDAS - NADA A COBRAR."
041400         MOVE 16 TO RETURN-CODE
041500     END-IF.
041600 1200-CARREGAR-TARIFAS-EXIT.
041700     EXIT.
041800*
041900***************************************************************
042000*    1250-GUARDAR-TARIFA                                        *
042100***************************************************************
042200 1250-GUARDAR-TARIFA.
042300     READ TARIFA-TABLE-FILE
042400         AT END
042500             MOVE "Y" TO WS-TARTAB-EOF-SWITCH
042600             GO TO 1250-GUARDAR-TARIFA-EXIT
042700     END-READ.
042800     IF TARIFA-TABLE-RECORD = SPACES
042900         OR TARIFA-TABLE-RECORD(1:1) = "*"
043000         GO TO 1250-GUARDAR-TARIFA-EXIT
043100     END-IF.
043200     IF TTB-EVENTO = SPACES OR TTB-VALOR NOT NUMERIC
043300         OR TTB-VALOR < ZERO
043400         DISPLAY "LINHA INVALIDA NO TARTAB IGNORADA: "
043500             TARIFA-TABLE-RECORD
043600         GO TO 1250-GUARDAR-TARIFA-EXIT
043700     END-IF.
043800     IF WS-QTDE-TARIFAS >= 100
043900         DISPLAY "TARTAB COM MAIS DE 100 LINHAS - IGNORADA: "
044000             TARIFA-TABLE-RECORD
044100         GO TO 1250-GUARDAR-TARIFA-EXIT
044200     END-IF.
044300     ADD 1 TO WS-QTDE-TARIFAS.
044400     MOVE TTB-EVENTO TO TAR-EVENTO(WS-QTDE-TARIFAS).
044500     IF TTB-PACOTE = SPACES
044600         MOVE WS-TARIFA-GERAL TO TAR-PACOTE(WS-QTDE-TARIFAS)
044700     ELSE
044800         MOVE TTB-PACOTE TO TAR-PACOTE(WS-QTDE-TARIFAS)
044900     END-IF.
045000     MOVE TTB-VALOR TO TAR-VALOR(WS-QTDE-TARIFAS).
045100     MOVE TTB-DESCRICAO TO TAR-DESCRICAO(WS-QTDE-TARIFAS).
045200 1250-GUARDAR-TARIFA-EXIT.
045300     EXIT.
045400*
045500***************************************************************
045600*    1300-CARREGAR-ISENCOES - TARISEN NA TABELA; SEM O ARQUIVO  *
045700*    NINGUEM E ISENTO                                           *
045800***************************************************************
045900 1300-CARREGAR-ISENCOES.
046000     OPEN INPUT ISENCAO-FILE.
046100     IF NOT ISENCAO-FILE-OK
046200         DISPLAY "AVISO: TARISEN INDISPONIVEL (STATUS "
046300             WS-ISENCAO-FILE-STATUS ") - NENHUMA ISENCAO "
046400             "APLICADA."
046500         GO TO 1300-CARREGAR-ISENCOES-EXIT
046600     END-IF.
046700     PERFORM 1350-GUARDAR-ISENCAO THRU 1350-GUARDAR-ISENCAO-EXIT
046800         UNTIL FIM-DAS-ISENCOES.
046900     CLOSE ISENCAO-FILE.
047000 1300-CARREGAR-ISENCOES-EXIT.
047100     EXIT.
047200*
047300***************************************************************
047400*    1350-GUARDAR-ISENCAO - ISENCAO JA VENCIDA NEM ENTRA        *
047500***************************************************************
047600 1350-GUARDAR-ISENCAO.
047700     READ ISENCAO-FILE
047800         AT END
047900             MOVE "Y" TO WS-ISENCAO-EOF-SWITCH
048000             GO TO 1350-GUARDAR-ISENCAO-EXIT
048100     END-READ.
048200     IF ISENCAO-RECORD = SPACES OR ISENCAO-RECORD(1:1) = "*"
048300         GO TO 1350-GUARDAR-ISENCAO-EXIT
048400     END-IF.
048500     IF (TIS-TIPO NOT = "C" AND NOT = "P")
048600         OR TIS-CHAVE = SPACES
048700         OR TIS-DATA-FIM NOT NUMERIC
048800         DISPLAY "LINHA INVALIDA NO TARISEN IGNORADA: "
048900             ISENCAO-RECORD
049000         GO TO 1350-GUARDAR-ISENCAO-EXIT
049100     END-IF.
049200     IF TIS-DATA-FIM NOT = ZERO AND TIS-DATA-FIM < RUN-DATA
049300         GO TO 1350-GUARDAR-ISENCAO-EXIT
049400     END-IF.
049500     IF WS-QTDE-ISENCOES >= 500
049600         DISPLAY "TARISEN COM MAIS DE 500 LINHAS - IGNORADA: "
049700             ISENCAO-RECORD
049800         GO TO 1350-GUARDAR-ISENCAO-EXIT
049900     END-IF.
050000     ADD 1 TO WS-QTDE-ISENCOES.
050100     MOVE TIS-TIPO TO ISE-TIPO(WS-QTDE-ISENCOES).
050200     MOVE TIS-CHAVE TO ISE-CHAVE(WS-QTDE-ISENCOES).
050300     MOVE TIS-EVENTO TO ISE-EVENTO(WS-QTDE-ISENCOES).
050400     MOVE TIS-DATA-FIM TO ISE-DATA-FIM(WS-QTDE-ISENCOES).
050500 1350-GUARDAR-ISENCAO-EXIT.
050600     EXIT.
050700*
050800***************************************************************
050900*    1400-LER-PACOTE                                            *
051000***************************************************************
051100 1400-LER-PACOTE.
051200     READ PACOTE-FILE
051300         AT END
051400             MOVE "Y" TO WS-PACOTE-EOF-SWITCH
051500     END-READ.
051600 1400-LER-PACOTE-EXIT.
051700     EXIT.
051800*
051900***************************************************************
052000*    2000-PROCESSAR-CLIENTE - TODOS OS EVENTOS DE UM CLIENTE:   *
052100*    UM GRUPO POR EVENTO, UM DEBITO CONSOLIDADO NO FINAL        *
052200***************************************************************
052300 2000-PROCESSAR-CLIENTE.
052400     MOVE TRE-CUST-ID TO WS-CLIENTE-ATUAL.
052500     MOVE TARIFA-EVENTO-RECORD TO WS-PRIMEIRO-EVENTO.
052600     MOVE ZERO TO WS-EVENTOS-CLIENTE.
052700     MOVE ZERO TO WS-TOTAL-CLIENTE.
052800     PERFORM 2100-VALIDAR-CLIENTE THRU 2100-VALIDAR-CLIENTE-EXIT.
052900     PERFORM 2150-ACHAR-PACOTE THRU 2150-ACHAR-PACOTE-EXIT.
053000     PERFORM 2200-PROCESSAR-GRUPO THRU 2200-PROCESSAR-GRUPO-EXIT
053100         UNTIL FIM-DOS-EVENTOS
053200            OR TRE-CUST-ID NOT = WS-CLIENTE-ATUAL.
053300     IF NOT CLIENTE-COBRAVEL
053400         PERFORM 2800-REJEITAR-CLIENTE
053500             THRU 2800-REJEITAR-CLIENTE-EXIT
053600         GO TO 2000-PROCESSAR-CLIENTE-EXIT
053700     END-IF.
053800     IF WS-TOTAL-CLIENTE > ZERO
053900         PERFORM 2500-POSTAR-DEBITO THRU 2500-POSTAR-DEBITO-EXIT
054000     END-IF.
054100 2000-PROCESSAR-CLIENTE-EXIT.
054200     EXIT.
054300*
054400***************************************************************
054500*    2100-VALIDAR-CLIENTE - CLIENTE PRECISA EXISTIR E NAO ESTAR *
054600*    CANCELADO                                                  *
054700***************************************************************
054800 2100-VALIDAR-CLIENTE.
054900     MOVE "Y" TO WS-CLIENTE-SW.
055000     MOVE WS-CLIENTE-ATUAL TO CUST-ID.
055100     READ CUSTOMER-MASTER
055200         KEY IS CUST-ID
055300         INVALID KEY
055400             CONTINUE
055500     END-READ.
055600     IF NOT MASTER-OK
055700         MOVE "N" TO WS-CLIENTE-SW
055800         MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO-REJEITO
055900         GO TO 2100-VALIDAR-CLIENTE-EXIT
056000     END-IF.
056100     IF CUST-CANCELADO
056200         MOVE "N" TO WS-CLIENTE-SW
056300         MOVE "CLIENTE CANCELADO" TO WS-MOTIVO-REJEITO
056400     END-IF.
056500 2100-VALIDAR-CLIENTE-EXIT.
056600     EXIT.
056700*
056800***************************************************************
056900*    2150-ACHAR-PACOTE - CASAMENTO COM O TARPAC (AMBOS EM       *
057000*    ORDEM DE CLIENTE)                                          *
057100***************************************************************
057200 2150-ACHAR-PACOTE.
057300     PERFORM 1400-LER-PACOTE THRU 1400-LER-PACOTE-EXIT
057400         UNTIL FIM-DOS-PACOTES
057500            OR TPC-CUST-ID NOT < WS-CLIENTE-ATUAL.
057600     IF NOT FIM-DOS-PACOTES
057700         AND TPC-CUST-ID = WS-CLIENTE-ATUAL
057800         AND TPC-PACOTE NOT = SPACES
057900         MOVE TPC-PACOTE TO WS-PACOTE-CLIENTE
058000     ELSE
058100         MOVE WS-PACOTE-PADRAO TO WS-PACOTE-CLIENTE
058200     END-IF.
058300 2150-ACHAR-PACOTE-EXIT.
058400     EXIT.
058500*
058600***************************************************************
058700*    2200-PROCESSAR-GRUPO - EVENTOS DO MESMO CODIGO DO CLIENTE  *
058800*    CORRENTE; REFERENCIA REPETIDA NAO CONTA DE NOVO            *
058900***************************************************************
059000 2200-PROCESSAR-GRUPO.
059100     MOVE TRE-EVENTO TO WS-EVENTO-ATUAL.
059200     MOVE ZERO TO WS-QTDE-GRUPO.
059300     MOVE SPACES TO WS-REF-ANTERIOR.
059400     PERFORM 2300-CONTAR-EVENTO THRU 2300-CONTAR-EVENTO-EXIT
059500         UNTIL FIM-DOS-EVENTOS
059600            OR TRE-CUST-ID NOT = WS-CLIENTE-ATUAL
059700            OR TRE-EVENTO NOT = WS-EVENTO-ATUAL.
059800     ADD WS-QTDE-GRUPO TO WS-EVENTOS-CLIENTE.
059900     IF CLIENTE-COBRAVEL
060000         PERFORM 2400-PRECIFICAR-GRUPO
060100             THRU 2400-PRECIFICAR-GRUPO-EXIT
060200     END-IF.
060300 2200-PROCESSAR-GRUPO-EXIT.
060400     EXIT.
060500*
060600***************************************************************
060700*    2300-CONTAR-EVENTO                                         *
060800***************************************************************
060900 2300-CONTAR-EVENTO.
061000     IF WS-QTDE-GRUPO > ZERO
061100         AND TRE-REFERENCIA NOT = SPACES
061200         AND TRE-REFERENCIA = WS-REF-ANTERIOR
061300         ADD 1 TO WS-QTDE-REPETIDOS
061400     ELSE
061500         ADD 1 TO WS-QTDE-GRUPO
061600     END-IF.
061700     MOVE TRE-REFERENCIA TO WS-REF-ANTERIOR.
061800     PERFORM 1100-LER-EVENTO THRU 1100-LER-EVENTO-EXIT.
061900 2300-CONTAR-EVENTO-EXIT.
062000     EXIT.
062100*
062200***************************************************************
062300*    2400-PRECIFICAR-GRUPO - TARIFA DO PACOTE DO CLIENTE OU A   *
062400*    GERAL; ISENCAO ZERA O VALOR MAS A LINHA SAI NO DETALHE     *
062500***************************************************************
062600 2400-PRECIFICAR-GRUPO.
062700     PERFORM 2410-ACHAR-TARIFA THRU 2410-ACHAR-TARIFA-EXIT.
062800     IF NOT TARIFA-ACHADA
062900         ADD WS-QTDE-GRUPO TO WS-QTDE-SEM-TARIFA
063000         MOVE WS-QTDE-GRUPO TO WS-QTDE-GRUPO-DISP
063100         MOVE SPACES TO RPT-LINHA-ENTRADA
063200         STRING "SEM TARIFA " WS-CLIENTE-ATUAL " EVENTO "
063300             WS-EVENTO-ATUAL " PACOTE " WS-PACOTE-CLIENTE
063400             " QTDE " WS-QTDE-GRUPO-DISP " - NAO COBRADO"
063500             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
063600         END-STRING
063700         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
063800         GO TO 2400-PRECIFICAR-GRUPO-EXIT
063900     END-IF.
064000     PERFORM 2420-TESTAR-ISENCAO THRU 2420-TESTAR-ISENCAO-EXIT.
064100     IF GRUPO-ISENTO
064200         MOVE ZERO TO WS-VALOR-GRUPO
064300         ADD WS-QTDE-GRUPO TO WS-QTDE-ISENTOS
064400     ELSE
064500         COMPUTE WS-VALOR-GRUPO = WS-VALOR-UNIT * WS-QTDE-GRUPO
064600         ADD WS-QTDE-GRUPO TO WS-QTDE-COBRADOS
064700         ADD WS-VALOR-GRUPO TO WS-TOTAL-CLIENTE
064800     END-IF.
064900     MOVE SPACES TO TARIFA-DETALHE-RECORD.
065000     MOVE WS-CLIENTE-ATUAL TO TDT-CUST-ID.
065100     MOVE RUN-DATA TO TDT-DATA.
065200     MOVE WS-EVENTO-ATUAL TO TDT-EVENTO.
065300     MOVE WS-PACOTE-CLIENTE TO TDT-PACOTE.
065400     MOVE WS-DESCRICAO TO TDT-DESCRICAO.
065500     MOVE WS-QTDE-GRUPO TO TDT-QTDE.
065600     MOVE WS-VALOR-UNIT TO TDT-VALOR-UNIT.
065700     MOVE WS-VALOR-GRUPO TO TDT-VALOR-TOTAL.
065800     IF GRUPO-ISENTO
065900         SET TDT-EVENTO-ISENTO TO TRUE
066000     ELSE
066100         MOVE "N" TO TDT-ISENTO
066200     END-IF.
066300     WRITE TARIFA-DETALHE-RECORD.
066400     MOVE WS-QTDE-GRUPO TO WS-QTDE-GRUPO-DISP.
066500     MOVE WS-VALOR-UNIT TO WS-UNIT-EDITADO.
066600     MOVE WS-VALOR-GRUPO TO WS-VALOR-EDITADO.
066700     MOVE SPACES TO RPT-LINHA-ENTRADA.
066800     IF GRUPO-ISENTO
066900         STRING "ISENTO     " WS-CLIENTE-ATUAL " " WS-EVENTO-ATUAL
067000             " " WS-DESCRICAO " QTDE " WS-QTDE-GRUPO-DISP
067100             " PACOTE " WS-PACOTE-CLIENTE
067200             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
067300         END-STRING
067400     ELSE
067500         STRING "COBRADO    " WS-CLIENTE-ATUAL " " WS-EVENTO-ATUAL
067600             " " WS-DESCRICAO " QTDE " WS-QTDE-GRUPO-DISP
067700             " X R$ " WS-UNIT-EDITADO " = R$ " WS-VALOR-EDITADO
067800             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
067900         END-STRING
068000     END-IF.
068100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
068200 2400-PRECIFICAR-GRUPO-EXIT.
068300     EXIT.
068400*
068500***************************************************************
068600*    2410-ACHAR-TARIFA - PRIMEIRO A LINHA DO PACOTE, DEPOIS A   *
068700*    GERAL DO EVENTO                                            *
068800***************************************************************
068900 2410-ACHAR-TARIFA.
069000     MOVE "N" TO WS-TARIFA-SW.
069100     SET TAR-IDX TO 1.
069200     SEARCH TARIFA-ITEM
069300         AT END
069400             CONTINUE
069500         WHEN TAR-EVENTO(TAR-IDX) = WS-EVENTO-ATUAL
069600             AND TAR-PACOTE(TAR-IDX) = WS-PACOTE-CLIENTE
069700             MOVE "Y" TO WS-TARIFA-SW
069800     END-SEARCH.
069900     IF NOT TARIFA-ACHADA
070000         SET TAR-IDX TO 1
070100         SEARCH TARIFA-ITEM
070200             AT END
070300                 CONTINUE
070400             WHEN TAR-EVENTO(TAR-IDX) = WS-EVENTO-ATUAL
070500                 AND TAR-PACOTE(TAR-IDX) = WS-TARIFA-GERAL
070600                 MOVE "Y" TO WS-TARIFA-SW
070700         END-SEARCH
070800     END-IF.
070900     IF TARIFA-ACHADA
071000         MOVE TAR-VALOR(TAR-IDX) TO WS-VALOR-UNIT
071100         MOVE TAR-DESCRICAO(TAR-IDX) TO WS-DESCRICAO
071200     END-IF.
071300 2410-ACHAR-TARIFA-EXIT.
071400     EXIT.
071500*
071600***************************************************************
071700*    2420-TESTAR-ISENCAO - ISENCAO DO CLIENTE OU DO PACOTE,     *
071800*    PARA O EVENTO OU PARA TODOS (EVENTO EM BRANCO)             *
071900***************************************************************
072000 2420-TESTAR-ISENCAO.
072100     MOVE "N" TO WS-ISENTO-SW.
072200     IF WS-QTDE-ISENCOES = ZERO
072300         GO TO 2420-TESTAR-ISENCAO-EXIT
072400     END-IF.
072500     SET ISE-IDX TO 1.
072600     SEARCH ISENCAO-ITEM
072700         AT END
072800             CONTINUE
072900         WHEN ((ISE-TIPO(ISE-IDX) = "C"
073000                 AND ISE-CHAVE(ISE-IDX) = WS-CLIENTE-ATUAL)
073100             OR (ISE-TIPO(ISE-IDX) = "P"
073200                 AND ISE-CHAVE(ISE-IDX) = WS-PACOTE-CLIENTE))
073300             AND (ISE-EVENTO(ISE-IDX) = SPACES
073400                 OR ISE-EVENTO(ISE-IDX) = WS-EVENTO-ATUAL)
073500             MOVE "Y" TO WS-ISENTO-SW
073600     END-SEARCH.
073700 2420-TESTAR-ISENCAO-EXIT.
073800     EXIT.
073900*
074000***************************************************************
074100*    2500-POSTAR-DEBITO - UM DEBITO "TARF" POR CLIENTE NO       *
074200*    TARPOST COM O TOTAL NAO ISENTO DA RODADA                   *
074300***************************************************************
074400 2500-POSTAR-DEBITO.
074500     MOVE SPACES TO POSTING-OUT-RECORD.
074600     MOVE "D" TO PST-ACAO.
074700     MOVE WS-CLIENTE-ATUAL TO PST-ID.
074800     MOVE WS-TOTAL-CLIENTE TO PST-SALDO.
074900     MOVE "CC" TO PST-CONTA.
075000     MOVE "TARF" TO PST-MOTIVO.
075100     WRITE POSTING-OUT-RECORD.
075200     ADD 1 TO CTRL-QTDE-DETALHES.
075300     COMPUTE CTRL-HASH-DETALHES =
075400         CTRL-HASH-DETALHES + (WS-TOTAL-CLIENTE * 100).
075500     ADD 1 TO WS-QTDE-DEBITOS.
075600     ADD WS-TOTAL-CLIENTE TO WS-TOTAL-DEBITADO.
075700     MOVE WS-TOTAL-CLIENTE TO WS-VALOR-EDITADO.
075800     MOVE SPACES TO RPT-LINHA-ENTRADA.
075900     STRING "DEBITO     " WS-CLIENTE-ATUAL " " CUST-NOME
076000         " PACOTE " WS-PACOTE-CLIENTE " TOTAL R$ "
076100         WS-VALOR-EDITADO
076200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
076300     END-STRING.
076400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
076500 2500-POSTAR-DEBITO-EXIT.
076600     EXIT.
076700*
076800***************************************************************
076900*    2800-REJEITAR-CLIENTE - EVENTOS DO CLIENTE NAO COBRADOS:   *
077000*    PRIMEIRO EVENTO NO REJFILE E LINHA NO RELATORIO            *
077100***************************************************************
077200 2800-REJEITAR-CLIENTE.
077300     ADD 1 TO WS-QTDE-REJEITADOS.
077400     MOVE SPACES TO REJ-RECORD.
077500     MOVE "TARIFA  " TO REJ-PROGRAMA.
077600     MOVE RUN-DATA TO REJ-DATA.
077700     MOVE WS-CLIENTE-ATUAL TO REJ-CHAVE.
077800     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
077900     SET REJ-PENDENTE TO TRUE.
078000     MOVE WS-PRIMEIRO-EVENTO TO REJ-IMAGEM.
078100     IF REJECT-FILE-OK
078200         WRITE REJ-RECORD
078300     END-IF.
078400     MOVE WS-EVENTOS-CLIENTE TO WS-QTDE-GRUPO-DISP.
078500     MOVE SPACES TO RPT-LINHA-ENTRADA.
078600     STRING "REJEITADO  " WS-CLIENTE-ATUAL " EVENTOS "
078700         WS-QTDE-GRUPO-DISP " - " WS-MOTIVO-REJEITO
078800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
078900     END-STRING.
079000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
079100 2800-REJEITAR-CLIENTE-EXIT.
079200     EXIT.
079300*
079400***************************************************************
079500*    3000-ENCERRAR-ARQUIVOS - TRAILER DO TARPOST, TOTAL DO      *
079600*    RELATORIO E FECHAMENTO                                     *
079700***************************************************************
079800 3000-ENCERRAR-ARQUIVOS.
079900     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
080000     MOVE CTRL-HASH-DETALHES TO WST-HASH.
080100     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
080200     WRITE POSTING-OUT-RECORD.
080300     MOVE WS-QTDE-DEBITOS TO WS-QTDE-DISP.
080400     MOVE WS-TOTAL-DEBITADO TO WS-TOTAL-EDITADO.
080500     MOVE SPACES TO RPT-LINHA-ENTRADA.
080600     STRING "CLIENTES DEBITADOS " WS-QTDE-DISP
080700         " TOTAL R$ " WS-TOTAL-EDITADO
080800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
080900     END-STRING.
081000     SET RPT-ACAO-TOTAL TO TRUE.
081100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
081200     PERFORM 8000-GRAVAR-LINHAS-RPT
081300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
081400     CLOSE EVENTO-FILE.
081500     CLOSE CUSTOMER-MASTER.
081600     CLOSE POSTING-OUT-FILE.
081700     CLOSE DETALHE-FILE.
081800     IF PACOTE-FILE-OK OR WS-PACOTE-FILE-STATUS = "10"
081900         CLOSE PACOTE-FILE
082000     END-IF.
082100     IF REJECT-FILE-OK
082200         CLOSE REJECT-FILE
082300     END-IF.
082400     IF PRINT-FILE-OK
082500         CLOSE PRINT-FILE
082600     END-IF.
082700 3000-ENCERRAR-ARQUIVOS-EXIT.
082800     EXIT.
082900*
083000***************************************************************
083100*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
083200*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
083300***************************************************************
083400 8000-GRAVAR-LINHAS-RPT.
083500     IF NOT PRINT-FILE-OK
083600         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
083700     END-IF.
083800     PERFORM 8100-GRAVAR-UMA-LINHA
083900         THRU 8100-GRAVAR-UMA-LINHA-EXIT
084000         VARYING WS-RPT-SUB FROM 1 BY 1
084100         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
084200 8000-GRAVAR-LINHAS-RPT-EXIT.
084300     EXIT.
084400*
084500***************************************************************
084600*    8100-GRAVAR-UMA-LINHA                                      *
084700***************************************************************
084800 8100-GRAVAR-UMA-LINHA.
084900     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
085000     WRITE PRINT-LINE.
085100 8100-GRAVAR-UMA-LINHA-EXIT.
085200     EXIT.
085300*
085400***************************************************************
085500*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
085600***************************************************************
085700 8500-DETALHE.
085800     SET RPT-ACAO-DETALHE TO TRUE.
085900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
086000     PERFORM 8000-GRAVAR-LINHAS-RPT
086100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
086200 8500-DETALHE-EXIT.
086300     EXIT.
086400*
086500***************************************************************
086600*    9000-FINALIZAR                                             *
086700***************************************************************
086800 9000-FINALIZAR.
086900     DISPLAY "====== TARIFAS POR EVENTO ======".
087000     DISPLAY "EVENTOS LIDOS ......: " WS-QTDE-LIDOS.
087100     DISPLAY "REFERENCIAS REPETIDAS: " WS-QTDE-REPETIDOS.
087200     DISPLAY "EVENTOS COBRADOS ...: " WS-QTDE-COBRADOS.
087300     DISPLAY "EVENTOS ISENTOS ....: " WS-QTDE-ISENTOS.
087400     DISPLAY "EVENTOS SEM TARIFA .: " WS-QTDE-SEM-TARIFA.
087500     DISPLAY "CLIENTES DEBITADOS .: " WS-QTDE-DEBITOS.
087600     DISPLAY "CLIENTES REJEITADOS : " WS-QTDE-REJEITADOS.
087700 9000-FINALIZAR-EXIT.
087800     EXIT.
