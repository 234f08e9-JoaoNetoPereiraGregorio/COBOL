000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIENTE-FUSAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     FUSAO DE CADASTRO DUPLICADO. O DEDUPE-
001200*                       REPORT APONTA DOIS CUST-ID DA MESMA
001300*                       PESSOA, MAS NAO HAVIA COMO AGIR: UM DELES
001400*                       ERA CANCELADO A MAO E O HISTORICO FICAVA
001500*                       PARTIDO. CARTOES DO FUSIN:
001600*                         P - PEDIDO: SOBREVIVENTE, VITIMA E O
001700*                             OPERADOR QUE PEDE (MAKER). FICA
001800*                             PENDENTE NO CUSTFUS (VER
001900*                             COPYBOOKS/FUSREG.CPY);
002000*                         A - APROVA O PEDIDO PENDENTE E EFETIVA A
002100*                             FUSAO;
002200*                         R - REPROVA O PEDIDO PENDENTE.
002300*                       QUATRO-OLHOS COMO NO APPROVAL-BATCH: O
002400*                       VERIFICADOR NAO PODE SER O MAKER, E O
002500*                       OPERADOR DO CARTAO E O DO PASSO PRECISAM
002600*                       DA FUNCAO "FUSAO" NA MATRIZ (SECURITY-
002700*                       CHECK). NA EFETIVACAO:
002800*                         - O SALDO DE CADA CONTA DA VITIMA
002900*                           (CUSTACCT) PASSA PARA A CONTA DO MESMO
003000*                           TIPO DO SOBREVIVENTE EM DUAS PERNAS DE
003100*                           TRANSFERENCIA NO JOURNAL (ORIGEM
003200*                           "TRANSF", COMO NO CLIENTE-MESTRE-
003300*                           MAINT), E A CONTA DA VITIMA SAI DO
003400*                           SUB-RAZAO; SALDO DO MESTRE SEM CONTA
003500*                           VAI PARA A CONTA CORRENTE "CC";
003600*                         - ENDERECO/CONTATO (CUSTADDR) COMPLETA O
003700*                           DO SOBREVIVENTE; LIMITE DE CREDITO
003800*                           (CREDLIM) SO PASSA SE O SOBREVIVENTE
003900*                           NAO TEM LIMITE PROPRIO;
004000*                         - TITULOS ABERTOS DO TITREG, NOTAS DO
004100*                           CUSTNOTA (REGRAVADO EM NOTANEW) E
004200*                           INSTRUCOES DO RECORFILE (REGRAVADO EM
004300*                           RECORNEW) PASSAM PARA O SOBREVIVENTE -
004400*                           NOTANEW E RECORNEW SAO REORDENADOS
004500*                           PELA CHAVE ANTES DA RECARGA;
004600*                         - A VITIMA FICA CANCELADA NO MESTRE E A
004700*                           REFERENCIA CRUZADA E GRAVADA NOS DOIS
004800*                           SENTIDOS NO CUSTFUS, ONDE O EXTRATO, O
004900*                           DOSSIE LGPD E A CONSULTA CINQ ACHAM O
005000*                           HISTORICO POR QUALQUER UM DOS IDS.
005100*                       PEDIDO, APROVACAO E REPROVACAO GERAM
005200*                       EVENTO DE AUDITORIA. CARTAO RECUSADO DA
005300*                       RC 4.
005300*    2026-10-15 OPR     O REGISTRO DO RECORFILE CRESCEU PARA 106
005300*                       BYTES (SITUACAO, PENDENCIA DE APROVACAO E
005300*                       ULTIMA MANUTENCAO - VER RECREG.CPY); A
005300*                       COPIA PARA O RECORNEW PASSA A LEVAR O
005300*                       REGISTRO INTEIRO.
005400***************************************************************
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT FUSAO-IN-FILE ASSIGN TO "FUSIN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FUSIN-FILE-STATUS.
006200     SELECT FUSAO-FILE ASSIGN TO "CUSTFUS"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS FUS-CHAVE
006600         FILE STATUS IS WS-FUSAO-FILE-STATUS.
006700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS CUST-ID
007100         ALTERNATE RECORD KEY IS CUST-NOME
007200             WITH DUPLICATES
007300         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
007400         FILE STATUS IS WS-MASTER-FILE-STATUS.
007500     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS ACC-CHAVE
007900         FILE STATUS IS WS-ACCT-FILE-STATUS.
008000     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS ADR-CUST-ID
008400         FILE STATUS IS WS-ADDR-FILE-STATUS.
008500     SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS LIM-CUST-ID
008900         FILE STATUS IS WS-LIMITE-FILE-STATUS.
009000     SELECT TITULO-FILE ASSIGN TO "TITREG"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS TIT-CHAVE
009400         ALTERNATE RECORD KEY IS TIT-CUST-ID
009500             WITH DUPLICATES
009600         FILE STATUS IS WS-TITULO-FILE-STATUS.
009700     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
010000     SELECT NOTES-IN-FILE ASSIGN TO "CUSTNOTA"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-NOTES-IN-STATUS.
010300     SELECT NOTES-OUT-FILE ASSIGN TO "NOTANEW"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-NOTES-OUT-STATUS.
010600     SELECT RECUR-IN-FILE ASSIGN TO "RECORFILE"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-RECUR-IN-STATUS.
010900     SELECT RECUR-OUT-FILE ASSIGN TO "RECORNEW"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-RECUR-OUT-STATUS.
011200*
011300 DATA DIVISION.
011400 FILE SECTION.
011500*
011600***************************************************************
011700*    CARTAO DO FUSIN:
011800*        COL      1  ACAO (P=PEDIDO, A=APROVA, R=REPROVA)
011900*        COLS  3-12  CUST-ID SOBREVIVENTE
012000*        COLS 14-23  CUST-ID VITIMA (O QUE SERA INCORPORADO)
012100*        COLS 25-32  OPERADOR (MAKER NO PEDIDO, VERIFICADOR NA
012200*                    DECISAO)
012300***************************************************************
012400 FD  FUSAO-IN-FILE
012500     RECORDING MODE IS F.
012600 01  FUSAO-IN-RECORD.
012700     05  FCD-ACAO            PIC X(01).
012800         88  FCD-PEDIDO          VALUE "P".
012900         88  FCD-APROVA          VALUE "A".
013000         88  FCD-REPROVA         VALUE "R".
013100     05  FILLER              PIC X(01).
013200     05  FCD-SOBREVIVENTE    PIC X(10).
013300     05  FILLER              PIC X(01).
013400     05  FCD-VITIMA          PIC X(10).
013500     05  FILLER              PIC X(01).
013600     05  FCD-OPERADOR        PIC X(08).
013700*
013800 FD  FUSAO-FILE.
013900*    CONTROLE DE FUSAO E REFERENCIA CRUZADA (VER
014000*    COPYBOOKS/FUSREG.CPY)
014100 COPY "FUSREG.cpy".
014200*
014300 FD  CUSTOMER-MASTER.
014400*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
014500 COPY "CUSTREC.cpy".
014600*
014700 FD  ACCOUNT-FILE.
014800*    SUB-RAZAO DE CONTAS (VER COPYBOOKS/ACCTREC.CPY)
014900 COPY "ACCTREC.cpy".
015000*
015100 FD  ADDRESS-FILE.
015200*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
015300 COPY "ADDRREC.cpy".
015400*
015500 FD  CREDIT-LIMIT-FILE.
015600 01  CREDIT-LIMIT-RECORD.
015700     05  LIM-CUST-ID         PIC X(10).
015800     05  LIM-VALOR           PIC 9(7)V99.
015900     05  LIM-DATA-ATUALIZA   PIC 9(08).
016000     05  FILLER              PIC X(13).
016100*
016200 FD  TITULO-FILE.
016300*    CADASTRO DE TITULOS DE COBRANCA (VER COPYBOOKS/TITREG.CPY)
016400 COPY "TITREG.cpy".
016500*
016600 FD  JOURNAL-FILE
016700     RECORDING MODE IS F.
016800 COPY "JRNREC.cpy".
016900*
017000 FD  NOTES-IN-FILE
017100     RECORDING MODE IS F.
017200 01  NOTES-IN-RECORD.
017300     05  NIN-CUST-ID         PIC X(10).
017400     05  FILLER              PIC X(88).
017500*
017600 FD  NOTES-OUT-FILE
017700     RECORDING MODE IS F.
017800 01  NOTES-OUT-RECORD        PIC X(98).
017900*
018000 FD  RECUR-IN-FILE
018100     RECORDING MODE IS F.
018200*    INSTRUCAO DE RECORRENCIA (VER RECORRENCIA-GERAR)
018300 01  RECUR-IN-RECORD.
018400     05  RIN-CUST-ID         PIC X(10).
018400     05  FILLER              PIC X(96).
018600*
018700 FD  RECUR-OUT-FILE
018800     RECORDING MODE IS F.
018800 01  RECUR-OUT-RECORD        PIC X(106).
019000*
019100 WORKING-STORAGE SECTION.
019200*
019300 77  WS-FUSIN-FILE-STATUS    PIC X(02) VALUE ZEROS.
019400     88  FUSIN-FILE-OK       VALUE "00".
019500 77  WS-FUSAO-FILE-STATUS    PIC X(02) VALUE ZEROS.
019600     88  FUSAO-OK            VALUE "00".
019700     88  FUSAO-NAO-ACHADO    VALUE "23", "35".
019800 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
019900     88  MASTER-OK           VALUE "00".
020000 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
020100     88  ACCT-OK             VALUE "00".
020200 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
020300     88  ADDR-OK             VALUE "00".
020400 77  WS-LIMITE-FILE-STATUS   PIC X(02) VALUE ZEROS.
020500     88  LIMITE-OK           VALUE "00".
020600 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
020700     88  TITULO-OK           VALUE "00".
020800 77  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE ZEROS.
020900     88  JOURNAL-FILE-OK     VALUE "00".
021000 77  WS-NOTES-IN-STATUS      PIC X(02) VALUE ZEROS.
021100     88  NOTES-IN-OK         VALUE "00".
021200 77  WS-NOTES-OUT-STATUS     PIC X(02) VALUE ZEROS.
021300     88  NOTES-OUT-OK        VALUE "00".
021400 77  WS-RECUR-IN-STATUS      PIC X(02) VALUE ZEROS.
021500     88  RECUR-IN-OK         VALUE "00".
021600 77  WS-RECUR-OUT-STATUS     PIC X(02) VALUE ZEROS.
021700     88  RECUR-OUT-OK        VALUE "00".
021800*
021900***************************************************************
022000*    ARQUIVOS FILHOS OPCIONAIS - SEM ELES A FUSAO SEGUE E SO
022100*    AQUELA PARTE NAO E MOVIDA
022200***************************************************************
022300 77  WS-ACCT-ABERTO-SW       PIC X(01) VALUE "N".
022400     88  CONTAS-DISPONIVEIS  VALUE "Y".
022500 77  WS-ADDR-ABERTO-SW       PIC X(01) VALUE "N".
022600     88  ENDERECOS-DISPONIVEIS VALUE "Y".
022700 77  WS-CREDLIM-ABERTO-SW    PIC X(01) VALUE "N".
022800     88  LIMITES-DISPONIVEIS VALUE "Y".
022900 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
023000     88  TITREG-DISPONIVEL   VALUE "Y".
023100*
023200 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
023300     88  FIM-DO-ARQUIVO      VALUE "Y".
023400 77  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
023500     88  FIM-DA-VARREDURA    VALUE "Y".
023600*
023700 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
023800 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
023900*
024000 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
024100 77  WS-QTDE-PEDIDOS         PIC 9(07) COMP VALUE ZERO.
024200 77  WS-QTDE-REPROVADOS      PIC 9(07) COMP VALUE ZERO.
024300 77  WS-QTDE-MESMO-OPERADOR  PIC 9(07) COMP VALUE ZERO.
024400 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
024500 77  WS-QTDE-PERNAS          PIC 9(07) COMP VALUE ZERO.
024600 77  WS-QTDE-TIT-MOVIDOS     PIC 9(07) COMP VALUE ZERO.
024700 77  WS-QTDE-TIT-RETIDOS     PIC 9(07) COMP VALUE ZERO.
024800 77  WS-QTDE-NOTAS-MOVIDAS   PIC 9(07) COMP VALUE ZERO.
024900 77  WS-QTDE-RECOR-MOVIDAS   PIC 9(07) COMP VALUE ZERO.
025000*
025100***************************************************************
025200*    SITUACAO DAS FUSOES DE UM CLIENTE NO CUSTFUS (VER
025300*    2150-PROCURAR-FUSAO)
025400***************************************************************
025500 77  WS-FUS-PROCURADO        PIC X(10) VALUE SPACES.
025600 77  WS-FUS-VITIMA-SW        PIC X(01) VALUE "N".
025700     88  JA-E-VITIMA         VALUE "Y".
025800 77  WS-FUS-SOBREVIVE-SW     PIC X(01) VALUE "N".
025900     88  JA-E-SOBREVIVENTE   VALUE "Y".
026000 01  WS-FUS-GUARDADO         PIC X(90) VALUE SPACES.
026100*
026200***************************************************************
026300*    CLIENTES DA FUSAO CORRENTE
026400***************************************************************
026500 77  WS-ID-VITIMA            PIC X(10) VALUE SPACES.
026600 77  WS-ID-SOBREVIVE         PIC X(10) VALUE SPACES.
026700 77  WS-MOEDA-VITIMA         PIC X(03) VALUE SPACES.
026800 77  WS-MOEDA-SOBREVIVE      PIC X(03) VALUE SPACES.
026900 77  WS-SALDO-VITIMA         PIC S9(7)V99 COMP-3 VALUE ZERO.
027000 77  WS-TOTAL-TRANSFERIDO    PIC S9(7)V99 COMP-3 VALUE ZERO.
027100 77  WS-QTDE-TIT-FUSAO       PIC 9(04) COMP VALUE ZERO.
027200 77  WS-IMAGEM-ANTES         PIC X(80) VALUE SPACES.
027300*
027400***************************************************************
027500*    CONTAS DA VITIMA A TRANSFERIR (CUSTACCT + RESIDUO DO
027600*    MESTRE NA CONTA CORRENTE)
027700***************************************************************
027800 77  WS-QTDE-CONTAS          PIC 9(02) COMP VALUE ZERO.
027900 01  TABELA-CONTAS.
028000     05  CTA-ENTRY OCCURS 10 TIMES.
028100         10  CTA-TIPO        PIC X(02).
028200         10  CTA-SALDO       PIC S9(7)V99 COMP-3.
028300         10  CTA-MOEDA       PIC X(03).
028400         10  CTA-DATA-ABERTURA PIC X(08).
028500         10  CTA-EXISTE      PIC X(01).
028600             88  CTA-NO-SUBRAZAO VALUE "Y".
028700 77  WS-SUB-CTA              PIC 9(02) COMP VALUE ZERO.
028800 77  WS-IDX-CC               PIC 9(02) COMP VALUE ZERO.
028900 77  WS-SOMA-CONTAS          PIC S9(9)V99 COMP-3 VALUE ZERO.
029000 77  WS-RESIDUO              PIC S9(9)V99 COMP-3 VALUE ZERO.
029100 77  WS-VALOR-PERNA          PIC S9(7)V99 COMP-3 VALUE ZERO.
029200 77  WS-TRF-SENTIDO          PIC X(01) VALUE SPACE.
029300 77  WS-TRF-CONTRAPARTE      PIC X(10) VALUE SPACES.
029400 77  WS-TRF-CONTA            PIC X(02) VALUE SPACES.
029500*
029600***************************************************************
029700*    ENDERECO DA VITIMA (MESMO LAYOUT DE ADDRREC.CPY)
029800***************************************************************
029900 01  WS-ENDERECO-VITIMA.
030000     05  WEV-CUST-ID         PIC X(10).
030100     05  WEV-LOGRADOURO      PIC X(30).
030200     05  WEV-COMPLEMENTO     PIC X(30).
030300     05  WEV-CIDADE          PIC X(20).
030400     05  WEV-UF              PIC X(02).
030500     05  WEV-CEP             PIC X(08).
030600     05  WEV-TELEFONE        PIC X(15).
030700     05  WEV-EMAIL           PIC X(40).
030800     05  WEV-DATA-ATUALIZA   PIC 9(08).
030900     05  FILLER              PIC X(07).
031000 77  WS-LIMITE-VITIMA        PIC 9(7)V99 VALUE ZERO.
031100*
031200***************************************************************
031300*    TITULOS ABERTOS DA VITIMA (LIDOS PELA CHAVE ALTERNADA E
031400*    REGRAVADOS DEPOIS, PARA NAO MEXER NA CHAVE DURANTE A
031500*    LEITURA)
031600***************************************************************
031700 77  WS-QTDE-TITULOS         PIC 9(03) COMP VALUE ZERO.
031800 01  TABELA-TITULOS.
031900     05  TIT-GUARDADO        PIC X(161)
032000         OCCURS 200 TIMES.
032100 77  WS-SUB-TIT              PIC 9(03) COMP VALUE ZERO.
032200*
032300***************************************************************
032400*    FUSOES EFETIVADAS NA RODADA - ORIGEM DA TROCA DE CUST-ID NO
032500*    CUSTNOTA E NO RECORFILE
032600***************************************************************
032700 77  WS-QTDE-EFETIVADAS      PIC 9(03) COMP VALUE ZERO.
032800 01  TABELA-EFETIVADAS.
032900     05  EFT-ENTRY OCCURS 1 TO 100 TIMES
033000         DEPENDING ON WS-QTDE-EFETIVADAS
033100         INDEXED BY EF-IDX.
033200         10  EFT-VITIMA      PIC X(10).
033300         10  EFT-SOBREVIVE   PIC X(10).
033400 77  WS-ID-TROCA             PIC X(10) VALUE SPACES.
033500 77  WS-ID-TROCADO-SW        PIC X(01) VALUE "N".
033600     88  ID-TROCADO          VALUE "Y".
033700*
033800***************************************************************
033900*    PARAMETROS DAS ROTINAS COMPARTILHADAS DE SEGURANCA E
034000*    AUDITORIA
034100***************************************************************
034200 COPY "SECHDL.cpy".
034300 COPY "AUDHDL.cpy".
034400*
034500***************************************************************
034600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
034700***************************************************************
034800 COPY "RUNDATE.cpy".
034900*
035000***************************************************************
035100*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
035200***************************************************************
035300 COPY "ERRHDL.cpy".
035400*
035500 PROCEDURE DIVISION.
035600*
035700***************************************************************
035800*    0000-MAINLINE                                             *
035900***************************************************************
036000 0000-MAINLINE.
036100     MOVE ZERO TO RETURN-CODE.
036200     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
036300     ACCEPT RUN-HORA FROM TIME.
036400     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
036500     PERFORM 0500-VERIFICAR-PERMISSAO
036600         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
036700     IF RETURN-CODE NOT = ZERO
036800         GO TO 0000-MAINLINE-FIM
036900     END-IF.
037000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
037100     IF RETURN-CODE NOT = ZERO
037200         GO TO 0000-MAINLINE-FIM
037300     END-IF.
037400     PERFORM 2000-TRATAR-CARTAO THRU 2000-TRATAR-CARTAO-EXIT
037500         UNTIL FIM-DO-ARQUIVO.
037600     IF WS-QTDE-EFETIVADAS > ZERO
037700         PERFORM 5000-REGRAVAR-NOTAS
037800             THRU 5000-REGRAVAR-NOTAS-EXIT
037900         PERFORM 5500-REGRAVAR-RECORRENCIAS
038000             THRU 5500-REGRAVAR-RECORRENCIAS-EXIT
038100     END-IF.
038200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
038300 0000-MAINLINE-FIM.
038400     STOP RUN.
038500*
038600***************************************************************
038700*    0500-VERIFICAR-PERMISSAO - FUNCAO "FUSAO" NA MATRIZ PARA O *
038800*    OPERADOR DO PASSO; NEGADO TAMBEM E AUDITADO                *
038900***************************************************************
039000 0500-VERIFICAR-PERMISSAO.
039100     SET SEC-ACAO-FUNCAO TO TRUE.
039200     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
039300     MOVE "FUSAO   " TO SEC-FUNCAO.
039400     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
039500     IF SEC-RC NOT = ZERO
039600         DISPLAY "ACESSO NEGADO A FUSAO DE CADASTROS: " SEC-MOTIVO
039700         MOVE "CLIFUSAO" TO AUD-PROGRAMA
039800         MOVE 0 TO AUD-OPCODE
039900         MOVE "NEGADO" TO AUD-EVENTO
040000         MOVE SPACES TO AUD-CHAVE
040100         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
040200         MOVE 16 TO RETURN-CODE
040300     END-IF.
040400 0500-VERIFICAR-PERMISSAO-EXIT.
040500     EXIT.
040600*
040700***************************************************************
040800*    1000-INICIALIZAR - FUSIN, MESTRE, CUSTFUS E JOURNAL SAO    *
040900*    OBRIGATORIOS (O CUSTFUS E CRIADO NA PRIMEIRA RODADA); OS   *
041000*    ARQUIVOS FILHOS SAO OPCIONAIS                              *
041100***************************************************************
041200 1000-INICIALIZAR.
041300     OPEN INPUT FUSAO-IN-FILE.
041400     IF NOT FUSIN-FILE-OK
041500         MOVE "CLIFUSAO" TO ERR-PROGRAMA
041600         SET ERR-TIPO-ARQUIVO TO TRUE
041700         MOVE "ABERTURA DO ARQUIVO FUSIN" TO ERR-CONTEXTO
041800         MOVE WS-FUSIN-FILE-STATUS TO ERR-FILE-STATUS
041900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 1000-INICIALIZAR-EXIT
042200     END-IF.
042300     OPEN I-O CUSTOMER-MASTER.
042400     IF NOT MASTER-OK
042500         MOVE "CLIFUSAO" TO ERR-PROGRAMA
042600         SET ERR-TIPO-ARQUIVO TO TRUE
042700         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
042800         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
042900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
043000         CLOSE FUSAO-IN-FILE
043100         MOVE 16 TO RETURN-CODE
043200         GO TO 1000-INICIALIZAR-EXIT
043300     END-IF.
043400     OPEN I-O FUSAO-FILE.
043500     IF FUSAO-NAO-ACHADO
043600         OPEN OUTPUT FUSAO-FILE
043700         CLOSE FUSAO-FILE
043800         OPEN I-O FUSAO-FILE
043900     END-IF.
044000     IF NOT FUSAO-OK
044100         MOVE "CLIFUSAO" TO ERR-PROGRAMA
044200         SET ERR-TIPO-ARQUIVO TO TRUE
044300         MOVE "ABERTURA DO ARQUIVO CUSTFUS" TO ERR-CONTEXTO
044400         MOVE WS-FUSAO-FILE-STATUS TO ERR-FILE-STATUS
044500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
044600         CLOSE FUSAO-IN-FILE
044700         CLOSE CUSTOMER-MASTER
044800         MOVE 16 TO RETURN-CODE
044900         GO TO 1000-INICIALIZAR-EXIT
045000     END-IF.
045100*    SEM JOURNAL NAO HA COMO LANCAR A TRANSFERENCIA DE SALDO
045200     OPEN EXTEND JOURNAL-FILE.
045300     IF NOT JOURNAL-FILE-OK
045400         MOVE "CLIFUSAO" TO ERR-PROGRAMA
045500         SET ERR-TIPO-ARQUIVO TO TRUE
045600         MOVE "ABERTURA DO ARQUIVO JRNFILE" TO ERR-CONTEXTO
045700         MOVE WS-JOURNAL-FILE-STATUS TO ERR-FILE-STATUS
045800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
045900         CLOSE FUSAO-IN-FILE
046000         CLOSE CUSTOMER-MASTER
046100         CLOSE FUSAO-FILE
046200         MOVE 16 TO RETURN-CODE
046300         GO TO 1000-INICIALIZAR-EXIT
046400     END-IF.
046500     OPEN I-O ACCOUNT-FILE.
046600     IF ACCT-OK
046700         MOVE "Y" TO WS-ACCT-ABERTO-SW
046800     ELSE
046900         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
047000             WS-ACCT-FILE-STATUS ") - SALDO PASSA SO PELO MESTRE."
047100     END-IF.
047200     OPEN I-O ADDRESS-FILE.
047300     IF ADDR-OK
047400         MOVE "Y" TO WS-ADDR-ABERTO-SW
047500     ELSE
047600         DISPLAY "AVISO: CUSTADDR INDISPONIVEL (STATUS "
047700             WS-ADDR-FILE-STATUS ") - ENDERECO NAO SERA MOVIDO."
047800     END-IF.
047900     OPEN I-O CREDIT-LIMIT-FILE.
048000     IF LIMITE-OK
048100         MOVE "Y" TO WS-CREDLIM-ABERTO-SW
048200     ELSE
048300         DISPLAY "AVISO: CREDLIM INDISPONIVEL (STATUS "
048400             WS-LIMITE-FILE-STATUS ") - LIMITE NAO SERA MOVIDO."
048500     END-IF.
048600     OPEN I-O TITULO-FILE.
048700     IF TITULO-OK
048800         MOVE "Y" TO WS-TITREG-ABERTO-SW
048900     ELSE
049000         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
049100             WS-TITULO-FILE-STATUS ") - TITULOS NAO SERAO "
049200             "MOVIDOS."
049300     END-IF.
049400     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
049500 1000-INICIALIZAR-EXIT.
049600     EXIT.
049700*
049800***************************************************************
049900*    1100-LER-CARTAO                                           *
050000***************************************************************
050100 1100-LER-CARTAO.
050200     READ FUSAO-IN-FILE
050300         AT END
050400             MOVE "Y" TO WS-EOF-SWITCH
050500     END-READ.
050600 1100-LER-CARTAO-EXIT.
050700     EXIT.
050800*
050900***************************************************************
051000*    2000-TRATAR-CARTAO - DESPACHA O CARTAO PELA ACAO; CARTAO   *
051100*    RECUSADO E LISTADO COM O MOTIVO                            *
051200***************************************************************
051300 2000-TRATAR-CARTAO.
051400     ADD 1 TO WS-QTDE-LIDOS.
051500     MOVE SPACES TO WS-MOTIVO-REJEITO.
051600     EVALUATE TRUE
051700         WHEN FCD-PEDIDO
051800             PERFORM 2100-REGISTRAR-PEDIDO
051900                 THRU 2100-REGISTRAR-PEDIDO-EXIT
052000         WHEN FCD-APROVA
052100         WHEN FCD-REPROVA
052200             PERFORM 2200-DECIDIR-PEDIDO
052300                 THRU 2200-DECIDIR-PEDIDO-EXIT
052400         WHEN OTHER
052500             MOVE "ACAO INVALIDA (USE P, A OU R)" TO
052600                 WS-MOTIVO-REJEITO
052700     END-EVALUATE.
052800     IF WS-MOTIVO-REJEITO NOT = SPACES
052900         ADD 1 TO WS-QTDE-RECUSADOS
053000         DISPLAY "CARTAO RECUSADO " FCD-ACAO " " FCD-SOBREVIVENTE
053100             " " FCD-VITIMA " - " WS-MOTIVO-REJEITO
053200         IF RETURN-CODE < 4
053300             MOVE 4 TO RETURN-CODE
053400         END-IF
053500     END-IF.
053600     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
053700 2000-TRATAR-CARTAO-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    2050-VALIDAR-CARTAO - OS DOIS IDS INFORMADOS E DIFERENTES  *
054200*    E O OPERADOR DO CARTAO COM A FUNCAO "FUSAO" NA MATRIZ      *
054300***************************************************************
054400 2050-VALIDAR-CARTAO.
054500     IF FCD-SOBREVIVENTE = SPACES OR FCD-VITIMA = SPACES
054600         MOVE "SOBREVIVENTE OU VITIMA AUSENTE" TO
054700             WS-MOTIVO-REJEITO
054800         GO TO 2050-VALIDAR-CARTAO-EXIT
054900     END-IF.
055000     IF FCD-SOBREVIVENTE = FCD-VITIMA
055100         MOVE "SOBREVIVENTE IGUAL A VITIMA" TO WS-MOTIVO-REJEITO
055200         GO TO 2050-VALIDAR-CARTAO-EXIT
055300     END-IF.
055400     SET SEC-ACAO-FUNCAO TO TRUE.
055500     MOVE FCD-OPERADOR TO SEC-OPERADOR.
055600     MOVE "FUSAO   " TO SEC-FUNCAO.
055700     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
055800     IF FCD-OPERADOR = SPACES OR SEC-RC NOT = ZERO
055900         MOVE "OPERADOR SEM A FUNCAO FUSAO" TO WS-MOTIVO-REJEITO
056000     END-IF.
056100     MOVE FCD-VITIMA TO WS-ID-VITIMA.
056200     MOVE FCD-SOBREVIVENTE TO WS-ID-SOBREVIVE.
056300 2050-VALIDAR-CARTAO-EXIT.
056400     EXIT.
056500*
056600***************************************************************
056700*    2100-REGISTRAR-PEDIDO - VALIDA AS DUAS PONTAS E GRAVA O    *
056800*    PEDIDO PENDENTE NO CUSTFUS COM O MAKER                     *
056900***************************************************************
057000 2100-REGISTRAR-PEDIDO.
057100     PERFORM 2050-VALIDAR-CARTAO THRU 2050-VALIDAR-CARTAO-EXIT.
057200     IF WS-MOTIVO-REJEITO NOT = SPACES
057300         GO TO 2100-REGISTRAR-PEDIDO-EXIT
057400     END-IF.
057500     PERFORM 2120-VALIDAR-CLIENTES
057600         THRU 2120-VALIDAR-CLIENTES-EXIT.
057700     IF WS-MOTIVO-REJEITO NOT = SPACES
057800         GO TO 2100-REGISTRAR-PEDIDO-EXIT
057900     END-IF.
058000*    A VITIMA NAO PODE TER OUTRA FUSAO ABERTA OU FEITA, NEM TER
058100*    INCORPORADO OUTRO ID; O SOBREVIVENTE NAO PODE ESTAR SENDO
058200*    INCORPORADO
058300     MOVE WS-ID-VITIMA TO WS-FUS-PROCURADO.
058400     PERFORM 2150-PROCURAR-FUSAO THRU 2150-PROCURAR-FUSAO-EXIT.
058500     IF JA-E-VITIMA
058600         MOVE "VITIMA JA TEM FUSAO PEDIDA" TO WS-MOTIVO-REJEITO
058700         GO TO 2100-REGISTRAR-PEDIDO-EXIT
058800     END-IF.
058900     IF JA-E-SOBREVIVENTE
059000         MOVE "VITIMA JA INCORPOROU OUTRO ID" TO WS-MOTIVO-REJEITO
059100         GO TO 2100-REGISTRAR-PEDIDO-EXIT
059200     END-IF.
059300     MOVE WS-ID-SOBREVIVE TO WS-FUS-PROCURADO.
059400     PERFORM 2150-PROCURAR-FUSAO THRU 2150-PROCURAR-FUSAO-EXIT.
059500     IF JA-E-VITIMA
059600         MOVE "SOBREVIVENTE EM OUTRA FUSAO" TO WS-MOTIVO-REJEITO
059700         GO TO 2100-REGISTRAR-PEDIDO-EXIT
059800     END-IF.
059900*    PEDIDO REPROVADO ANTES PARA O MESMO PAR E REABERTO
060000     MOVE WS-ID-VITIMA TO FUS-CUST-ID.
060100     MOVE WS-ID-SOBREVIVE TO FUS-CUST-LIGADO.
060200     READ FUSAO-FILE
060300         KEY IS FUS-CHAVE
060400         INVALID KEY
060500             CONTINUE
060600     END-READ.
060700     IF NOT FUSAO-OK
060800         MOVE SPACES TO FUS-FUSAO-RECORD
060900         MOVE WS-ID-VITIMA TO FUS-CUST-ID
061000         MOVE WS-ID-SOBREVIVE TO FUS-CUST-LIGADO
061100     END-IF.
061200     SET FUS-PAPEL-VITIMA TO TRUE.
061300     SET FUS-PENDENTE TO TRUE.
061400     MOVE FCD-OPERADOR TO FUS-MAKER.
061500     MOVE RUN-DATA TO FUS-DATA-PEDIDO.
061600     MOVE SPACES TO FUS-CHECKER.
061700     MOVE ZERO TO FUS-DATA-DECISAO.
061800     MOVE ZERO TO FUS-SALDO-TRANSF.
061900     MOVE ZERO TO FUS-QTDE-CONTAS.
062000     MOVE ZERO TO FUS-QTDE-TITULOS.
062100     IF FUSAO-OK
062200         REWRITE FUS-FUSAO-RECORD
062300     ELSE
062400         WRITE FUS-FUSAO-RECORD
062500     END-IF.
062600     IF NOT FUSAO-OK
062700         DISPLAY "ERRO AO GRAVAR CUSTFUS " WS-ID-VITIMA
062800             " - STATUS " WS-FUSAO-FILE-STATUS
062900         MOVE "ERRO AO GRAVAR O PEDIDO" TO WS-MOTIVO-REJEITO
063000         GO TO 2100-REGISTRAR-PEDIDO-EXIT
063100     END-IF.
063200     ADD 1 TO WS-QTDE-PEDIDOS.
063300     MOVE "CLIFUSAO" TO AUD-PROGRAMA.
063400     MOVE 9 TO AUD-OPCODE.
063500     MOVE "FUSAO PED" TO AUD-EVENTO.
063600     MOVE WS-ID-VITIMA TO AUD-CHAVE.
063700     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
063800 2100-REGISTRAR-PEDIDO-EXIT.
063900     EXIT.
064000*
064100***************************************************************
064200*    2110-LER-CLIENTE - O CLIENTE TEM DE ESTAR NO MESTRE E NAO  *
064300*    PODE ESTAR CANCELADO                                       *
064400***************************************************************
064500 2110-LER-CLIENTE.
064600     READ CUSTOMER-MASTER
064700         KEY IS CUST-ID
064800         INVALID KEY
064900             CONTINUE
065000     END-READ.
065100     IF NOT MASTER-OK
065200         MOVE "CLIENTE NAO CONSTA DO MESTRE" TO WS-MOTIVO-REJEITO
065300     ELSE
065400         IF CUST-CANCELADO
065500             MOVE "CLIENTE CANCELADO NO MESTRE" TO
065600                 WS-MOTIVO-REJEITO
065700         END-IF
065800     END-IF.
065900 2110-LER-CLIENTE-EXIT.
066000     EXIT.
066100*
066200***************************************************************
066300*    2120-VALIDAR-CLIENTES - AS DUAS PONTAS ATIVAS NO MESTRE E  *
066400*    NA MESMA MOEDA (BRANCO VALE COMO BRL)                      *
066500***************************************************************
066600 2120-VALIDAR-CLIENTES.
066700     MOVE WS-ID-VITIMA TO CUST-ID.
066800     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
066900     IF WS-MOTIVO-REJEITO NOT = SPACES
067000         GO TO 2120-VALIDAR-CLIENTES-EXIT
067100     END-IF.
067200     MOVE CUST-MOEDA TO WS-MOEDA-VITIMA.
067300     IF MOEDA-LOCAL-BRL
067400         MOVE "BRL" TO WS-MOEDA-VITIMA
067500     END-IF.
067600     MOVE CUST-SALDO TO WS-SALDO-VITIMA.
067700     MOVE WS-ID-SOBREVIVE TO CUST-ID.
067800     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
067900     IF WS-MOTIVO-REJEITO NOT = SPACES
068000         GO TO 2120-VALIDAR-CLIENTES-EXIT
068100     END-IF.
068200     MOVE CUST-MOEDA TO WS-MOEDA-SOBREVIVE.
068300     IF MOEDA-LOCAL-BRL
068400         MOVE "BRL" TO WS-MOEDA-SOBREVIVE
068500     END-IF.
068600     IF WS-MOEDA-VITIMA NOT = WS-MOEDA-SOBREVIVE
068700         MOVE "CLIENTES EM MOEDAS DIFERENTES" TO
068800             WS-MOTIVO-REJEITO
068900     END-IF.
069000 2120-VALIDAR-CLIENTES-EXIT.
069100     EXIT.
069200*
069300***************************************************************
069400*    2150-PROCURAR-FUSAO - VARRE OS REGISTROS DO CUSTFUS DE     *
069500*    WS-FUS-PROCURADO: VITIMA DE FUSAO PENDENTE/EFETIVADA OU    *
069600*    SOBREVIVENTE DE FUSAO EFETIVADA                            *
069700***************************************************************
069800 2150-PROCURAR-FUSAO.
069900     MOVE "N" TO WS-FUS-VITIMA-SW.
070000     MOVE "N" TO WS-FUS-SOBREVIVE-SW.
070100     MOVE "N" TO WS-SCAN-EOF-SWITCH.
070200     MOVE WS-FUS-PROCURADO TO FUS-CUST-ID.
070300     MOVE LOW-VALUES TO FUS-CUST-LIGADO.
070400     START FUSAO-FILE KEY IS NOT LESS THAN FUS-CHAVE
070500         INVALID KEY
070600             GO TO 2150-PROCURAR-FUSAO-EXIT
070700     END-START.
070800     PERFORM 2160-LER-FUSAO THRU 2160-LER-FUSAO-EXIT
070900         UNTIL FIM-DA-VARREDURA.
071000 2150-PROCURAR-FUSAO-EXIT.
071100     EXIT.
071200*
071300***************************************************************
071400*    2160-LER-FUSAO                                            *
071500***************************************************************
071600 2160-LER-FUSAO.
071700     READ FUSAO-FILE NEXT RECORD
071800         AT END
071900             MOVE "Y" TO WS-SCAN-EOF-SWITCH
072000             GO TO 2160-LER-FUSAO-EXIT
072100     END-READ.
072200     IF NOT FUSAO-OK OR FUS-CUST-ID NOT = WS-FUS-PROCURADO
072300         MOVE "Y" TO WS-SCAN-EOF-SWITCH
072400         GO TO 2160-LER-FUSAO-EXIT
072500     END-IF.
072600     IF FUS-PAPEL-VITIMA
072700         AND (FUS-PENDENTE OR FUS-EFETIVADA)
072800         MOVE "Y" TO WS-FUS-VITIMA-SW
072900     END-IF.
073000     IF FUS-PAPEL-SOBREVIVE AND FUS-EFETIVADA
073100         MOVE "Y" TO WS-FUS-SOBREVIVE-SW
073200     END-IF.
073300 2160-LER-FUSAO-EXIT.
073400     EXIT.
073500*
073600***************************************************************
073700*    2200-DECIDIR-PEDIDO - QUATRO OLHOS: SO PEDIDO PENDENTE,    *
073800*    COM VERIFICADOR DIFERENTE DO MAKER; APROVADO E EFETIVADO   *
073900***************************************************************
074000 2200-DECIDIR-PEDIDO.
074100     PERFORM 2050-VALIDAR-CARTAO THRU 2050-VALIDAR-CARTAO-EXIT.
074200     IF WS-MOTIVO-REJEITO NOT = SPACES
074300         GO TO 2200-DECIDIR-PEDIDO-EXIT
074400     END-IF.
074500     MOVE WS-ID-VITIMA TO FUS-CUST-ID.
074600     MOVE WS-ID-SOBREVIVE TO FUS-CUST-LIGADO.
074700     READ FUSAO-FILE
074800         KEY IS FUS-CHAVE
074900         INVALID KEY
075000             CONTINUE
075100     END-READ.
075200     IF NOT FUSAO-OK
075300         MOVE "PEDIDO DE FUSAO NAO ENCONTRADO" TO
075400             WS-MOTIVO-REJEITO
075500         GO TO 2200-DECIDIR-PEDIDO-EXIT
075600     END-IF.
075700     IF NOT FUS-PENDENTE
075800         MOVE "PEDIDO DE FUSAO NAO PENDENTE" TO WS-MOTIVO-REJEITO
075900         GO TO 2200-DECIDIR-PEDIDO-EXIT
076000     END-IF.
076100     IF FCD-OPERADOR = FUS-MAKER
076200         ADD 1 TO WS-QTDE-MESMO-OPERADOR
076300         MOVE "VERIFICADOR IGUAL AO DIGITADOR" TO
076400             WS-MOTIVO-REJEITO
076500         GO TO 2200-DECIDIR-PEDIDO-EXIT
076600     END-IF.
076700     MOVE "CLIFUSAO" TO AUD-PROGRAMA.
076800     MOVE 9 TO AUD-OPCODE.
076900     MOVE WS-ID-VITIMA TO AUD-CHAVE.
077000     IF FCD-REPROVA
077100         SET FUS-REPROVADA TO TRUE
077200         MOVE FCD-OPERADOR TO FUS-CHECKER
077300         MOVE RUN-DATA TO FUS-DATA-DECISAO
077400         REWRITE FUS-FUSAO-RECORD
077500         ADD 1 TO WS-QTDE-REPROVADOS
077600         MOVE "FUSAO REPR" TO AUD-EVENTO
077700         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
077800         GO TO 2200-DECIDIR-PEDIDO-EXIT
077900     END-IF.
078000     IF WS-QTDE-EFETIVADAS >= 100
078100         MOVE "LIMITE DE 100 FUSOES NA RODADA" TO
078200             WS-MOTIVO-REJEITO
078300         GO TO 2200-DECIDIR-PEDIDO-EXIT
078400     END-IF.
078500     MOVE FUS-FUSAO-RECORD TO WS-FUS-GUARDADO.
078600     PERFORM 2300-EFETIVAR-FUSAO THRU 2300-EFETIVAR-FUSAO-EXIT.
078700     IF WS-MOTIVO-REJEITO NOT = SPACES
078800         GO TO 2200-DECIDIR-PEDIDO-EXIT
078900     END-IF.
079000*    PEDIDO EFETIVADO E REFERENCIA CRUZADA NO SENTIDO INVERSO
079100     MOVE WS-FUS-GUARDADO TO FUS-FUSAO-RECORD.
079200     SET FUS-EFETIVADA TO TRUE.
079300     MOVE FCD-OPERADOR TO FUS-CHECKER.
079400     MOVE RUN-DATA TO FUS-DATA-DECISAO.
079500     MOVE WS-TOTAL-TRANSFERIDO TO FUS-SALDO-TRANSF.
079600     MOVE WS-QTDE-CONTAS TO FUS-QTDE-CONTAS.
079700     MOVE WS-QTDE-TIT-FUSAO TO FUS-QTDE-TITULOS.
079800     REWRITE FUS-FUSAO-RECORD.
079900     IF NOT FUSAO-OK
080000         DISPLAY "ERRO AO EFETIVAR CUSTFUS " WS-ID-VITIMA
080100             " - STATUS " WS-FUSAO-FILE-STATUS
080200     END-IF.
080300     MOVE WS-ID-SOBREVIVE TO FUS-CUST-ID.
080400     MOVE WS-ID-VITIMA TO FUS-CUST-LIGADO.
080500     SET FUS-PAPEL-SOBREVIVE TO TRUE.
080600     WRITE FUS-FUSAO-RECORD.
080700     IF NOT FUSAO-OK
080800         DISPLAY "ERRO AO GRAVAR CUSTFUS " WS-ID-SOBREVIVE
080900             " - STATUS " WS-FUSAO-FILE-STATUS
081000     END-IF.
081100     ADD 1 TO WS-QTDE-EFETIVADAS.
081200     MOVE WS-ID-VITIMA TO EFT-VITIMA(WS-QTDE-EFETIVADAS).
081300     MOVE WS-ID-SOBREVIVE TO EFT-SOBREVIVE(WS-QTDE-EFETIVADAS).
081400     MOVE "FUSAO EFET" TO AUD-EVENTO.
081500     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
081600     DISPLAY "FUSAO EFETIVADA: " WS-ID-VITIMA " -> "
081700         WS-ID-SOBREVIVE " CONTAS " WS-QTDE-CONTAS
081800         " TITULOS " WS-QTDE-TIT-FUSAO.
081900 2200-DECIDIR-PEDIDO-EXIT.
082000     EXIT.
082100*
082200***************************************************************
082300*    2300-EFETIVAR-FUSAO - REVALIDA AS PONTAS, PASSA SALDO,     *
082400*    CONTAS, ENDERECO, LIMITE E TITULOS PARA O SOBREVIVENTE E   *
082500*    CANCELA A VITIMA                                           *
082600***************************************************************
082700 2300-EFETIVAR-FUSAO.
082800     PERFORM 2120-VALIDAR-CLIENTES
082900         THRU 2120-VALIDAR-CLIENTES-EXIT.
083000     IF WS-MOTIVO-REJEITO NOT = SPACES
083100         GO TO 2300-EFETIVAR-FUSAO-EXIT
083200     END-IF.
083300     MOVE ZERO TO WS-TOTAL-TRANSFERIDO.
083400     MOVE ZERO TO WS-QTDE-TIT-FUSAO.
083500     PERFORM 2400-MOVER-CONTAS THRU 2400-MOVER-CONTAS-EXIT.
083600     PERFORM 2500-MOVER-ENDERECO THRU 2500-MOVER-ENDERECO-EXIT.
083700     PERFORM 2550-MOVER-LIMITE THRU 2550-MOVER-LIMITE-EXIT.
083800     PERFORM 2600-MOVER-TITULOS THRU 2600-MOVER-TITULOS-EXIT.
083900     PERFORM 2700-CANCELAR-VITIMA
084000         THRU 2700-CANCELAR-VITIMA-EXIT.
084100 2300-EFETIVAR-FUSAO-EXIT.
084200     EXIT.
084300*
084400***************************************************************
084500*    2400-MOVER-CONTAS - CARREGA AS CONTAS DA VITIMA, JOGA NA   *
084600*    CONTA CORRENTE O SALDO DO MESTRE QUE NAO ESTA EM CONTA E   *
084700*    TRANSFERE CADA UMA                                         *
084800***************************************************************
084900 2400-MOVER-CONTAS.
085000     MOVE ZERO TO WS-QTDE-CONTAS.
085100     MOVE ZERO TO WS-SOMA-CONTAS.
085200     MOVE ZERO TO WS-IDX-CC.
085300     IF CONTAS-DISPONIVEIS
085400         MOVE "N" TO WS-SCAN-EOF-SWITCH
085500         MOVE WS-ID-VITIMA TO ACC-CUST-ID
085600         MOVE LOW-VALUES TO ACC-TIPO
085700         START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-CHAVE
085800             INVALID KEY
085900                 MOVE "Y" TO WS-SCAN-EOF-SWITCH
086000         END-START
086100         PERFORM 2410-LER-CONTA-VITIMA
086200             THRU 2410-LER-CONTA-VITIMA-EXIT
086300             UNTIL FIM-DA-VARREDURA
086400     END-IF.
086500     COMPUTE WS-RESIDUO = WS-SALDO-VITIMA - WS-SOMA-CONTAS.
086600     IF WS-RESIDUO NOT = ZERO
086700         IF WS-IDX-CC = ZERO AND WS-QTDE-CONTAS < 10
086800             ADD 1 TO WS-QTDE-CONTAS
086900             MOVE WS-QTDE-CONTAS TO WS-IDX-CC
087000             MOVE "CC" TO CTA-TIPO(WS-IDX-CC)
087100             MOVE ZERO TO CTA-SALDO(WS-IDX-CC)
087200             MOVE WS-MOEDA-VITIMA TO CTA-MOEDA(WS-IDX-CC)
087300             MOVE SPACES TO CTA-DATA-ABERTURA(WS-IDX-CC)
087400             MOVE "N" TO CTA-EXISTE(WS-IDX-CC)
087500         END-IF
087600         IF WS-IDX-CC > ZERO
087700             ADD WS-RESIDUO TO CTA-SALDO(WS-IDX-CC)
087800         END-IF
087900     END-IF.
088000     PERFORM 2430-TRANSFERIR-CONTA
088100         THRU 2430-TRANSFERIR-CONTA-EXIT
088200         VARYING WS-SUB-CTA FROM 1 BY 1
088300         UNTIL WS-SUB-CTA > WS-QTDE-CONTAS.
088400 2400-MOVER-CONTAS-EXIT.
088500     EXIT.
088600*
088700***************************************************************
088800*    2410-LER-CONTA-VITIMA                                     *
088900***************************************************************
089000 2410-LER-CONTA-VITIMA.
089100     READ ACCOUNT-FILE NEXT RECORD
089200         AT END
089300             MOVE "Y" TO WS-SCAN-EOF-SWITCH
089400             GO TO 2410-LER-CONTA-VITIMA-EXIT
089500     END-READ.
089600     IF NOT ACCT-OK OR ACC-CUST-ID NOT = WS-ID-VITIMA
089700         OR WS-QTDE-CONTAS >= 10
089800         MOVE "Y" TO WS-SCAN-EOF-SWITCH
089900         GO TO 2410-LER-CONTA-VITIMA-EXIT
090000     END-IF.
090100     ADD 1 TO WS-QTDE-CONTAS.
090200     MOVE ACC-TIPO TO CTA-TIPO(WS-QTDE-CONTAS).
090300     MOVE ACC-SALDO TO CTA-SALDO(WS-QTDE-CONTAS).
090400     MOVE ACC-MOEDA TO CTA-MOEDA(WS-QTDE-CONTAS).
090500     MOVE ACC-DATA-ABERTURA TO CTA-DATA-ABERTURA(WS-QTDE-CONTAS).
090600     MOVE "Y" TO CTA-EXISTE(WS-QTDE-CONTAS).
090700     ADD ACC-SALDO TO WS-SOMA-CONTAS.
090800     IF ACC-CONTA-CORRENTE
090900         MOVE WS-QTDE-CONTAS TO WS-IDX-CC
091000     END-IF.
091100 2410-LER-CONTA-VITIMA-EXIT.
091200     EXIT.
091300*
091400***************************************************************
091500*    2430-TRANSFERIR-CONTA - PERNAS NO JOURNAL, SALDO NA CONTA  *
091600*    DO MESMO TIPO DO SOBREVIVENTE (ABERTA SE FALTAR) E A CONTA *
091700*    DA VITIMA SAI DO SUB-RAZAO                                 *
091800***************************************************************
091900 2430-TRANSFERIR-CONTA.
092000     IF CTA-SALDO(WS-SUB-CTA) NOT = ZERO
092100         PERFORM 2450-LANCAR-PERNAS THRU 2450-LANCAR-PERNAS-EXIT
092200     END-IF.
092300     IF NOT CONTAS-DISPONIVEIS
092400         GO TO 2430-TRANSFERIR-CONTA-EXIT
092500     END-IF.
092600     MOVE WS-ID-SOBREVIVE TO ACC-CUST-ID.
092700     MOVE CTA-TIPO(WS-SUB-CTA) TO ACC-TIPO.
092800     READ ACCOUNT-FILE
092900         KEY IS ACC-CHAVE
093000         INVALID KEY
093100             CONTINUE
093200     END-READ.
093300     IF ACCT-OK
093400         ADD CTA-SALDO(WS-SUB-CTA) TO ACC-SALDO
093500         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
093600         REWRITE ACCOUNT-RECORD
093700     ELSE
093800         MOVE WS-ID-SOBREVIVE TO ACC-CUST-ID
093900         MOVE CTA-TIPO(WS-SUB-CTA) TO ACC-TIPO
094000         MOVE CTA-SALDO(WS-SUB-CTA) TO ACC-SALDO
094100         MOVE CTA-MOEDA(WS-SUB-CTA) TO ACC-MOEDA
094200         MOVE RUN-DATA TO ACC-DATA-ULT-MOVTO
094300         MOVE CTA-DATA-ABERTURA(WS-SUB-CTA) TO ACC-DATA-ABERTURA
094400         WRITE ACCOUNT-RECORD
094500     END-IF.
094600     IF NOT ACCT-OK
094700         DISPLAY "AVISO: CONTA " CTA-TIPO(WS-SUB-CTA)
094800             " DO SOBREVIVENTE " WS-ID-SOBREVIVE
094900             " NAO ATUALIZADA - STATUS " WS-ACCT-FILE-STATUS
095000     END-IF.
095100     IF CTA-NO-SUBRAZAO(WS-SUB-CTA)
095200         MOVE WS-ID-VITIMA TO ACC-CUST-ID
095300         MOVE CTA-TIPO(WS-SUB-CTA) TO ACC-TIPO
095400         DELETE ACCOUNT-FILE
095500             INVALID KEY
095600                 CONTINUE
095700         END-DELETE
095800     END-IF.
095900 2430-TRANSFERIR-CONTA-EXIT.
096000     EXIT.
096100*
096200***************************************************************
096300*    2450-LANCAR-PERNAS - DEBITO NA VITIMA E CREDITO NO         *
096400*    SOBREVIVENTE, NO MESMO CARIMBO DATA/HORA, CADA PERNA COM A *
096500*    OUTRA PONTA NA REFERENCIA CRUZADA                          *
096600***************************************************************
096700 2450-LANCAR-PERNAS.
096800     MOVE CTA-SALDO(WS-SUB-CTA) TO WS-VALOR-PERNA.
096900     MOVE CTA-TIPO(WS-SUB-CTA) TO WS-TRF-CONTA.
097000     MOVE WS-ID-VITIMA TO CUST-ID.
097100     READ CUSTOMER-MASTER
097200         KEY IS CUST-ID
097300         INVALID KEY
097400             CONTINUE
097500     END-READ.
097600     IF NOT MASTER-OK
097700         GO TO 2450-LANCAR-PERNAS-EXIT
097800     END-IF.
097900     MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES.
098000     SUBTRACT WS-VALOR-PERNA FROM CUST-SALDO.
098100     REWRITE CUSTOMER-MASTER-RECORD.
098200     IF NOT MASTER-OK
098300         DISPLAY "ERRO NA PERNA DE DEBITO " WS-ID-VITIMA
098400             " - STATUS " WS-MASTER-FILE-STATUS
098500         GO TO 2450-LANCAR-PERNAS-EXIT
098600     END-IF.
098700     MOVE "D" TO WS-TRF-SENTIDO.
098800     MOVE WS-ID-SOBREVIVE TO WS-TRF-CONTRAPARTE.
098900     PERFORM 2460-GRAVAR-PERNA THRU 2460-GRAVAR-PERNA-EXIT.
099000     MOVE WS-ID-SOBREVIVE TO CUST-ID.
099100     READ CUSTOMER-MASTER
099200         KEY IS CUST-ID
099300         INVALID KEY
099400             CONTINUE
099500     END-READ.
099600     IF NOT MASTER-OK
099700         DISPLAY "ERRO NA PERNA DE CREDITO " WS-ID-SOBREVIVE
099800             " - STATUS " WS-MASTER-FILE-STATUS
099900         GO TO 2450-LANCAR-PERNAS-EXIT
100000     END-IF.
100100     MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES.
100200     ADD WS-VALOR-PERNA TO CUST-SALDO.
100300     REWRITE CUSTOMER-MASTER-RECORD.
100400     IF NOT MASTER-OK
100500         DISPLAY "ERRO NA PERNA DE CREDITO " WS-ID-SOBREVIVE
100600             " - STATUS " WS-MASTER-FILE-STATUS
100700         GO TO 2450-LANCAR-PERNAS-EXIT
100800     END-IF.
100900     MOVE "C" TO WS-TRF-SENTIDO.
101000     MOVE WS-ID-VITIMA TO WS-TRF-CONTRAPARTE.
101100     PERFORM 2460-GRAVAR-PERNA THRU 2460-GRAVAR-PERNA-EXIT.
101200     ADD WS-VALOR-PERNA TO WS-TOTAL-TRANSFERIDO.
101300 2450-LANCAR-PERNAS-EXIT.
101400     EXIT.
101500*
101600***************************************************************
101700*    2460-GRAVAR-PERNA - UMA PERNA DE TRANSFERENCIA NO JOURNAL  *
101800*    (LAYOUT JRNREC.CPY, ORIGEM "TRANSF")                       *
101900***************************************************************
102000 2460-GRAVAR-PERNA.
102100     MOVE SPACES TO JRN-RECORD.
102200     MOVE "TRANSF  " TO JRN-PROGRAMA.
102300     MOVE RUN-DATA TO JRN-DATA.
102400     MOVE RUN-HORA TO JRN-HORA.
102500     MOVE WS-OPERATOR-ID TO JRN-OPERADOR.
102600     SET JRN-REGRAVACAO TO TRUE.
102700     MOVE CUST-ID TO JRN-CHAVE.
102800     MOVE WS-IMAGEM-ANTES TO JRN-ANTES.
102900     MOVE CUSTOMER-MASTER-RECORD TO JRN-DEPOIS.
103000     MOVE SPACES TO JRN-REF-TRANSF.
103100     MOVE WS-TRF-SENTIDO TO JRN-TRF-SENTIDO.
103200     MOVE WS-TRF-CONTRAPARTE TO JRN-TRF-CONTRAPARTE.
103300     MOVE WS-TRF-CONTA TO JRN-TRF-CONTA-CONTRA.
103400     MOVE WS-TRF-CONTA TO JRN-TRF-CONTA.
103500     MOVE WS-TRF-CONTA TO JRN-CONTA.
103600     WRITE JRN-RECORD.
103700     ADD 1 TO WS-QTDE-PERNAS.
103800 2460-GRAVAR-PERNA-EXIT.
103900     EXIT.
104000*
104100***************************************************************
104200*    2500-MOVER-ENDERECO - O ENDERECO DA VITIMA COMPLETA O DO   *
104300*    SOBREVIVENTE (OU VIRA O DELE, SE NAO HOUVER) E SAI DO      *
104400*    CUSTADDR                                                   *
104500***************************************************************
104600 2500-MOVER-ENDERECO.
104700     IF NOT ENDERECOS-DISPONIVEIS
104800         GO TO 2500-MOVER-ENDERECO-EXIT
104900     END-IF.
105000     MOVE WS-ID-VITIMA TO ADR-CUST-ID.
105100     READ ADDRESS-FILE
105200         INVALID KEY
105300             CONTINUE
105400     END-READ.
105500     IF NOT ADDR-OK
105600         GO TO 2500-MOVER-ENDERECO-EXIT
105700     END-IF.
105800     MOVE ADDRESS-RECORD TO WS-ENDERECO-VITIMA.
105900     MOVE WS-ID-SOBREVIVE TO ADR-CUST-ID.
106000     READ ADDRESS-FILE
106100         INVALID KEY
106200             CONTINUE
106300     END-READ.
106400     IF ADDR-OK
106500         IF ADR-LOGRADOURO = SPACES
106600             MOVE WEV-LOGRADOURO TO ADR-LOGRADOURO
106700             MOVE WEV-COMPLEMENTO TO ADR-COMPLEMENTO
106800             MOVE WEV-CIDADE TO ADR-CIDADE
106900             MOVE WEV-UF TO ADR-UF
107000             MOVE WEV-CEP TO ADR-CEP
107100         END-IF
107200         IF ADR-TELEFONE = SPACES
107300             MOVE WEV-TELEFONE TO ADR-TELEFONE
107400         END-IF
107500         IF ADR-EMAIL = SPACES
107600             MOVE WEV-EMAIL TO ADR-EMAIL
107700         END-IF
107800         MOVE RUN-DATA TO ADR-DATA-ATUALIZA
107900         REWRITE ADDRESS-RECORD
108000     ELSE
108100         MOVE WS-ENDERECO-VITIMA TO ADDRESS-RECORD
108200         MOVE WS-ID-SOBREVIVE TO ADR-CUST-ID
108300         MOVE RUN-DATA TO ADR-DATA-ATUALIZA
108400         WRITE ADDRESS-RECORD
108500     END-IF.
108600     MOVE WS-ID-VITIMA TO ADR-CUST-ID.
108700     DELETE ADDRESS-FILE
108800         INVALID KEY
108900             CONTINUE
109000     END-DELETE.
109100 2500-MOVER-ENDERECO-EXIT.
109200     EXIT.
109300*
109400***************************************************************
109500*    2550-MOVER-LIMITE - O LIMITE DA VITIMA SO PASSA PARA O     *
109600*    SOBREVIVENTE SEM LIMITE PROPRIO (A FUSAO NAO SOMA CREDITO) *
109700***************************************************************
109800 2550-MOVER-LIMITE.
109900     IF NOT LIMITES-DISPONIVEIS
110000         GO TO 2550-MOVER-LIMITE-EXIT
110100     END-IF.
110200     MOVE WS-ID-VITIMA TO LIM-CUST-ID.
110300     READ CREDIT-LIMIT-FILE
110400         INVALID KEY
110500             CONTINUE
110600     END-READ.
110700     IF NOT LIMITE-OK
110800         GO TO 2550-MOVER-LIMITE-EXIT
110900     END-IF.
111000     MOVE LIM-VALOR TO WS-LIMITE-VITIMA.
111100     DELETE CREDIT-LIMIT-FILE
111200         INVALID KEY
111300             CONTINUE
111400     END-DELETE.
111500     MOVE WS-ID-SOBREVIVE TO LIM-CUST-ID.
111600     READ CREDIT-LIMIT-FILE
111700         INVALID KEY
111800             CONTINUE
111900     END-READ.
112000     IF NOT LIMITE-OK
112100         MOVE SPACES TO CREDIT-LIMIT-RECORD
112200         MOVE WS-ID-SOBREVIVE TO LIM-CUST-ID
112300         MOVE WS-LIMITE-VITIMA TO LIM-VALOR
112400         MOVE RUN-DATA TO LIM-DATA-ATUALIZA
112500         WRITE CREDIT-LIMIT-RECORD
112600     END-IF.
112700 2550-MOVER-LIMITE-EXIT.
112800     EXIT.
112900*
113000***************************************************************
113100*    2600-MOVER-TITULOS - TITULOS ABERTOS DA VITIMA TROCAM DE   *
113200*    CHAVE (DELETE + WRITE COM O SOBREVIVENTE); SE A CHAVE NOVA *
113300*    JA EXISTE O TITULO FICA ONDE ESTAVA E E LISTADO            *
113400***************************************************************
113500 2600-MOVER-TITULOS.
113600     MOVE ZERO TO WS-QTDE-TITULOS.
113700     IF NOT TITREG-DISPONIVEL
113800         GO TO 2600-MOVER-TITULOS-EXIT
113900     END-IF.
114000     MOVE "N" TO WS-SCAN-EOF-SWITCH.
114100     MOVE WS-ID-VITIMA TO TIT-CUST-ID.
114200     START TITULO-FILE KEY IS EQUAL TO TIT-CUST-ID
114300         INVALID KEY
114400             GO TO 2600-MOVER-TITULOS-EXIT
114500     END-START.
114600     PERFORM 2610-LER-TITULO-VITIMA
114700         THRU 2610-LER-TITULO-VITIMA-EXIT
114800         UNTIL FIM-DA-VARREDURA.
114900     PERFORM 2620-TROCAR-TITULO THRU 2620-TROCAR-TITULO-EXIT
115000         VARYING WS-SUB-TIT FROM 1 BY 1
115100         UNTIL WS-SUB-TIT > WS-QTDE-TITULOS.
115200 2600-MOVER-TITULOS-EXIT.
115300     EXIT.
115400*
115500***************************************************************
115600*    2610-LER-TITULO-VITIMA                                    *
115700***************************************************************
115800 2610-LER-TITULO-VITIMA.
115900     READ TITULO-FILE NEXT RECORD
116000         AT END
116100             MOVE "Y" TO WS-SCAN-EOF-SWITCH
116200             GO TO 2610-LER-TITULO-VITIMA-EXIT
116300     END-READ.
116400     IF NOT TITULO-OK OR TIT-CUST-ID NOT = WS-ID-VITIMA
116500         MOVE "Y" TO WS-SCAN-EOF-SWITCH
116600         GO TO 2610-LER-TITULO-VITIMA-EXIT
116700     END-IF.
116800     IF TIT-ABERTO AND WS-QTDE-TITULOS < 200
116900         ADD 1 TO WS-QTDE-TITULOS
117000         MOVE TITULO-RECORD TO TIT-GUARDADO(WS-QTDE-TITULOS)
117100     END-IF.
117200 2610-LER-TITULO-VITIMA-EXIT.
117300     EXIT.
117400*
117500***************************************************************
117600*    2620-TROCAR-TITULO                                        *
117700***************************************************************
117800 2620-TROCAR-TITULO.
117900     MOVE TIT-GUARDADO(WS-SUB-TIT) TO TITULO-RECORD.
118000     DELETE TITULO-FILE
118100         INVALID KEY
118200             CONTINUE
118300     END-DELETE.
118400     IF NOT TITULO-OK
118500         ADD 1 TO WS-QTDE-TIT-RETIDOS
118600         GO TO 2620-TROCAR-TITULO-EXIT
118700     END-IF.
118800     MOVE WS-ID-SOBREVIVE TO TIT-CUST-ID.
118900     WRITE TITULO-RECORD.
119000     IF TITULO-OK
119100         ADD 1 TO WS-QTDE-TIT-MOVIDOS
119200         ADD 1 TO WS-QTDE-TIT-FUSAO
119300     ELSE
119400         ADD 1 TO WS-QTDE-TIT-RETIDOS
119500         DISPLAY "AVISO: TITULO " TIT-BANCO "/" TIT-REMSEQ
119600             " JA EXISTE NO SOBREVIVENTE - FICA EM " WS-ID-VITIMA
119700         MOVE TIT-GUARDADO(WS-SUB-TIT) TO TITULO-RECORD
119800         WRITE TITULO-RECORD
119900     END-IF.
120000 2620-TROCAR-TITULO-EXIT.
120100     EXIT.
120200*
120300***************************************************************
120400*    2700-CANCELAR-VITIMA - STATUS "C" NO MESTRE, COM A         *
120500*    REGRAVACAO NO JOURNAL                                      *
120600***************************************************************
120700 2700-CANCELAR-VITIMA.
120800     MOVE WS-ID-VITIMA TO CUST-ID.
120900     READ CUSTOMER-MASTER
121000         KEY IS CUST-ID
121100         INVALID KEY
121200             CONTINUE
121300     END-READ.
121400     IF NOT MASTER-OK
121500         GO TO 2700-CANCELAR-VITIMA-EXIT
121600     END-IF.
121700     MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES.
121800     SET CUST-CANCELADO TO TRUE.
121900     REWRITE CUSTOMER-MASTER-RECORD.
122000     IF NOT MASTER-OK
122100         DISPLAY "ERRO AO CANCELAR A VITIMA " WS-ID-VITIMA
122200             " - STATUS " WS-MASTER-FILE-STATUS
122300         GO TO 2700-CANCELAR-VITIMA-EXIT
122400     END-IF.
122500     MOVE SPACES TO JRN-RECORD.
122600     MOVE "CLIFUSAO" TO JRN-PROGRAMA.
122700     MOVE RUN-DATA TO JRN-DATA.
122800     MOVE RUN-HORA TO JRN-HORA.
122900     MOVE WS-OPERATOR-ID TO JRN-OPERADOR.
123000     SET JRN-REGRAVACAO TO TRUE.
123100     MOVE CUST-ID TO JRN-CHAVE.
123200     MOVE WS-IMAGEM-ANTES TO JRN-ANTES.
123300     MOVE CUSTOMER-MASTER-RECORD TO JRN-DEPOIS.
123400     MOVE ZERO TO JRN-REF-DATA.
123500     MOVE ZERO TO JRN-REF-HORA.
123600     WRITE JRN-RECORD.
123700 2700-CANCELAR-VITIMA-EXIT.
123800     EXIT.
123900*
124000***************************************************************
124100*    5000-REGRAVAR-NOTAS - CUSTNOTA REGRAVADO EM NOTANEW COM AS *
124200*    NOTAS DAS VITIMAS NO CUST-ID DO SOBREVIVENTE               *
124300***************************************************************
124400 5000-REGRAVAR-NOTAS.
124500     MOVE "N" TO WS-SCAN-EOF-SWITCH.
124600     OPEN INPUT NOTES-IN-FILE.
124700     IF NOT NOTES-IN-OK
124800         DISPLAY "AVISO: CUSTNOTA INDISPONIVEL (STATUS "
124900             WS-NOTES-IN-STATUS ") - NOTAS NAO MOVIDAS."
125000         GO TO 5000-REGRAVAR-NOTAS-EXIT
125100     END-IF.
125200     OPEN OUTPUT NOTES-OUT-FILE.
125300     IF NOT NOTES-OUT-OK
125400         DISPLAY "AVISO: NOTANEW INDISPONIVEL (STATUS "
125500             WS-NOTES-OUT-STATUS ") - NOTAS NAO MOVIDAS."
125600         CLOSE NOTES-IN-FILE
125700         GO TO 5000-REGRAVAR-NOTAS-EXIT
125800     END-IF.
125900     PERFORM 5100-COPIAR-NOTA THRU 5100-COPIAR-NOTA-EXIT
126000         UNTIL FIM-DA-VARREDURA.
126100     CLOSE NOTES-IN-FILE.
126200     CLOSE NOTES-OUT-FILE.
126300 5000-REGRAVAR-NOTAS-EXIT.
126400     EXIT.
126500*
126600***************************************************************
126700*    5100-COPIAR-NOTA                                          *
126800***************************************************************
126900 5100-COPIAR-NOTA.
127000     READ NOTES-IN-FILE
127100         AT END
127200             MOVE "Y" TO WS-SCAN-EOF-SWITCH
127300             GO TO 5100-COPIAR-NOTA-EXIT
127400     END-READ.
127500     MOVE NIN-CUST-ID TO WS-ID-TROCA.
127600     PERFORM 5900-TROCAR-ID THRU 5900-TROCAR-ID-EXIT.
127700     IF ID-TROCADO
127800         MOVE WS-ID-TROCA TO NIN-CUST-ID
127900         ADD 1 TO WS-QTDE-NOTAS-MOVIDAS
128000     END-IF.
128100     MOVE NOTES-IN-RECORD TO NOTES-OUT-RECORD.
128200     WRITE NOTES-OUT-RECORD.
128300 5100-COPIAR-NOTA-EXIT.
128400     EXIT.
128500*
128600***************************************************************
128700*    5500-REGRAVAR-RECORRENCIAS - RECORFILE REGRAVADO EM        *
128800*    RECORNEW COM AS INSTRUCOES DAS VITIMAS NO SOBREVIVENTE     *
128900***************************************************************
129000 5500-REGRAVAR-RECORRENCIAS.
129100     MOVE "N" TO WS-SCAN-EOF-SWITCH.
129200     OPEN INPUT RECUR-IN-FILE.
129300     IF NOT RECUR-IN-OK
129400         DISPLAY "AVISO: RECORFILE INDISPONIVEL (STATUS "
129500             WS-RECUR-IN-STATUS ") - RECORRENCIAS NAO MOVIDAS."
129600         GO TO 5500-REGRAVAR-RECORRENCIAS-EXIT
129700     END-IF.
129800     OPEN OUTPUT RECUR-OUT-FILE.
129900     IF NOT RECUR-OUT-OK
130000         DISPLAY "AVISO: RECORNEW INDISPONIVEL (STATUS "
130100             WS-RECUR-OUT-STATUS ") - RECORRENCIAS NAO MOVIDAS."
130200         CLOSE RECUR-IN-FILE
130300         GO TO 5500-REGRAVAR-RECORRENCIAS-EXIT
130400     END-IF.
130500     PERFORM 5600-COPIAR-RECORRENCIA
130600         THRU 5600-COPIAR-RECORRENCIA-EXIT
130700         UNTIL FIM-DA-VARREDURA.
130800     CLOSE RECUR-IN-FILE.
130900     CLOSE RECUR-OUT-FILE.
131000 5500-REGRAVAR-RECORRENCIAS-EXIT.
131100     EXIT.
131200*
131300***************************************************************
131400*    5600-COPIAR-RECORRENCIA                                   *
131500***************************************************************
131600 5600-COPIAR-RECORRENCIA.
131700     READ RECUR-IN-FILE
131800         AT END
131900             MOVE "Y" TO WS-SCAN-EOF-SWITCH
132000             GO TO 5600-COPIAR-RECORRENCIA-EXIT
132100     END-READ.
132200     MOVE RIN-CUST-ID TO WS-ID-TROCA.
132300     PERFORM 5900-TROCAR-ID THRU 5900-TROCAR-ID-EXIT.
132400     IF ID-TROCADO
132500         MOVE WS-ID-TROCA TO RIN-CUST-ID
132600         ADD 1 TO WS-QTDE-RECOR-MOVIDAS
132700     END-IF.
132800     MOVE RECUR-IN-RECORD TO RECUR-OUT-RECORD.
132900     WRITE RECUR-OUT-RECORD.
133000 5600-COPIAR-RECORRENCIA-EXIT.
133100     EXIT.
133200*
133300***************************************************************
133400*    5900-TROCAR-ID - VITIMA EFETIVADA NA RODADA VIRA O         *
133500*    SOBREVIVENTE EM WS-ID-TROCA                                *
133600***************************************************************
133700 5900-TROCAR-ID.
133800     MOVE "N" TO WS-ID-TROCADO-SW.
133900     SET EF-IDX TO 1.
134000     SEARCH EFT-ENTRY
134100         AT END
134200             CONTINUE
134300         WHEN EFT-VITIMA(EF-IDX) = WS-ID-TROCA
134400             MOVE EFT-SOBREVIVE(EF-IDX) TO WS-ID-TROCA
134500             MOVE "Y" TO WS-ID-TROCADO-SW
134600     END-SEARCH.
134700 5900-TROCAR-ID-EXIT.
134800     EXIT.
134900*
135000***************************************************************
135100*    9000-FINALIZAR                                            *
135200***************************************************************
135300 9000-FINALIZAR.
135400     CLOSE FUSAO-IN-FILE.
135500     CLOSE CUSTOMER-MASTER.
135600     CLOSE FUSAO-FILE.
135700     CLOSE JOURNAL-FILE.
135800     IF CONTAS-DISPONIVEIS
135900         CLOSE ACCOUNT-FILE
136000     END-IF.
136100     IF ENDERECOS-DISPONIVEIS
136200         CLOSE ADDRESS-FILE
136300     END-IF.
136400     IF LIMITES-DISPONIVEIS
136500         CLOSE CREDIT-LIMIT-FILE
136600     END-IF.
136700     IF TITREG-DISPONIVEL
136800         CLOSE TITULO-FILE
136900     END-IF.
137000     DISPLAY "====== FUSAO DE CADASTROS ======".
137100     DISPLAY "CARTOES LIDOS ..........: " WS-QTDE-LIDOS.
137200     DISPLAY "PEDIDOS REGISTRADOS ....: " WS-QTDE-PEDIDOS.
137300     DISPLAY "FUSOES EFETIVADAS ......: " WS-QTDE-EFETIVADAS.
137400     DISPLAY "PEDIDOS REPROVADOS .....: " WS-QTDE-REPROVADOS.
137500     DISPLAY "RECUSADOS (MESMO OPER.) : " WS-QTDE-MESMO-OPERADOR.
137600     DISPLAY "CARTOES RECUSADOS ......: " WS-QTDE-RECUSADOS.
137700     DISPLAY "PERNAS NO JOURNAL ......: " WS-QTDE-PERNAS.
137800     DISPLAY "TITULOS MOVIDOS ........: " WS-QTDE-TIT-MOVIDOS.
137900     DISPLAY "TITULOS RETIDOS ........: " WS-QTDE-TIT-RETIDOS.
138000     DISPLAY "NOTAS MOVIDAS ..........: " WS-QTDE-NOTAS-MOVIDAS.
138100     DISPLAY "RECORRENCIAS MOVIDAS ...: " WS-QTDE-RECOR-MOVIDAS.
138200 9000-FINALIZAR-EXIT.
138300     EXIT.
