000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIENTE-ENCERRAMENTO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     ENCERRAMENTO DE CLIENTE COM LIQUIDACAO DO
001200*                       SALDO. A ACAO "E" DO CLIENTE-MESTRE-MAINT
001300*                       SO MARCA O STATUS "C" E DEIXA PARA TRAS
001400*                       SALDO CREDOR, CONTAS NO CUSTACCT,
001500*                       INSTRUCOES NO RECORFILE E TITULOS ABERTOS
001600*                       NO TITREG, QUE O CLIENTE-PURGE ACHAVA
001700*                       DEPOIS. CARTOES DO ENCIN:
001800*                         P - PEDIDO: CLIENTE, OPERADOR QUE PEDE
001900*                             (MAKER), CONTA BANCARIA PARA A
002000*                             DEVOLUCAO DO SALDO E MOTIVO. FICA
002100*                             PENDENTE NO CUSTENC (VER
002200*                             COPYBOOKS/ENCREG.CPY);
002300*                         A - APROVA O PEDIDO E EFETIVA O
002400*                             ENCERRAMENTO;
002500*                         R - REPROVA O PEDIDO PENDENTE.
002600*                       QUATRO-OLHOS COMO NO CLIENTE-FUSAO: O
002700*                       VERIFICADOR NAO PODE SER O MAKER, E O
002800*                       OPERADOR DO CARTAO E O DO PASSO PRECISAM
002900*                       DA FUNCAO "ENCERRA" NA MATRIZ. O PEDIDO E
003000*                       A APROVACAO SAO RECUSADOS COM CONTESTACAO
003100*                       EM ANDAMENTO (CONTEST), ACORDO ATIVO
003200*                       (ACORDO) OU SALDO DEVEDOR. NA EFETIVACAO:
003300*                         - TITULO ABERTO DO TITREG GANHA
003400*                           INSTRUCAO DE BAIXA ("02") NO REMINST;
003500*                         - SALDO CREDOR CONSOLIDADO VIRA ORDEM DE
003600*                           PAGAMENTO NO ENCPAG PARA A CONTA DO
003700*                           PEDIDO (HEADER/TRAILER DE HDRTRL.CPY);
003800*                         - CADA CONTA DO CUSTACCT E ZERADA COM
003900*                           LANCAMENTO NO JOURNAL (ORIGEM
004000*                           "ENCERRA", QUE O GLMAP LEVA A CONTA DE
004100*                           PAGAMENTOS A EFETUAR) E SAI DO
004200*                           SUB-RAZAO;
004300*                         - O CLIENTE FICA CANCELADO NO MESTRE;
004400*                         - AS INSTRUCOES DO RECORFILE (REGRAVADO
004500*                           EM RECORNEW) FICAM SUSPENSAS COM DATA
004600*                           DE FIM NA DATA DO ENCERRAMENTO;
004700*                         - A CARTA DE ENCERRAMENTO SAI NO ENCCART
004800*                           E NA MALA DIRETA (MALADOC, ORIGEM
004900*                           "ENCC").
005000*                       O CUSTENC GUARDA O REGISTRO PARA A
005100*                       AUDITORIA E O ENCPRT LISTA PEDIDOS,
005200*                       DECISOES E ENCERRAMENTOS. PEDIDO,
005300*                       APROVACAO E REPROVACAO GERAM EVENTO DE
005400*                       AUDITORIA. CARTAO RECUSADO DA RC 4.
005500***************************************************************
005600*
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT ENCERRA-IN-FILE ASSIGN TO "ENCIN"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-ENCIN-FILE-STATUS.
006300     SELECT ENCERRA-FILE ASSIGN TO "CUSTENC"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS ENC-CUST-ID
006700         FILE STATUS IS WS-ENCERRA-FILE-STATUS.
006800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CUST-ID
007200         ALTERNATE RECORD KEY IS CUST-NOME
007300             WITH DUPLICATES
007400         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
007500         FILE STATUS IS WS-MASTER-FILE-STATUS.
007600     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS ACC-CHAVE
008000         FILE STATUS IS WS-ACCT-FILE-STATUS.
008100     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS ADR-CUST-ID
008500         FILE STATUS IS WS-ADDR-FILE-STATUS.
008600     SELECT CONTEST-FILE ASSIGN TO "CONTEST"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS CTS-CHAVE
009000         FILE STATUS IS WS-CONTEST-FILE-STATUS.
009100     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS ACD-CUST-ID
009500         FILE STATUS IS WS-ACORDO-FILE-STATUS.
009600     SELECT TITULO-FILE ASSIGN TO "TITREG"
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS TIT-CHAVE
010000         ALTERNATE RECORD KEY IS TIT-CUST-ID
010100             WITH DUPLICATES
010200         FILE STATUS IS WS-TITULO-FILE-STATUS.
010300     SELECT INSTRUCAO-FILE ASSIGN TO "REMINST"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-INSTR-FILE-STATUS.
010600     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
010900     SELECT PAGAMENTO-FILE ASSIGN TO "ENCPAG"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-PAGTO-FILE-STATUS.
011200     SELECT RECUR-IN-FILE ASSIGN TO "RECORFILE"
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS WS-RECUR-IN-STATUS.
011500     SELECT RECUR-OUT-FILE ASSIGN TO "RECORNEW"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-RECUR-OUT-STATUS.
011800     SELECT CARTA-FILE ASSIGN TO "ENCCART"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS WS-CARTA-FILE-STATUS.
012100     SELECT MALA-FILE ASSIGN TO "MALADOC"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS WS-MALA-FILE-STATUS.
012400     SELECT PRINT-FILE ASSIGN TO "ENCPRT"
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS WS-PRINT-FILE-STATUS.
012700*
012800 DATA DIVISION.
012900 FILE SECTION.
013000*
013100***************************************************************
013200*    CARTAO DO ENCIN:
013300*        COL      1  ACAO (P=PEDIDO, A=APROVA, R=REPROVA)
013400*        COLS  3-12  CUST-ID
013500*        COLS 14-21  OPERADOR (MAKER NO PEDIDO, VERIFICADOR NA
013600*                    DECISAO)
013700*        COLS 23-25  BANCO DA CONTA DE DEVOLUCAO (SO NO PEDIDO)
013800*        COLS 27-30  AGENCIA DA CONTA DE DEVOLUCAO
013900*        COLS 32-43  NUMERO DA CONTA DE DEVOLUCAO
014000*        COLS 45-74  MOTIVO DO ENCERRAMENTO
014100***************************************************************
014200 FD  ENCERRA-IN-FILE
014300     RECORDING MODE IS F.
014400 01  ENCERRA-IN-RECORD.
014500     05  ECD-ACAO            PIC X(01).
014600         88  ECD-PEDIDO          VALUE "P".
014700         88  ECD-APROVA          VALUE "A".
014800         88  ECD-REPROVA         VALUE "R".
014900     05  FILLER              PIC X(01).
015000     05  ECD-CUST-ID         PIC X(10).
015100     05  FILLER              PIC X(01).
015200     05  ECD-OPERADOR        PIC X(08).
015300     05  FILLER              PIC X(01).
015400     05  ECD-BANCO           PIC X(03).
015500     05  ECD-BANCO-N REDEFINES ECD-BANCO
015600                             PIC 9(03).
015700     05  FILLER              PIC X(01).
015800     05  ECD-AGENCIA         PIC X(04).
015900     05  FILLER              PIC X(01).
016000     05  ECD-CONTA           PIC X(12).
016100     05  FILLER              PIC X(01).
016200     05  ECD-MOTIVO          PIC X(30).
016300*
016400 FD  ENCERRA-FILE.
016500*    REGISTRO DE ENCERRAMENTOS (VER COPYBOOKS/ENCREG.CPY)
016600 COPY "ENCREG.cpy".
016700*
016800 FD  CUSTOMER-MASTER.
016900*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
017000 COPY "CUSTREC.cpy".
017100*
017200 FD  ACCOUNT-FILE.
017300*    SUB-RAZAO DE CONTAS (VER COPYBOOKS/ACCTREC.CPY)
017400 COPY "ACCTREC.cpy".
017500*
017600 FD  ADDRESS-FILE.
017700*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
017800 COPY "ADDRREC.cpy".
017900*
018000 FD  CONTEST-FILE.
018100*    CADASTRO DE CONTESTACOES (VER COPYBOOKS/CTSREG.CPY)
018200 COPY "CTSREG.cpy".
018300*
018400 FD  ACORDO-FILE.
018500*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
018600 COPY "ACORDREG.cpy".
018700*
018800 FD  TITULO-FILE.
018900*    CADASTRO DE TITULOS DE COBRANCA (VER COPYBOOKS/TITREG.CPY)
019000 COPY "TITREG.cpy".
019100*
019200 FD  INSTRUCAO-FILE
019300     RECORDING MODE IS F.
019400*    MESMO LAYOUT DO CARTAO DE INSTRUCOES LIDO PELO REMESSA-GERAR
019500 01  INSTRUCAO-RECORD.
019600     05  INS-OCORRENCIA      PIC X(02).
019700     05  FILLER              PIC X(01).
019800     05  INS-REMSEQ          PIC 9(05).
019900     05  FILLER              PIC X(01).
020000     05  INS-CUST-ID         PIC X(10).
020100     05  FILLER              PIC X(01).
020200     05  INS-DATA-NOVA       PIC 9(08).
020300     05  FILLER              PIC X(01).
020400     05  INS-VALOR-ABAT      PIC 9(13).
020500     05  FILLER              PIC X(01).
020600     05  INS-BANCO           PIC 9(03).
020700*
020800 FD  JOURNAL-FILE
020900     RECORDING MODE IS F.
021000 COPY "JRNREC.cpy".
021100*
021200***************************************************************
021300*    ORDEM DE PAGAMENTO DA DEVOLUCAO DO SALDO CREDOR PARA A
021400*    CONTA DO CLIENTE EM OUTRO BANCO, COM HEADER/TRAILER DE
021500*    HDRTRL.CPY (MESMO ENVELOPE DOS ARQUIVOS DE LANCAMENTO)
021600***************************************************************
021700 FD  PAGAMENTO-FILE
021800     RECORDING MODE IS F.
021900 01  PAGAMENTO-RECORD.
022000     05  PAG-TIPO            PIC X(01).
022100     05  FILLER              PIC X(01).
022200     05  PAG-DATA            PIC 9(08).
022300     05  FILLER              PIC X(01).
022400     05  PAG-CUST-ID         PIC X(10).
022500     05  FILLER              PIC X(01).
022600     05  PAG-NOME            PIC X(30).
022700     05  FILLER              PIC X(01).
022800     05  PAG-CPF-CNPJ        PIC X(14).
022900     05  FILLER              PIC X(01).
023000     05  PAG-BANCO           PIC 9(03).
023100     05  FILLER              PIC X(01).
023200     05  PAG-AGENCIA         PIC X(04).
023300     05  FILLER              PIC X(01).
023400     05  PAG-CONTA           PIC X(12).
023500     05  FILLER              PIC X(01).
023600     05  PAG-MOEDA           PIC X(03).
023700     05  FILLER              PIC X(01).
023800     05  PAG-VALOR           PIC 9(07)V99.
023900*
024000 FD  RECUR-IN-FILE
024100     RECORDING MODE IS F.
024200*    INSTRUCAO PERMANENTE (VER COPYBOOKS/RECREG.CPY)
024300 COPY "RECREG.cpy".
024400*
024500 FD  RECUR-OUT-FILE
024600     RECORDING MODE IS F.
024700 01  RECUR-OUT-RECORD        PIC X(106).
024800*
024900 FD  CARTA-FILE
025000     RECORDING MODE IS F.
025100 01  CARTA-LINE              PIC X(132).
025200*
025300 FD  MALA-FILE
025400     RECORDING MODE IS F.
025500*    LINHAS DA CARTA PARA A MALA DIRETA (VER COPYBOOKS/MALDOC.CPY)
025600 COPY "MALDOC.cpy".
025700*
025800 FD  PRINT-FILE
025900     RECORDING MODE IS F.
026000 01  PRINT-LINE              PIC X(132).
026100*
026200 WORKING-STORAGE SECTION.
026300*
026400 77  WS-ENCIN-FILE-STATUS    PIC X(02) VALUE ZEROS.
026500     88  ENCIN-FILE-OK       VALUE "00".
026600 77  WS-ENCERRA-FILE-STATUS  PIC X(02) VALUE ZEROS.
026700     88  ENCERRA-OK          VALUE "00".
026800     88  ENCERRA-NAO-ACHADO  VALUE "23", "35".
026900 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
027000     88  MASTER-OK           VALUE "00".
027100 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
027200     88  ACCT-OK             VALUE "00".
027300 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
027400     88  ADDR-OK             VALUE "00".
027500 77  WS-CONTEST-FILE-STATUS  PIC X(02) VALUE ZEROS.
027600     88  CONTEST-OK          VALUE "00".
027700     88  CONTEST-NAO-ACHADO  VALUE "23", "35".
027800 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
027900     88  ACORDO-OK           VALUE "00".
028000     88  ACORDO-NAO-ACHADO   VALUE "23", "35".
028100 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
028200     88  TITULO-OK           VALUE "00".
028300 77  WS-INSTR-FILE-STATUS    PIC X(02) VALUE ZEROS.
028400     88  INSTR-FILE-OK       VALUE "00".
028500 77  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE ZEROS.
028600     88  JOURNAL-FILE-OK     VALUE "00".
028700 77  WS-PAGTO-FILE-STATUS    PIC X(02) VALUE ZEROS.
028800     88  PAGTO-FILE-OK       VALUE "00".
028900 77  WS-RECUR-IN-STATUS      PIC X(02) VALUE ZEROS.
029000     88  RECUR-IN-OK         VALUE "00".
029100 77  WS-RECUR-OUT-STATUS     PIC X(02) VALUE ZEROS.
029200     88  RECUR-OUT-OK        VALUE "00".
029300 77  WS-CARTA-FILE-STATUS    PIC X(02) VALUE ZEROS.
029400     88  CARTA-OK            VALUE "00".
029500 77  WS-MALA-FILE-STATUS     PIC X(02) VALUE ZEROS.
029600     88  MALA-OK             VALUE "00".
029700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
029800     88  PRINT-FILE-OK       VALUE "00".
029900*
030000***************************************************************
030100*    ARQUIVOS OPCIONAIS. CONTEST E ACORDO AINDA NAO CRIADOS
030200*    (STATUS 35) VALEM COMO SEM IMPEDIMENTO; SEM CUSTACCT O SALDO
030300*    E ZERADO SO PELO MESTRE; SEM TITREG/REMINST NAO HA BAIXA
030400***************************************************************
030500 77  WS-ACCT-ABERTO-SW       PIC X(01) VALUE "N".
030600     88  CONTAS-DISPONIVEIS  VALUE "Y".
030700 77  WS-ADDR-ABERTO-SW       PIC X(01) VALUE "N".
030800     88  ENDERECOS-DISPONIVEIS VALUE "Y".
030900 77  WS-CONTEST-ABERTO-SW    PIC X(01) VALUE "N".
031000     88  CONTESTACOES-DISPONIVEIS VALUE "Y".
031100 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
031200     88  ACORDOS-DISPONIVEIS VALUE "Y".
031300 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
031400     88  TITREG-DISPONIVEL   VALUE "Y".
031500 77  WS-CARTA-ABERTO-SW      PIC X(01) VALUE "N".
031600     88  CARTAS-DISPONIVEIS  VALUE "Y".
031700 77  WS-MALA-ABERTO-SW       PIC X(01) VALUE "N".
031800     88  MALA-DISPONIVEL     VALUE "Y".
031900 77  WS-MALA-LINHA           PIC 9(05) VALUE ZERO.
032000*
032100 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
032200     88  FIM-DO-ARQUIVO      VALUE "Y".
032300 77  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
032400     88  FIM-DA-VARREDURA    VALUE "Y".
032500*
032600 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
032700 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
032800*
032900 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
033000 77  WS-QTDE-PEDIDOS         PIC 9(07) COMP VALUE ZERO.
033100 77  WS-QTDE-REPROVADOS      PIC 9(07) COMP VALUE ZERO.
033200 77  WS-QTDE-MESMO-OPERADOR  PIC 9(07) COMP VALUE ZERO.
033300 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
033400 77  WS-QTDE-LANCAMENTOS     PIC 9(07) COMP VALUE ZERO.
033500 77  WS-QTDE-CONTAS-FECHADAS PIC 9(07) COMP VALUE ZERO.
033600 77  WS-QTDE-INSTRUCOES      PIC 9(07) COMP VALUE ZERO.
033700 77  WS-QTDE-PAGAMENTOS      PIC 9(07) COMP VALUE ZERO.
033800 77  WS-QTDE-RECOR-ENCERRADAS PIC 9(07) COMP VALUE ZERO.
033900 77  WS-QTDE-CARTAS          PIC 9(07) COMP VALUE ZERO.
034000 77  WS-TOTAL-DEVOLVIDO      PIC 9(11)V99 VALUE ZERO.
034100*
034200***************************************************************
034300*    CLIENTE DO CARTAO CORRENTE
034400***************************************************************
034500 77  WS-ID-CLIENTE           PIC X(10) VALUE SPACES.
034600 77  WS-SALDO-CLIENTE        PIC S9(7)V99 COMP-3 VALUE ZERO.
034700 77  WS-MOEDA-CLIENTE        PIC X(03) VALUE SPACES.
034800 77  WS-QTDE-TIT-CLIENTE     PIC 9(04) COMP VALUE ZERO.
034900 77  WS-IMAGEM-ANTES         PIC X(80) VALUE SPACES.
035000 01  WS-ENC-GUARDADO         PIC X(130) VALUE SPACES.
035100*
035200***************************************************************
035300*    CONTAS DO CLIENTE A ZERAR (CUSTACCT + RESIDUO DO MESTRE NA
035400*    CONTA CORRENTE, COMO NO CLIENTE-FUSAO)
035500***************************************************************
035600 77  WS-QTDE-CONTAS          PIC 9(02) COMP VALUE ZERO.
035700 01  TABELA-CONTAS.
035800     05  CTA-ENTRY OCCURS 10 TIMES.
035900         10  CTA-TIPO        PIC X(02).
036000         10  CTA-SALDO       PIC S9(7)V99 COMP-3.
036100         10  CTA-EXISTE      PIC X(01).
036200             88  CTA-NO-SUBRAZAO VALUE "Y".
036300 77  WS-SUB-CTA              PIC 9(02) COMP VALUE ZERO.
036400 77  WS-IDX-CC               PIC 9(02) COMP VALUE ZERO.
036500 77  WS-SOMA-CONTAS          PIC S9(9)V99 COMP-3 VALUE ZERO.
036600 77  WS-RESIDUO              PIC S9(9)V99 COMP-3 VALUE ZERO.
036700*
036800***************************************************************
036900*    ENCERRAMENTOS EFETIVADOS NA RODADA - ORIGEM DA SUSPENSAO
037000*    NO RECORFILE E DAS CARTAS
037100***************************************************************
037200 77  WS-QTDE-EFETIVADOS      PIC 9(03) COMP VALUE ZERO.
037300 01  TABELA-EFETIVADOS.
037400     05  EFT-ENTRY OCCURS 1 TO 100 TIMES
037500         DEPENDING ON WS-QTDE-EFETIVADOS
037600         INDEXED BY EF-IDX.
037700         10  EFT-CUST-ID     PIC X(10).
037800         10  EFT-QTDE-RECORR PIC 9(03).
037900 77  WS-SUB-EFT              PIC 9(03) COMP VALUE ZERO.
038000*
038100***************************************************************
038200*    HEADER/TRAILER DE CONTROLE DO ENCPAG (VER COPYBOOKS/
038300*    HDRTRL.CPY)
038400***************************************************************
038500 COPY "HDRTRL.cpy".
038600 01  WS-HEADER-SAIDA.
038700     05  FILLER              PIC X(02) VALUE "H ".
038800     05  WSH-DATA            PIC 9(08).
038900     05  FILLER              PIC X(01) VALUE SPACE.
039000     05  WSH-ORIGEM          PIC X(08) VALUE "ENCERRA ".
039100 01  WS-TRAILER-SAIDA.
039200     05  FILLER              PIC X(02) VALUE "T ".
039300     05  WST-QTDE            PIC 9(07).
039400     05  FILLER              PIC X(01) VALUE SPACE.
039500     05  WST-HASH            PIC 9(13).
039600*
039700***************************************************************
039800*    CAMPOS EDITADOS DO RELATORIO E DA CARTA
039900***************************************************************
040000 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
040100 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
040200 77  WS-QTDE-ED              PIC ZZZ9.
040300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
040400*
040500***************************************************************
040600*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
040700*    COPYBOOKS/RPTWRT.CPY)
040800***************************************************************
040900 COPY "RPTWRT.cpy".
041000 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
041100*
041200***************************************************************
041300*    PARAMETROS DAS ROTINAS COMPARTILHADAS DE SEGURANCA E
041400*    AUDITORIA
041500***************************************************************
041600 COPY "SECHDL.cpy".
041700 COPY "AUDHDL.cpy".
041800*
041900***************************************************************
042000*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
042100*    RUNDATE.CPY)
042200***************************************************************
042300 COPY "RUNDATE.cpy".
042400*
042500***************************************************************
042600*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
042700***************************************************************
042800 COPY "ERRHDL.cpy".
042900*
043000 PROCEDURE DIVISION.
043100*
043200***************************************************************
043300*    0000-MAINLINE                                             *
043400***************************************************************
043500 0000-MAINLINE.
043600     MOVE ZERO TO RETURN-CODE.
043700     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
043800     ACCEPT RUN-HORA FROM TIME.
043900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
044000     PERFORM 0500-VERIFICAR-PERMISSAO
044100         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
044200     IF RETURN-CODE NOT = ZERO
044300         GO TO 0000-MAINLINE-FIM
044400     END-IF.
044500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
044600     IF RETURN-CODE NOT = ZERO
044700         GO TO 0000-MAINLINE-FIM
044800     END-IF.
044900     PERFORM 2000-TRATAR-CARTAO THRU 2000-TRATAR-CARTAO-EXIT
045000         UNTIL FIM-DO-ARQUIVO.
045100     PERFORM 5500-ENCERRAR-RECORRENCIAS
045200         THRU 5500-ENCERRAR-RECORRENCIAS-EXIT.
045300     PERFORM 6000-EMITIR-CARTAS THRU 6000-EMITIR-CARTAS-EXIT
045400         VARYING WS-SUB-EFT FROM 1 BY 1
045500         UNTIL WS-SUB-EFT > WS-QTDE-EFETIVADOS.
045600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
045700 0000-MAINLINE-FIM.
045800     STOP RUN.
045900*
046000***************************************************************
046100*    0500-VERIFICAR-PERMISSAO - FUNCAO "ENCERRA" NA MATRIZ      *
046200*    PARA O OPERADOR DO PASSO; NEGADO TAMBEM E AUDITADO         *
046300***************************************************************
046400 0500-VERIFICAR-PERMISSAO.
046500     SET SEC-ACAO-FUNCAO TO TRUE.
046600     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
046700     MOVE "ENCERRA " TO SEC-FUNCAO.
046800     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
046900     IF SEC-RC NOT = ZERO
047000         DISPLAY "ACESSO NEGADO AO ENCERRAMENTO DE CLIENTES: "
047100             SEC-MOTIVO
047200         MOVE "CLIENCER" TO AUD-PROGRAMA
047300         MOVE 0 TO AUD-OPCODE
047400         MOVE "NEGADO" TO AUD-EVENTO
047500         MOVE SPACES TO AUD-CHAVE
047600         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
047700         MOVE 16 TO RETURN-CODE
047800     END-IF.
047900 0500-VERIFICAR-PERMISSAO-EXIT.
048000     EXIT.
048100*
048200***************************************************************
048300*    1000-INICIALIZAR - ENCIN, MESTRE, CUSTENC (CRIADO NA       *
048400*    PRIMEIRA RODADA), JOURNAL E ENCPAG SAO OBRIGATORIOS; CONTEST*
048500*    E ACORDO SO PODEM FALTAR SE AINDA NAO EXISTEM; OS DEMAIS   *
048600*    SAO OPCIONAIS                                              *
048700***************************************************************
048800 1000-INICIALIZAR.
048900     MOVE "CLIENCER" TO ERR-PROGRAMA.
049000     SET ERR-TIPO-ARQUIVO TO TRUE.
049100     OPEN INPUT ENCERRA-IN-FILE.
049200     IF NOT ENCIN-FILE-OK
049300         MOVE "ABERTURA DO ARQUIVO ENCIN" TO ERR-CONTEXTO
049400         MOVE WS-ENCIN-FILE-STATUS TO ERR-FILE-STATUS
049500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
049600         MOVE 16 TO RETURN-CODE
049700         GO TO 1000-INICIALIZAR-EXIT
049800     END-IF.
049900     OPEN I-O CUSTOMER-MASTER.
050000     IF NOT MASTER-OK
050100         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
050200         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
050300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
050400         CLOSE ENCERRA-IN-FILE
050500         MOVE 16 TO RETURN-CODE
050600         GO TO 1000-INICIALIZAR-EXIT
050700     END-IF.
050800     OPEN I-O ENCERRA-FILE.
050900     IF ENCERRA-NAO-ACHADO
051000         OPEN OUTPUT ENCERRA-FILE
051100         CLOSE ENCERRA-FILE
051200         OPEN I-O ENCERRA-FILE
051300     END-IF.
051400     IF NOT ENCERRA-OK
051500         MOVE "ABERTURA DO ARQUIVO CUSTENC" TO ERR-CONTEXTO
051600         MOVE WS-ENCERRA-FILE-STATUS TO ERR-FILE-STATUS
051700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
051800         CLOSE ENCERRA-IN-FILE
051900         CLOSE CUSTOMER-MASTER
052000         MOVE 16 TO RETURN-CODE
052100         GO TO 1000-INICIALIZAR-EXIT
052200     END-IF.
052300*    SEM JOURNAL NAO HA COMO ZERAR O SALDO NEM CANCELAR
052400     OPEN EXTEND JOURNAL-FILE.
052500     IF NOT JOURNAL-FILE-OK
052600         MOVE "ABERTURA DO ARQUIVO JRNFILE" TO ERR-CONTEXTO
052700         MOVE WS-JOURNAL-FILE-STATUS TO ERR-FILE-STATUS
052800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
052900         CLOSE ENCERRA-IN-FILE
053000         CLOSE CUSTOMER-MASTER
053100         CLOSE ENCERRA-FILE
053200         MOVE 16 TO RETURN-CODE
053300         GO TO 1000-INICIALIZAR-EXIT
053400     END-IF.
053500*    SEM ENCPAG NAO HA COMO DEVOLVER O SALDO CREDOR
053600     OPEN OUTPUT PAGAMENTO-FILE.
053700     IF NOT PAGTO-FILE-OK
053800         MOVE "ABERTURA DO ARQUIVO ENCPAG" TO ERR-CONTEXTO
053900         MOVE WS-PAGTO-FILE-STATUS TO ERR-FILE-STATUS
054000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
054100         CLOSE ENCERRA-IN-FILE
054200         CLOSE CUSTOMER-MASTER
054300         CLOSE ENCERRA-FILE
054400         CLOSE JOURNAL-FILE
054500         MOVE 16 TO RETURN-CODE
054600         GO TO 1000-INICIALIZAR-EXIT
054700     END-IF.
054800     MOVE RUN-DATA TO WSH-DATA.
054900     MOVE WS-HEADER-SAIDA TO PAGAMENTO-RECORD.
055000     WRITE PAGAMENTO-RECORD.
055100     PERFORM 1050-ABRIR-IMPEDIMENTOS
055200         THRU 1050-ABRIR-IMPEDIMENTOS-EXIT.
055300     IF RETURN-CODE NOT = ZERO
055400         GO TO 1000-INICIALIZAR-EXIT
055500     END-IF.
055600     OPEN I-O ACCOUNT-FILE.
055700     IF ACCT-OK
055800         MOVE "Y" TO WS-ACCT-ABERTO-SW
055900     ELSE
056000         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
056100             WS-ACCT-FILE-STATUS ") - SALDO ZERADO SO NO MESTRE."
056200     END-IF.
056300     OPEN INPUT ADDRESS-FILE.
056400     IF ADDR-OK
056500         MOVE "Y" TO WS-ADDR-ABERTO-SW
056600     ELSE
056700         DISPLAY "AVISO: CUSTADDR INDISPONIVEL (STATUS "
056800             WS-ADDR-FILE-STATUS ") - CARTA SEM ENDERECO."
056900     END-IF.
057000     OPEN INPUT TITULO-FILE.
057100     IF TITULO-OK
057200         MOVE "Y" TO WS-TITREG-ABERTO-SW
057300     ELSE
057400         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
057500             WS-TITULO-FILE-STATUS ") - TITULOS ABERTOS NAO "
057600             "RECEBEM INSTRUCAO DE BAIXA."
057700     END-IF.
057800     OPEN EXTEND INSTRUCAO-FILE.
057900     IF NOT INSTR-FILE-OK
058000         OPEN OUTPUT INSTRUCAO-FILE
058100     END-IF.
058200     OPEN OUTPUT CARTA-FILE.
058300     IF CARTA-OK
058400         MOVE "Y" TO WS-CARTA-ABERTO-SW
058500     ELSE
058600         DISPLAY "AVISO: ENCCART INDISPONIVEL (STATUS "
058700             WS-CARTA-FILE-STATUS ") - SEM CARTAS IMPRESSAS."
058800     END-IF.
058900     OPEN OUTPUT MALA-FILE.
059000     IF MALA-OK
059100         MOVE "Y" TO WS-MALA-ABERTO-SW
059200     ELSE
059300         DISPLAY "AVISO: MALADOC INDISPONIVEL (STATUS "
059400             WS-MALA-FILE-STATUS ") - CARTAS FORA DA MALA DIRETA."
059500     END-IF.
059600     OPEN OUTPUT PRINT-FILE.
059700     MOVE "ENCERRAMENTO DE CLIENTES" TO RPT-TITULO.
059800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
059900     SET RPT-ACAO-INICIAR TO TRUE.
060000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
060100     PERFORM 8000-GRAVAR-LINHAS-RPT
060200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
060300     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
060400 1000-INICIALIZAR-EXIT.
060500     EXIT.
060600*
060700***************************************************************
060800*    1050-ABRIR-IMPEDIMENTOS - SEM CONTEST OU ACORDO LEGIVEL NAO *
060900*    HA COMO PROVAR QUE O CLIENTE PODE SER ENCERRADO; ARQUIVO    *
061000*    AINDA NAO CRIADO (STATUS 35) NAO TEM NADA EM ABERTO         *
061100***************************************************************
061200 1050-ABRIR-IMPEDIMENTOS.
061300     OPEN INPUT CONTEST-FILE.
061400     IF CONTEST-OK
061500         MOVE "Y" TO WS-CONTEST-ABERTO-SW
061600     ELSE
061700         IF NOT CONTEST-NAO-ACHADO
061800             MOVE "ABERTURA DO ARQUIVO CONTEST" TO ERR-CONTEXTO
061900             MOVE WS-CONTEST-FILE-STATUS TO ERR-FILE-STATUS
062000             CALL "ERROR-HANDLER" USING ERR-PARAMETROS
062100             MOVE 16 TO RETURN-CODE
062200             GO TO 1050-ABRIR-IMPEDIMENTOS-FIM
062300         END-IF
062400     END-IF.
062500     OPEN INPUT ACORDO-FILE.
062600     IF ACORDO-OK
062700         MOVE "Y" TO WS-ACORDO-ABERTO-SW
062800     ELSE
062900         IF NOT ACORDO-NAO-ACHADO
063000             MOVE "ABERTURA DO ARQUIVO ACORDO" TO ERR-CONTEXTO
063100             MOVE WS-ACORDO-FILE-STATUS TO ERR-FILE-STATUS
063200             CALL "ERROR-HANDLER" USING ERR-PARAMETROS
063300             MOVE 16 TO RETURN-CODE
063400         END-IF
063500     END-IF.
063600 1050-ABRIR-IMPEDIMENTOS-FIM.
063700     IF RETURN-CODE NOT = ZERO
063800         IF CONTESTACOES-DISPONIVEIS
063900             CLOSE CONTEST-FILE
064000         END-IF
064100         CLOSE ENCERRA-IN-FILE
064200         CLOSE CUSTOMER-MASTER
064300         CLOSE ENCERRA-FILE
064400         CLOSE JOURNAL-FILE
064500         CLOSE PAGAMENTO-FILE
064600     END-IF.
064700 1050-ABRIR-IMPEDIMENTOS-EXIT.
064800     EXIT.
064900*
065000***************************************************************
065100*    1100-LER-CARTAO                                           *
065200***************************************************************
065300 1100-LER-CARTAO.
065400     READ ENCERRA-IN-FILE
065500         AT END
065600             MOVE "Y" TO WS-EOF-SWITCH
065700     END-READ.
065800 1100-LER-CARTAO-EXIT.
065900     EXIT.
066000*
066100***************************************************************
066200*    2000-TRATAR-CARTAO - DESPACHA O CARTAO PELA ACAO; CARTAO   *
066300*    RECUSADO E LISTADO COM O MOTIVO                            *
066400***************************************************************
066500 2000-TRATAR-CARTAO.
066600     ADD 1 TO WS-QTDE-LIDOS.
066700     MOVE SPACES TO WS-MOTIVO-REJEITO.
066800     EVALUATE TRUE
066900         WHEN ECD-PEDIDO
067000             PERFORM 2100-REGISTRAR-PEDIDO
067100                 THRU 2100-REGISTRAR-PEDIDO-EXIT
067200         WHEN ECD-APROVA
067300         WHEN ECD-REPROVA
067400             PERFORM 2200-DECIDIR-PEDIDO
067500                 THRU 2200-DECIDIR-PEDIDO-EXIT
067600         WHEN OTHER
067700             MOVE "ACAO INVALIDA (USE P, A OU R)" TO
067800                 WS-MOTIVO-REJEITO
067900     END-EVALUATE.
068000     IF WS-MOTIVO-REJEITO NOT = SPACES
068100         ADD 1 TO WS-QTDE-RECUSADOS
068200         DISPLAY "CARTAO RECUSADO " ECD-ACAO " " ECD-CUST-ID
068300             " - " WS-MOTIVO-REJEITO
068400         MOVE SPACES TO RPT-LINHA-ENTRADA
068500         STRING "RECUSADO    " ECD-ACAO " " ECD-CUST-ID
068600             " OPERADOR " ECD-OPERADOR " - " WS-MOTIVO-REJEITO
068700             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
068800         END-STRING
068900         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
069000         IF RETURN-CODE < 4
069100             MOVE 4 TO RETURN-CODE
069200         END-IF
069300     END-IF.
069400     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
069500 2000-TRATAR-CARTAO-EXIT.
069600     EXIT.
069700*
069800***************************************************************
069900*    2050-VALIDAR-CARTAO - CLIENTE INFORMADO E OPERADOR DO      *
070000*    CARTAO COM A FUNCAO "ENCERRA" NA MATRIZ                    *
070100***************************************************************
070200 2050-VALIDAR-CARTAO.
070300     IF ECD-CUST-ID = SPACES
070400         MOVE "CLIENTE AUSENTE NO CARTAO" TO WS-MOTIVO-REJEITO
070500         GO TO 2050-VALIDAR-CARTAO-EXIT
070600     END-IF.
070700     SET SEC-ACAO-FUNCAO TO TRUE.
070800     MOVE ECD-OPERADOR TO SEC-OPERADOR.
070900     MOVE "ENCERRA " TO SEC-FUNCAO.
071000     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
071100     IF ECD-OPERADOR = SPACES OR SEC-RC NOT = ZERO
071200         MOVE "OPERADOR SEM A FUNCAO ENCERRA" TO WS-MOTIVO-REJEITO
071300     END-IF.
071400     MOVE ECD-CUST-ID TO WS-ID-CLIENTE.
071500 2050-VALIDAR-CARTAO-EXIT.
071600     EXIT.
071700*
071800***************************************************************
071900*    2100-REGISTRAR-PEDIDO - SEM IMPEDIMENTO, GRAVA O PEDIDO    *
072000*    PENDENTE NO CUSTENC COM O MAKER E A CONTA DE DEVOLUCAO     *
072100***************************************************************
072200 2100-REGISTRAR-PEDIDO.
072300     PERFORM 2050-VALIDAR-CARTAO THRU 2050-VALIDAR-CARTAO-EXIT.
072400     IF WS-MOTIVO-REJEITO NOT = SPACES
072500         GO TO 2100-REGISTRAR-PEDIDO-EXIT
072600     END-IF.
072700     PERFORM 2110-VERIFICAR-IMPEDIMENTOS
072800         THRU 2110-VERIFICAR-IMPEDIMENTOS-EXIT.
072900     IF WS-MOTIVO-REJEITO NOT = SPACES
073000         GO TO 2100-REGISTRAR-PEDIDO-EXIT
073100     END-IF.
073200     IF WS-SALDO-CLIENTE > ZERO
073300         AND (ECD-BANCO NOT NUMERIC OR ECD-BANCO-N = ZERO
073400              OR ECD-AGENCIA = SPACES OR ECD-CONTA = SPACES)
073500         MOVE "SALDO CREDOR SEM CONTA DESTINO" TO
073600             WS-MOTIVO-REJEITO
073700         GO TO 2100-REGISTRAR-PEDIDO-EXIT
073800     END-IF.
073900     MOVE WS-ID-CLIENTE TO ENC-CUST-ID.
074000     READ ENCERRA-FILE
074100         INVALID KEY
074200             CONTINUE
074300     END-READ.
074400     IF ENCERRA-OK AND NOT ENC-REPROVADO
074500         MOVE "ENCERRAMENTO JA PEDIDO" TO WS-MOTIVO-REJEITO
074600         GO TO 2100-REGISTRAR-PEDIDO-EXIT
074700     END-IF.
074800*    PEDIDO REPROVADO ANTES E REABERTO NO MESMO REGISTRO
074900     IF NOT ENCERRA-OK
075000         MOVE SPACES TO ENC-ENCERRA-RECORD
075100         MOVE WS-ID-CLIENTE TO ENC-CUST-ID
075200     END-IF.
075300     SET ENC-PENDENTE TO TRUE.
075400     MOVE ECD-OPERADOR TO ENC-MAKER.
075500     MOVE RUN-DATA TO ENC-DATA-PEDIDO.
075600     MOVE SPACES TO ENC-CHECKER.
075700     MOVE ZERO TO ENC-DATA-DECISAO.
075800     MOVE ECD-MOTIVO TO ENC-MOTIVO.
075900     IF ECD-BANCO NUMERIC
076000         MOVE ECD-BANCO-N TO ENC-BANCO
076100     ELSE
076200         MOVE ZERO TO ENC-BANCO
076300     END-IF.
076400     MOVE ECD-AGENCIA TO ENC-AGENCIA.
076500     MOVE ECD-CONTA TO ENC-CONTA.
076600     MOVE ZERO TO ENC-VALOR-DEVOLVIDO.
076700     MOVE ZERO TO ENC-QTDE-CONTAS.
076800     MOVE ZERO TO ENC-QTDE-RECORR.
076900     MOVE ZERO TO ENC-QTDE-TITULOS.
077000     IF ENCERRA-OK
077100         REWRITE ENC-ENCERRA-RECORD
077200     ELSE
077300         WRITE ENC-ENCERRA-RECORD
077400     END-IF.
077500     IF NOT ENCERRA-OK
077600         DISPLAY "ERRO AO GRAVAR CUSTENC " WS-ID-CLIENTE
077700             " - STATUS " WS-ENCERRA-FILE-STATUS
077800         MOVE "ERRO AO GRAVAR O PEDIDO" TO WS-MOTIVO-REJEITO
077900         GO TO 2100-REGISTRAR-PEDIDO-EXIT
078000     END-IF.
078100     ADD 1 TO WS-QTDE-PEDIDOS.
078200     MOVE WS-SALDO-CLIENTE TO WS-VALOR-EDITADO.
078300     MOVE SPACES TO RPT-LINHA-ENTRADA.
078400     STRING "PEDIDO      " WS-ID-CLIENTE " " CUST-NOME
078500         " MAKER " ECD-OPERADOR " SALDO R$ " WS-VALOR-EDITADO
078600         " " ECD-MOTIVO
078700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
078800     END-STRING.
078900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
079000     MOVE "CLIENCER" TO AUD-PROGRAMA.
079100     MOVE 9 TO AUD-OPCODE.
079200     MOVE "ENCERR PED" TO AUD-EVENTO.
079300     MOVE WS-ID-CLIENTE TO AUD-CHAVE.
079400     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
079500 2100-REGISTRAR-PEDIDO-EXIT.
079600     EXIT.
079700*
079800***************************************************************
079900*    2110-VERIFICAR-IMPEDIMENTOS - CLIENTE ATIVO NO MESTRE, SEM *
080000*    SALDO DEVEDOR, SEM CONTESTACAO EM ANDAMENTO E SEM ACORDO   *
080100*    ATIVO. VALE NO PEDIDO E DE NOVO NA APROVACAO               *
080200***************************************************************
080300 2110-VERIFICAR-IMPEDIMENTOS.
080400     MOVE WS-ID-CLIENTE TO CUST-ID.
080500     READ CUSTOMER-MASTER
080600         KEY IS CUST-ID
080700         INVALID KEY
080800             CONTINUE
080900     END-READ.
081000     IF NOT MASTER-OK
081100         MOVE "CLIENTE NAO CONSTA DO MESTRE" TO WS-MOTIVO-REJEITO
081200         GO TO 2110-VERIFICAR-IMPEDIMENTOS-EXIT
081300     END-IF.
081400     IF CUST-CANCELADO
081500         MOVE "CLIENTE JA CANCELADO NO MESTRE" TO
081600             WS-MOTIVO-REJEITO
081700         GO TO 2110-VERIFICAR-IMPEDIMENTOS-EXIT
081800     END-IF.
081900     MOVE CUST-SALDO TO WS-SALDO-CLIENTE.
082000     MOVE CUST-MOEDA TO WS-MOEDA-CLIENTE.
082100     IF MOEDA-LOCAL-BRL
082200         MOVE "BRL" TO WS-MOEDA-CLIENTE
082300     END-IF.
082400     IF WS-SALDO-CLIENTE < ZERO
082500         MOVE "SALDO DEVEDOR - QUITAR ANTES" TO WS-MOTIVO-REJEITO
082600         GO TO 2110-VERIFICAR-IMPEDIMENTOS-EXIT
082700     END-IF.
082800     IF ACORDOS-DISPONIVEIS
082900         MOVE WS-ID-CLIENTE TO ACD-CUST-ID
083000         READ ACORDO-FILE
083100             INVALID KEY
083200                 CONTINUE
083300         END-READ
083400         IF ACORDO-OK AND ACD-ATIVO
083500             MOVE "ACORDO DE PARCELAMENTO ATIVO" TO
083600                 WS-MOTIVO-REJEITO
083700             GO TO 2110-VERIFICAR-IMPEDIMENTOS-EXIT
083800         END-IF
083900     END-IF.
084000     IF NOT CONTESTACOES-DISPONIVEIS
084100         GO TO 2110-VERIFICAR-IMPEDIMENTOS-EXIT
084200     END-IF.
084300     MOVE "N" TO WS-SCAN-EOF-SWITCH.
084400     MOVE WS-ID-CLIENTE TO CTS-CUST-ID.
084500     MOVE ZERO TO CTS-JRN-DATA.
084600     MOVE ZERO TO CTS-JRN-HORA.
084700     START CONTEST-FILE KEY IS NOT LESS THAN CTS-CHAVE
084800         INVALID KEY
084900             GO TO 2110-VERIFICAR-IMPEDIMENTOS-EXIT
085000     END-START.
085100     PERFORM 2120-LER-CONTESTACAO THRU 2120-LER-CONTESTACAO-EXIT
085200         UNTIL FIM-DA-VARREDURA.
085300 2110-VERIFICAR-IMPEDIMENTOS-EXIT.
085400     EXIT.
085500*
085600***************************************************************
085700*    2120-LER-CONTESTACAO - EM ANDAMENTO OU COM ESTORNO AINDA   *
085800*    PENDENTE IMPEDE O ENCERRAMENTO                             *
085900***************************************************************
086000 2120-LER-CONTESTACAO.
086100     READ CONTEST-FILE NEXT RECORD
086200         AT END
086300             MOVE "Y" TO WS-SCAN-EOF-SWITCH
086400             GO TO 2120-LER-CONTESTACAO-EXIT
086500     END-READ.
086600     IF NOT CONTEST-OK OR CTS-CUST-ID NOT = WS-ID-CLIENTE
086700         MOVE "Y" TO WS-SCAN-EOF-SWITCH
086800         GO TO 2120-LER-CONTESTACAO-EXIT
086900     END-IF.
087000     IF CTS-EM-ANDAMENTO OR CTS-ESTORNO-PENDENTE
087100         MOVE "CONTESTACAO EM ANDAMENTO" TO WS-MOTIVO-REJEITO
087200         MOVE "Y" TO WS-SCAN-EOF-SWITCH
087300     END-IF.
087400 2120-LER-CONTESTACAO-EXIT.
087500     EXIT.
087600*
087700***************************************************************
087800*    2200-DECIDIR-PEDIDO - QUATRO OLHOS: SO PEDIDO PENDENTE,    *
087900*    COM VERIFICADOR DIFERENTE DO MAKER; APROVADO E EFETIVADO   *
088000***************************************************************
088100 2200-DECIDIR-PEDIDO.
088200     PERFORM 2050-VALIDAR-CARTAO THRU 2050-VALIDAR-CARTAO-EXIT.
088300     IF WS-MOTIVO-REJEITO NOT = SPACES
088400         GO TO 2200-DECIDIR-PEDIDO-EXIT
088500     END-IF.
088600     MOVE WS-ID-CLIENTE TO ENC-CUST-ID.
088700     READ ENCERRA-FILE
088800         INVALID KEY
088900             CONTINUE
089000     END-READ.
089100     IF NOT ENCERRA-OK
089200         MOVE "PEDIDO DE ENCERRAMENTO AUSENTE" TO
089300             WS-MOTIVO-REJEITO
089400         GO TO 2200-DECIDIR-PEDIDO-EXIT
089500     END-IF.
089600     IF NOT ENC-PENDENTE
089700         MOVE "PEDIDO NAO ESTA PENDENTE" TO WS-MOTIVO-REJEITO
089800         GO TO 2200-DECIDIR-PEDIDO-EXIT
089900     END-IF.
090000     IF ECD-OPERADOR = ENC-MAKER
090100         ADD 1 TO WS-QTDE-MESMO-OPERADOR
090200         MOVE "VERIFICADOR IGUAL AO DIGITADOR" TO
090300             WS-MOTIVO-REJEITO
090400         GO TO 2200-DECIDIR-PEDIDO-EXIT
090500     END-IF.
090600     MOVE "CLIENCER" TO AUD-PROGRAMA.
090700     MOVE 9 TO AUD-OPCODE.
090800     MOVE WS-ID-CLIENTE TO AUD-CHAVE.
090900     IF ECD-REPROVA
091000         SET ENC-REPROVADO TO TRUE
091100         MOVE ECD-OPERADOR TO ENC-CHECKER
091200         MOVE RUN-DATA TO ENC-DATA-DECISAO
091300         REWRITE ENC-ENCERRA-RECORD
091400         ADD 1 TO WS-QTDE-REPROVADOS
091500         MOVE SPACES TO RPT-LINHA-ENTRADA
091600         STRING "REPROVADO   " WS-ID-CLIENTE " MAKER " ENC-MAKER
091700             " CHECKER " ECD-OPERADOR
091800             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
091900         END-STRING
092000         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
092100         MOVE "ENCERR REP" TO AUD-EVENTO
092200         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
092300         GO TO 2200-DECIDIR-PEDIDO-EXIT
092400     END-IF.
092500     IF WS-QTDE-EFETIVADOS >= 100
092600         MOVE "LIMITE DE 100 ENCERRAMENTOS" TO WS-MOTIVO-REJEITO
092700         GO TO 2200-DECIDIR-PEDIDO-EXIT
092800     END-IF.
092900     MOVE ENC-ENCERRA-RECORD TO WS-ENC-GUARDADO.
093000*    O QUADRO PODE TER MUDADO DESDE O PEDIDO
093100     PERFORM 2110-VERIFICAR-IMPEDIMENTOS
093200         THRU 2110-VERIFICAR-IMPEDIMENTOS-EXIT.
093300     IF WS-MOTIVO-REJEITO NOT = SPACES
093400         GO TO 2200-DECIDIR-PEDIDO-EXIT
093500     END-IF.
093600     MOVE WS-ENC-GUARDADO TO ENC-ENCERRA-RECORD.
093700     IF WS-SALDO-CLIENTE > ZERO
093800         AND (ENC-BANCO = ZERO OR ENC-AGENCIA = SPACES
093900              OR ENC-CONTA = SPACES)
094000         MOVE "SALDO CREDOR SEM CONTA DESTINO" TO
094100             WS-MOTIVO-REJEITO
094200         GO TO 2200-DECIDIR-PEDIDO-EXIT
094300     END-IF.
094400     PERFORM 2300-EFETIVAR-ENCERRAMENTO
094500         THRU 2300-EFETIVAR-ENCERRAMENTO-EXIT.
094600     MOVE WS-ENC-GUARDADO TO ENC-ENCERRA-RECORD.
094700     SET ENC-EFETIVADO TO TRUE.
094800     MOVE ECD-OPERADOR TO ENC-CHECKER.
094900     MOVE RUN-DATA TO ENC-DATA-DECISAO.
095000     MOVE WS-SALDO-CLIENTE TO ENC-VALOR-DEVOLVIDO.
095100     MOVE WS-QTDE-CONTAS TO ENC-QTDE-CONTAS.
095200     MOVE WS-QTDE-TIT-CLIENTE TO ENC-QTDE-TITULOS.
095300     REWRITE ENC-ENCERRA-RECORD.
095400     IF NOT ENCERRA-OK
095500         DISPLAY "ERRO AO EFETIVAR CUSTENC " WS-ID-CLIENTE
095600             " - STATUS " WS-ENCERRA-FILE-STATUS
095700     END-IF.
095800     ADD 1 TO WS-QTDE-EFETIVADOS.
095900     MOVE WS-ID-CLIENTE TO EFT-CUST-ID(WS-QTDE-EFETIVADOS).
096000     MOVE ZERO TO EFT-QTDE-RECORR(WS-QTDE-EFETIVADOS).
096100     MOVE WS-SALDO-CLIENTE TO WS-VALOR-EDITADO.
096200     MOVE WS-QTDE-TIT-CLIENTE TO WS-QTDE-ED.
096300     MOVE SPACES TO RPT-LINHA-ENTRADA.
096400     STRING "ENCERRADO   " WS-ID-CLIENTE " " CUST-NOME
096500         " MAKER " ENC-MAKER " CHECKER " ENC-CHECKER
096600         " TITULOS " WS-QTDE-ED " DEVOLVIDO R$ " WS-VALOR-EDITADO
096700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
096800     END-STRING.
096900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
097000     MOVE "ENCERR EFE" TO AUD-EVENTO.
097100     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
097200 2200-DECIDIR-PEDIDO-EXIT.
097300     EXIT.
097400*
097500***************************************************************
097600*    2300-EFETIVAR-ENCERRAMENTO - BAIXA DOS TITULOS, ORDEM DE   *
097700*    PAGAMENTO DO SALDO CREDOR, CONTAS ZERADAS E FECHADAS E SO  *
097800*    ENTAO O CANCELAMENTO NO MESTRE                             *
097900***************************************************************
098000 2300-EFETIVAR-ENCERRAMENTO.
098100     MOVE ZERO TO WS-QTDE-TIT-CLIENTE.
098200     PERFORM 2400-BAIXAR-TITULOS THRU 2400-BAIXAR-TITULOS-EXIT.
098300     IF WS-SALDO-CLIENTE > ZERO
098400         PERFORM 2600-ORDEM-PAGAMENTO
098500             THRU 2600-ORDEM-PAGAMENTO-EXIT
098600     END-IF.
098700     PERFORM 2500-ZERAR-CONTAS THRU 2500-ZERAR-CONTAS-EXIT.
098800     PERFORM 2700-CANCELAR-CLIENTE
098900         THRU 2700-CANCELAR-CLIENTE-EXIT.
099000 2300-EFETIVAR-ENCERRAMENTO-EXIT.
099100     EXIT.
099200*
099300***************************************************************
099400*    2400-BAIXAR-TITULOS - TITULO ABERTO DO CLIENTE NO TITREG:  *
099500*    INSTRUCAO "02" NO REMINST (O RETORNO DO BANCO CONFIRMA A   *
099600*    BAIXA, COMO NO ACORDO-VERIFICAR)                           *
099700***************************************************************
099800 2400-BAIXAR-TITULOS.
099900     IF NOT TITREG-DISPONIVEL OR NOT INSTR-FILE-OK
100000         GO TO 2400-BAIXAR-TITULOS-EXIT
100100     END-IF.
100200     MOVE "N" TO WS-SCAN-EOF-SWITCH.
100300     MOVE WS-ID-CLIENTE TO TIT-CUST-ID.
100400     START TITULO-FILE KEY IS EQUAL TO TIT-CUST-ID
100500         INVALID KEY
100600             GO TO 2400-BAIXAR-TITULOS-EXIT
100700     END-START.
100800     PERFORM 2410-LER-TITULO THRU 2410-LER-TITULO-EXIT
100900         UNTIL FIM-DA-VARREDURA.
101000 2400-BAIXAR-TITULOS-EXIT.
101100     EXIT.
101200*
101300***************************************************************
101400*    2410-LER-TITULO                                           *
101500***************************************************************
101600 2410-LER-TITULO.
101700     READ TITULO-FILE NEXT RECORD
101800         AT END
101900             MOVE "Y" TO WS-SCAN-EOF-SWITCH
102000             GO TO 2410-LER-TITULO-EXIT
102100     END-READ.
102200     IF NOT TITULO-OK OR TIT-CUST-ID NOT = WS-ID-CLIENTE
102300         MOVE "Y" TO WS-SCAN-EOF-SWITCH
102400         GO TO 2410-LER-TITULO-EXIT
102500     END-IF.
102600     IF NOT TIT-ABERTO
102700         GO TO 2410-LER-TITULO-EXIT
102800     END-IF.
102900     MOVE SPACES TO INSTRUCAO-RECORD.
103000     MOVE "02" TO INS-OCORRENCIA.
103100     MOVE TIT-REMSEQ TO INS-REMSEQ.
103200     MOVE TIT-BANCO TO INS-BANCO.
103300     MOVE TIT-CUST-ID TO INS-CUST-ID.
103400     MOVE ZERO TO INS-DATA-NOVA.
103500     MOVE ZERO TO INS-VALOR-ABAT.
103600     WRITE INSTRUCAO-RECORD.
103700     ADD 1 TO WS-QTDE-INSTRUCOES.
103800     ADD 1 TO WS-QTDE-TIT-CLIENTE.
103900 2410-LER-TITULO-EXIT.
104000     EXIT.
104100*
104200***************************************************************
104300*    2500-ZERAR-CONTAS - CARREGA AS CONTAS DO CLIENTE, JOGA NA  *
104400*    CONTA CORRENTE O SALDO DO MESTRE QUE NAO ESTA EM CONTA E   *
104500*    ZERA E FECHA CADA UMA                                      *
104600***************************************************************
104700 2500-ZERAR-CONTAS.
104800     MOVE ZERO TO WS-QTDE-CONTAS.
104900     MOVE ZERO TO WS-SOMA-CONTAS.
105000     MOVE ZERO TO WS-IDX-CC.
105100     IF CONTAS-DISPONIVEIS
105200         MOVE "N" TO WS-SCAN-EOF-SWITCH
105300         MOVE WS-ID-CLIENTE TO ACC-CUST-ID
105400         MOVE LOW-VALUES TO ACC-TIPO
105500         START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-CHAVE
105600             INVALID KEY
105700                 MOVE "Y" TO WS-SCAN-EOF-SWITCH
105800         END-START
105900         PERFORM 2510-LER-CONTA THRU 2510-LER-CONTA-EXIT
106000             UNTIL FIM-DA-VARREDURA
106100     END-IF.
106200     COMPUTE WS-RESIDUO = WS-SALDO-CLIENTE - WS-SOMA-CONTAS.
106300     IF WS-RESIDUO NOT = ZERO
106400         IF WS-IDX-CC = ZERO AND WS-QTDE-CONTAS < 10
106500             ADD 1 TO WS-QTDE-CONTAS
106600             MOVE WS-QTDE-CONTAS TO WS-IDX-CC
106700             MOVE "CC" TO CTA-TIPO(WS-IDX-CC)
106800             MOVE ZERO TO CTA-SALDO(WS-IDX-CC)
106900             MOVE "N" TO CTA-EXISTE(WS-IDX-CC)
107000         END-IF
107100         IF WS-IDX-CC > ZERO
107200             ADD WS-RESIDUO TO CTA-SALDO(WS-IDX-CC)
107300         END-IF
107400     END-IF.
107500     PERFORM 2530-FECHAR-CONTA THRU 2530-FECHAR-CONTA-EXIT
107600         VARYING WS-SUB-CTA FROM 1 BY 1
107700         UNTIL WS-SUB-CTA > WS-QTDE-CONTAS.
107800 2500-ZERAR-CONTAS-EXIT.
107900     EXIT.
108000*
108100***************************************************************
108200*    2510-LER-CONTA                                            *
108300***************************************************************
108400 2510-LER-CONTA.
108500     READ ACCOUNT-FILE NEXT RECORD
108600         AT END
108700             MOVE "Y" TO WS-SCAN-EOF-SWITCH
108800             GO TO 2510-LER-CONTA-EXIT
108900     END-READ.
109000     IF NOT ACCT-OK OR ACC-CUST-ID NOT = WS-ID-CLIENTE
109100         OR WS-QTDE-CONTAS >= 10
109200         MOVE "Y" TO WS-SCAN-EOF-SWITCH
109300         GO TO 2510-LER-CONTA-EXIT
109400     END-IF.
109500     ADD 1 TO WS-QTDE-CONTAS.
109600     MOVE ACC-TIPO TO CTA-TIPO(WS-QTDE-CONTAS).
109700     MOVE ACC-SALDO TO CTA-SALDO(WS-QTDE-CONTAS).
109800     MOVE "Y" TO CTA-EXISTE(WS-QTDE-CONTAS).
109900     ADD ACC-SALDO TO WS-SOMA-CONTAS.
110000     IF ACC-CONTA-CORRENTE
110100         MOVE WS-QTDE-CONTAS TO WS-IDX-CC
110200     END-IF.
110300 2510-LER-CONTA-EXIT.
110400     EXIT.
110500*
110600***************************************************************
110700*    2530-FECHAR-CONTA - LANCAMENTO QUE ZERA A CONTA NO MESTRE  *
110800*    (JOURNAL ORIGEM "ENCERRA") E A CONTA SAI DO SUB-RAZAO      *
110900***************************************************************
111000 2530-FECHAR-CONTA.
111100     IF CTA-SALDO(WS-SUB-CTA) NOT = ZERO
111200         PERFORM 2550-LANCAR-ZERAGEM
111300             THRU 2550-LANCAR-ZERAGEM-EXIT
111400     END-IF.
111500     IF NOT CTA-NO-SUBRAZAO(WS-SUB-CTA)
111600         GO TO 2530-FECHAR-CONTA-EXIT
111700     END-IF.
111800     MOVE WS-ID-CLIENTE TO ACC-CUST-ID.
111900     MOVE CTA-TIPO(WS-SUB-CTA) TO ACC-TIPO.
112000     DELETE ACCOUNT-FILE
112100         INVALID KEY
112200             CONTINUE
112300     END-DELETE.
112400     IF ACCT-OK
112500         ADD 1 TO WS-QTDE-CONTAS-FECHADAS
112600     ELSE
112700         DISPLAY "AVISO: CONTA " CTA-TIPO(WS-SUB-CTA)
112800             " DO CLIENTE " WS-ID-CLIENTE
112900             " NAO FECHADA - STATUS " WS-ACCT-FILE-STATUS
113000     END-IF.
113100 2530-FECHAR-CONTA-EXIT.
113200     EXIT.
113300*
113400***************************************************************
113500*    2550-LANCAR-ZERAGEM - TIRA DO CUST-SALDO O SALDO DA CONTA  *
113600*    E GRAVA A REGRAVACAO NO JOURNAL COM A CONTA                *
113700***************************************************************
113800 2550-LANCAR-ZERAGEM.
113900     MOVE WS-ID-CLIENTE TO CUST-ID.
114000     READ CUSTOMER-MASTER
114100         KEY IS CUST-ID
114200         INVALID KEY
114300             CONTINUE
114400     END-READ.
114500     IF NOT MASTER-OK
114600         GO TO 2550-LANCAR-ZERAGEM-EXIT
114700     END-IF.
114800     MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES.
114900     SUBTRACT CTA-SALDO(WS-SUB-CTA) FROM CUST-SALDO.
115000     REWRITE CUSTOMER-MASTER-RECORD.
115100     IF NOT MASTER-OK
115200         DISPLAY "ERRO AO ZERAR A CONTA " CTA-TIPO(WS-SUB-CTA)
115300             " DE " WS-ID-CLIENTE " - STATUS "
115400             WS-MASTER-FILE-STATUS
115500         GO TO 2550-LANCAR-ZERAGEM-EXIT
115600     END-IF.
115700     MOVE SPACES TO JRN-RECORD.
115800     MOVE "ENCERRA " TO JRN-PROGRAMA.
115900     MOVE RUN-DATA TO JRN-DATA.
116000     MOVE RUN-HORA TO JRN-HORA.
116100     MOVE WS-OPERATOR-ID TO JRN-OPERADOR.
116200     SET JRN-REGRAVACAO TO TRUE.
116300     MOVE CUST-ID TO JRN-CHAVE.
116400     MOVE WS-IMAGEM-ANTES TO JRN-ANTES.
116500     MOVE CUSTOMER-MASTER-RECORD TO JRN-DEPOIS.
116600     MOVE ZERO TO JRN-REF-DATA.
116700     MOVE ZERO TO JRN-REF-HORA.
116800     MOVE CTA-TIPO(WS-SUB-CTA) TO JRN-CONTA.
116900     WRITE JRN-RECORD.
117000     ADD 1 TO WS-QTDE-LANCAMENTOS.
117100 2550-LANCAR-ZERAGEM-EXIT.
117200     EXIT.
117300*
117400***************************************************************
117500*    2600-ORDEM-PAGAMENTO - SALDO CREDOR CONSOLIDADO PARA A     *
117600*    CONTA DE DEVOLUCAO INFORMADA NO PEDIDO                     *
117700***************************************************************
117800 2600-ORDEM-PAGAMENTO.
117900     MOVE SPACES TO PAGAMENTO-RECORD.
118000     MOVE "D" TO PAG-TIPO.
118100     MOVE RUN-DATA TO PAG-DATA.
118200     MOVE WS-ID-CLIENTE TO PAG-CUST-ID.
118300     MOVE CUST-NOME TO PAG-NOME.
118400     MOVE CUST-CPF-CNPJ TO PAG-CPF-CNPJ.
118500     MOVE ENC-BANCO TO PAG-BANCO.
118600     MOVE ENC-AGENCIA TO PAG-AGENCIA.
118700     MOVE ENC-CONTA TO PAG-CONTA.
118800     MOVE WS-MOEDA-CLIENTE TO PAG-MOEDA.
118900     MOVE WS-SALDO-CLIENTE TO PAG-VALOR.
119000     WRITE PAGAMENTO-RECORD.
119100     ADD 1 TO CTRL-QTDE-DETALHES.
119200     COMPUTE CTRL-HASH-DETALHES =
119300         CTRL-HASH-DETALHES + (WS-SALDO-CLIENTE * 100).
119400     ADD 1 TO WS-QTDE-PAGAMENTOS.
119500     ADD WS-SALDO-CLIENTE TO WS-TOTAL-DEVOLVIDO.
119600     MOVE WS-SALDO-CLIENTE TO WS-VALOR-EDITADO.
119700     MOVE SPACES TO RPT-LINHA-ENTRADA.
119800     STRING "DEVOLUCAO   " WS-ID-CLIENTE " BANCO " ENC-BANCO
119900         " AGENCIA " ENC-AGENCIA " CONTA " ENC-CONTA
120000         " " WS-MOEDA-CLIENTE " " WS-VALOR-EDITADO
120100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
120200     END-STRING.
120300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
120400 2600-ORDEM-PAGAMENTO-EXIT.
120500     EXIT.
120600*
120700***************************************************************
120800*    2700-CANCELAR-CLIENTE - STATUS "C" NO MESTRE, COM A        *
120900*    REGRAVACAO NO JOURNAL                                      *
121000***************************************************************
121100 2700-CANCELAR-CLIENTE.
121200     MOVE WS-ID-CLIENTE TO CUST-ID.
121300     READ CUSTOMER-MASTER
121400         KEY IS CUST-ID
121500         INVALID KEY
121600             CONTINUE
121700     END-READ.
121800     IF NOT MASTER-OK
121900         GO TO 2700-CANCELAR-CLIENTE-EXIT
122000     END-IF.
122100     MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEM-ANTES.
122200     SET CUST-CANCELADO TO TRUE.
122300     REWRITE CUSTOMER-MASTER-RECORD.
122400     IF NOT MASTER-OK
122500         DISPLAY "ERRO AO CANCELAR O CLIENTE " WS-ID-CLIENTE
122600             " - STATUS " WS-MASTER-FILE-STATUS
122700         GO TO 2700-CANCELAR-CLIENTE-EXIT
122800     END-IF.
122900     MOVE SPACES TO JRN-RECORD.
123000     MOVE "CLIENCER" TO JRN-PROGRAMA.
123100     MOVE RUN-DATA TO JRN-DATA.
123200     MOVE RUN-HORA TO JRN-HORA.
123300     MOVE WS-OPERATOR-ID TO JRN-OPERADOR.
123400     SET JRN-REGRAVACAO TO TRUE.
123500     MOVE CUST-ID TO JRN-CHAVE.
123600     MOVE WS-IMAGEM-ANTES TO JRN-ANTES.
123700     MOVE CUSTOMER-MASTER-RECORD TO JRN-DEPOIS.
123800     MOVE ZERO TO JRN-REF-DATA.
123900     MOVE ZERO TO JRN-REF-HORA.
124000     WRITE JRN-RECORD.
124100 2700-CANCELAR-CLIENTE-EXIT.
124200     EXIT.
124300*
124400***************************************************************
124500*    5500-ENCERRAR-RECORRENCIAS - RECORFILE REGRAVADO INTEIRO   *
124600*    EM RECORNEW, QUE O JCL DEVOLVE AO RECORFILE, COM AS        *
124700*    INSTRUCOES DOS ENCERRADOS SUSPENSAS. SEM A COPIA A RODADA  *
124800*    TERMINA COM RC 8 PARA O RECORFILE NAO SER SUBSTITUIDO      *
124900***************************************************************
125000 5500-ENCERRAR-RECORRENCIAS.
125100     MOVE "N" TO WS-SCAN-EOF-SWITCH.
125200     OPEN INPUT RECUR-IN-FILE.
125300     IF NOT RECUR-IN-OK
125400         DISPLAY "AVISO: RECORFILE INDISPONIVEL (STATUS "
125500             WS-RECUR-IN-STATUS
125600             ") - RECORRENCIAS NAO ENCERRADAS."
125700         MOVE 8 TO RETURN-CODE
125800         GO TO 5500-ENCERRAR-RECORRENCIAS-EXIT
125900     END-IF.
126000     OPEN OUTPUT RECUR-OUT-FILE.
126100     IF NOT RECUR-OUT-OK
126200         DISPLAY "AVISO: RECORNEW INDISPONIVEL (STATUS "
126300             WS-RECUR-OUT-STATUS
126400             ") - RECORRENCIAS NAO ENCERRADAS."
126500         CLOSE RECUR-IN-FILE
126600         MOVE 8 TO RETURN-CODE
126700         GO TO 5500-ENCERRAR-RECORRENCIAS-EXIT
126800     END-IF.
126900     PERFORM 5600-COPIAR-RECORRENCIA
127000         THRU 5600-COPIAR-RECORRENCIA-EXIT
127100         UNTIL FIM-DA-VARREDURA.
127200     CLOSE RECUR-IN-FILE.
127300     CLOSE RECUR-OUT-FILE.
127400 5500-ENCERRAR-RECORRENCIAS-EXIT.
127500     EXIT.
127600*
127700***************************************************************
127800*    5600-COPIAR-RECORRENCIA - INSTRUCAO AINDA VIVA DE CLIENTE  *
127900*    ENCERRADO NA RODADA: DATA DE FIM HOJE E SITUACAO "S"       *
128000***************************************************************
128100 5600-COPIAR-RECORRENCIA.
128200     READ RECUR-IN-FILE
128300         AT END
128400             MOVE "Y" TO WS-SCAN-EOF-SWITCH
128500             GO TO 5600-COPIAR-RECORRENCIA-EXIT
128600     END-READ.
128700     SET EF-IDX TO 1.
128800     SEARCH EFT-ENTRY
128900         AT END
129000             CONTINUE
129100         WHEN EFT-CUST-ID(EF-IDX) = RCR-CUST-ID
129200             IF RCR-DATA-FIM = ZERO OR RCR-DATA-FIM > RUN-DATA
129300                 OR NOT RCR-SUSPENSA
129400                 IF RCR-DATA-FIM = ZERO OR RCR-DATA-FIM > RUN-DATA
129500                     MOVE RUN-DATA TO RCR-DATA-FIM
129600                 END-IF
129700                 SET RCR-SUSPENSA TO TRUE
129800                 MOVE RUN-DATA TO RCR-DATA-ALTER
129900                 MOVE WS-OPERATOR-ID TO RCR-OPER-ALTER
130000                 ADD 1 TO EFT-QTDE-RECORR(EF-IDX)
130100                 ADD 1 TO WS-QTDE-RECOR-ENCERRADAS
130200             END-IF
130300     END-SEARCH.
130400     MOVE RECUR-RECORD TO RECUR-OUT-RECORD.
130500     WRITE RECUR-OUT-RECORD.
130600 5600-COPIAR-RECORRENCIA-EXIT.
130700     EXIT.
130800*
130900***************************************************************
131000*    6000-EMITIR-CARTAS - CARTA DE ENCERRAMENTO NO ENCCART E NA *
131100*    MALA DIRETA; O CUSTENC GANHA A QUANTIDADE DE INSTRUCOES    *
131200*    ENCERRADAS                                                 *
131300***************************************************************
131400 6000-EMITIR-CARTAS.
131500     MOVE EFT-CUST-ID(WS-SUB-EFT) TO ENC-CUST-ID.
131600     READ ENCERRA-FILE
131700         INVALID KEY
131800             CONTINUE
131900     END-READ.
132000     IF NOT ENCERRA-OK
132100         GO TO 6000-EMITIR-CARTAS-EXIT
132200     END-IF.
132300     MOVE EFT-QTDE-RECORR(WS-SUB-EFT) TO ENC-QTDE-RECORR.
132400     REWRITE ENC-ENCERRA-RECORD.
132500     MOVE ENC-CUST-ID TO CUST-ID.
132600     READ CUSTOMER-MASTER
132700         KEY IS CUST-ID
132800         INVALID KEY
132900             CONTINUE
133000     END-READ.
133100     IF NOT MASTER-OK
133200         GO TO 6000-EMITIR-CARTAS-EXIT
133300     END-IF.
133400     MOVE SPACES TO ADDRESS-RECORD.
133500     IF ENDERECOS-DISPONIVEIS
133600         MOVE ENC-CUST-ID TO ADR-CUST-ID
133700         READ ADDRESS-FILE
133800             INVALID KEY
133900                 MOVE SPACES TO ADDRESS-RECORD
134000         END-READ
134100     END-IF.
134200     IF NOT CARTAS-DISPONIVEIS AND NOT MALA-DISPONIVEL
134300         GO TO 6000-EMITIR-CARTAS-EXIT
134400     END-IF.
134500     ADD 1 TO WS-QTDE-CARTAS.
134600     MOVE ZERO TO WS-MALA-LINHA.
134700     MOVE ALL "=" TO CARTA-LINE.
134800     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
134900     MOVE SPACES TO CARTA-LINE.
135000     STRING "COMUNICADO DE ENCERRAMENTO DE CONTA - EMITIDO EM "
135100         RUN-DATA
135200         DELIMITED BY SIZE INTO CARTA-LINE
135300     END-STRING.
135400     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
135500     MOVE SPACES TO CARTA-LINE.
135600     STRING "AO CLIENTE " ENC-CUST-ID " " CUST-NOME
135700         " CPF/CNPJ " CUST-CPF-CNPJ
135800         DELIMITED BY SIZE INTO CARTA-LINE
135900     END-STRING.
136000     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
136100     MOVE SPACES TO CARTA-LINE.
136200     STRING ADR-LOGRADOURO " " ADR-COMPLEMENTO
136300         DELIMITED BY SIZE INTO CARTA-LINE
136400     END-STRING.
136500     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
136600     MOVE SPACES TO CARTA-LINE.
136700     STRING ADR-CIDADE "/" ADR-UF " CEP " ADR-CEP
136800         DELIMITED BY SIZE INTO CARTA-LINE
136900     END-STRING.
137000     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
137100     MOVE SPACES TO CARTA-LINE.
137200     STRING "INFORMAMOS QUE SEU CADASTRO E TODAS AS SUAS CONTAS "
137300         "FORAM ENCERRADOS EM " ENC-DATA-DECISAO "."
137400         DELIMITED BY SIZE INTO CARTA-LINE
137500     END-STRING.
137600     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
137700     MOVE SPACES TO CARTA-LINE.
137800     IF ENC-VALOR-DEVOLVIDO > ZERO
137900         MOVE ENC-VALOR-DEVOLVIDO TO WS-VALOR-EDITADO
138000         STRING "O SALDO CREDOR DE R$ " WS-VALOR-EDITADO
138100             " SERA CREDITADO NO BANCO " ENC-BANCO " AGENCIA "
138200             ENC-AGENCIA " CONTA " ENC-CONTA "."
138300             DELIMITED BY SIZE INTO CARTA-LINE
138400         END-STRING
138500     ELSE
138600         MOVE "NAO HAVIA SALDO A DEVOLVER NO ENCERRAMENTO." TO
138700             CARTA-LINE
138800     END-IF.
138900     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
139000     MOVE SPACES TO CARTA-LINE.
139100     MOVE ENC-QTDE-RECORR TO WS-QTDE-ED.
139200     STRING "INSTRUCOES PERMANENTES ENCERRADAS: " WS-QTDE-ED
139300         DELIMITED BY SIZE INTO CARTA-LINE
139400     END-STRING.
139500     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
139600     MOVE SPACES TO CARTA-LINE.
139700     MOVE ENC-QTDE-TITULOS TO WS-QTDE-ED.
139800     STRING "BOLETOS EM ABERTO BAIXADOS ......: " WS-QTDE-ED
139900         DELIMITED BY SIZE INTO CARTA-LINE
140000     END-STRING.
140100     PERFORM 8200-IMPRIMIR-CARTA THRU 8200-IMPRIMIR-CARTA-EXIT.
140200 6000-EMITIR-CARTAS-EXIT.
140300     EXIT.
140400*
140500***************************************************************
140600*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
140700*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
140800***************************************************************
140900 8000-GRAVAR-LINHAS-RPT.
141000     IF NOT PRINT-FILE-OK
141100         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
141200     END-IF.
141300     PERFORM 8100-GRAVAR-UMA-LINHA
141400         THRU 8100-GRAVAR-UMA-LINHA-EXIT
141500         VARYING WS-RPT-SUB FROM 1 BY 1
141600         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
141700 8000-GRAVAR-LINHAS-RPT-EXIT.
141800     EXIT.
141900*
142000***************************************************************
142100*    8100-GRAVAR-UMA-LINHA                                      *
142200***************************************************************
142300 8100-GRAVAR-UMA-LINHA.
142400     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
142500     WRITE PRINT-LINE.
142600 8100-GRAVAR-UMA-LINHA-EXIT.
142700     EXIT.
142800*
142900***************************************************************
143000*    8200-IMPRIMIR-CARTA - GRAVA A LINHA DA CARTA NO ENCCART E, *
143100*    COM O MALADOC ABERTO, TAMBEM NA MALA DIRETA                *
143200***************************************************************
143300 8200-IMPRIMIR-CARTA.
143400     IF CARTAS-DISPONIVEIS
143500         WRITE CARTA-LINE
143600     END-IF.
143700     IF NOT MALA-DISPONIVEL
143800         GO TO 8200-IMPRIMIR-CARTA-EXIT
143900     END-IF.
144000     ADD 1 TO WS-MALA-LINHA.
144100     MOVE SPACES TO MALA-DOC-RECORD.
144200     SET MDC-ORIG-ENCERRAMENTO TO TRUE.
144300     MOVE RUN-DATA TO MDC-DATA.
144400     MOVE WS-QTDE-CARTAS TO MDC-DOC.
144500     MOVE ENC-CUST-ID TO MDC-CUST-ID.
144600     MOVE CUST-NOME TO MDC-NOME.
144700     MOVE WS-MALA-LINHA TO MDC-LINHA.
144800     MOVE CARTA-LINE TO MDC-TEXTO.
144900     WRITE MALA-DOC-RECORD.
145000 8200-IMPRIMIR-CARTA-EXIT.
145100     EXIT.
145200*
145300***************************************************************
145400*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
145500***************************************************************
145600 8500-DETALHE.
145700     SET RPT-ACAO-DETALHE TO TRUE.
145800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
145900     PERFORM 8000-GRAVAR-LINHAS-RPT
146000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
146100 8500-DETALHE-EXIT.
146200     EXIT.
146300*
146400***************************************************************
146500*    9000-FINALIZAR - TRAILER DO ENCPAG, TOTAL DO RELATORIO E   *
146600*    FECHAMENTO                                                 *
146700***************************************************************
146800 9000-FINALIZAR.
146900     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
147000     MOVE CTRL-HASH-DETALHES TO WST-HASH.
147100     MOVE WS-TRAILER-SAIDA TO PAGAMENTO-RECORD.
147200     WRITE PAGAMENTO-RECORD.
147300     MOVE WS-QTDE-EFETIVADOS TO WS-QTDE-DISP.
147400     MOVE WS-TOTAL-DEVOLVIDO TO WS-TOTAL-EDITADO.
147500     MOVE SPACES TO RPT-LINHA-ENTRADA.
147600     STRING "ENCERRAMENTOS EFETIVADOS " WS-QTDE-DISP
147700         "  TOTAL DEVOLVIDO R$ " WS-TOTAL-EDITADO
147800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
147900     END-STRING.
148000     SET RPT-ACAO-TOTAL TO TRUE.
148100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
148200     PERFORM 8000-GRAVAR-LINHAS-RPT
148300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
148400     CLOSE ENCERRA-IN-FILE.
148500     CLOSE CUSTOMER-MASTER.
148600     CLOSE ENCERRA-FILE.
148700     CLOSE JOURNAL-FILE.
148800     CLOSE PAGAMENTO-FILE.
148900     IF CONTESTACOES-DISPONIVEIS
149000         CLOSE CONTEST-FILE
149100     END-IF.
149200     IF ACORDOS-DISPONIVEIS
149300         CLOSE ACORDO-FILE
149400     END-IF.
149500     IF CONTAS-DISPONIVEIS
149600         CLOSE ACCOUNT-FILE
149700     END-IF.
149800     IF ENDERECOS-DISPONIVEIS
149900         CLOSE ADDRESS-FILE
150000     END-IF.
150100     IF TITREG-DISPONIVEL
150200         CLOSE TITULO-FILE
150300     END-IF.
150400     IF INSTR-FILE-OK
150500         CLOSE INSTRUCAO-FILE
150600     END-IF.
150700     IF CARTAS-DISPONIVEIS
150800         CLOSE CARTA-FILE
150900     END-IF.
151000     IF MALA-DISPONIVEL
151100         CLOSE MALA-FILE
151200     END-IF.
151300     IF PRINT-FILE-OK
151400         CLOSE PRINT-FILE
151500     END-IF.
151600     DISPLAY "====== ENCERRAMENTO DE CLIENTES ======".
151700     DISPLAY "CARTOES LIDOS ..........: " WS-QTDE-LIDOS.
151800     DISPLAY "PEDIDOS REGISTRADOS ....: " WS-QTDE-PEDIDOS.
151900     DISPLAY "ENCERRAMENTOS EFETIVADOS: " WS-QTDE-EFETIVADOS.
152000     DISPLAY "PEDIDOS REPROVADOS .....: " WS-QTDE-REPROVADOS.
152100     DISPLAY "RECUSADOS (MESMO OPER.) : " WS-QTDE-MESMO-OPERADOR.
152200     DISPLAY "CARTOES RECUSADOS ......: " WS-QTDE-RECUSADOS.
152300     DISPLAY "INSTRUCOES DE BAIXA ....: " WS-QTDE-INSTRUCOES.
152400     DISPLAY "ORDENS DE PAGAMENTO ....: " WS-QTDE-PAGAMENTOS.
152500     DISPLAY "LANCAMENTOS DE ZERAGEM .: " WS-QTDE-LANCAMENTOS.
152600     DISPLAY "CONTAS FECHADAS ........: " WS-QTDE-CONTAS-FECHADAS.
152700     DISPLAY "RECORRENCIAS ENCERRADAS : "
152800         WS-QTDE-RECOR-ENCERRADAS.
152900     DISPLAY "CARTAS EMITIDAS ........: " WS-QTDE-CARTAS.
153000 9000-FINALIZAR-EXIT.
153100     EXIT.
