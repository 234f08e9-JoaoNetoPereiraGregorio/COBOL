000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RECORRENCIA-ONLINE.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     TRANSACAO CICS CREC DE MANUTENCAO DAS
001200*                       INSTRUCOES DE DEBITO/CREDITO RECORRENTE
001300*                       DO CLIENTE, NO MAPA RCRMAP, ALCANCADA
001400*                       TAMBEM POR PF6 NA TELA CMNT. O RECORFILE
001500*                       ERA EDITADO A MAO NO DATASET, SEM
001600*                       VALIDACAO NEM TRILHA DE QUEM MUDOU O QUE.
001700*                       ENTER SEM ACAO LISTA AS INSTRUCOES DO
001800*                       CLIENTE (PF8 FOLHEIA) E TRAZ PARA OS
001900*                       CAMPOS A DE NUMERO INFORMADO; COM ACAO:
002000*                         I - INCLUI (NUMERO LIVRE DE 1 A 9, A A
002100*                             Z);
002200*                         A - ALTERA (CAMPO EM BRANCO MANTEM O
002300*                             VALOR ATUAL);
002400*                         S/R - SUSPENDE / REATIVA;
002500*                         E - ENCERRA (DATA DE FIM DIGITADA OU
002600*                             HOJE);
002700*                         V/X - APROVA / REJEITA A PENDENCIA DO
002800*                             QUATRO-OLHOS.
002900*                       VALIDA A SITUACAO DO CLIENTE NO CUSTMAST,
003000*                       O DIA DO MES, INICIO E FIM E A CONTA NO
003100*                       CUSTACCT. VALOR ACIMA DO APPRLIM (A MESMA
003200*                       VARIAVEL DO LOTE) FICA PENDENTE ATE UM
003300*                       SEGUNDO OPERADOR APROVAR. CADA MUDANCA
003400*                       GRAVA AS IMAGENS ANTES/DEPOIS NA FILA TD
003500*                       RCRQ (EXTRAPARTITION SOBRE O DATASET
003600*                       RECORLOG) E O EVENTO NA FILA AUDQ.
003700*                       NA REGIAO ONLINE O ARQUIVO E O VSAM
003800*                       RECORFIL (FCT SOBRE O MESMO DATASET
003900*                       RECORFILE DO LOTE, CHAVE RCR-CHAVE).
004000*                       FUNCAO "CREC" NA MATRIZ PERMMAT.
004100***************************************************************
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000 WORKING-STORAGE SECTION.
005100*
005200***************************************************************
005300*    MAPA BMS DAS INSTRUCOES RECORRENTES (RCRMAP.BMS)
005400***************************************************************
005500 COPY "RCRMAP.cpy".
005600*
005700***************************************************************
005800*    VALORES PADRAO DE EIBAID (O MEMBRO DFHAID NAO ESTA
005900*    DISPONIVEL FORA DE UMA REGIAO CICS REAL)
006000***************************************************************
006100 77  DFHPF3                  PIC X VALUE X'F3'.
006200 77  DFHPF8                  PIC X VALUE X'F8'.
006300 77  DFHCLEAR                PIC X VALUE X'6D'.
006400*
006500***************************************************************
006600*    LAYOUT COMUM DA INSTRUCAO RECORRENTE (VER
006700*    COPYBOOKS/RECREG.CPY) - VSAM RECORFIL, CHAVE RCR-CHAVE
006800***************************************************************
006900 COPY "RECREG.cpy".
007000 01  WS-RCR-CHAVE.
007100     05  WS-RCR-CHAVE-CUST   PIC X(10).
007200     05  WS-RCR-CHAVE-SEQ    PIC X(01).
007300 01  WS-CHAVE-INICIO         PIC X(11) VALUE SPACES.
007400 01  WS-IMAGEM-ANTES         PIC X(106) VALUE SPACES.
007500*
007600***************************************************************
007700*    NUMEROS DE INSTRUCAO, NA ORDEM EM QUE A INCLUSAO PROCURA O
007800*    PRIMEIRO LIVRE DO CLIENTE
007900***************************************************************
008000 01  WS-NUMEROS-LIVRES       PIC X(35) VALUE
008100     "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008200 01  FILLER REDEFINES WS-NUMEROS-LIVRES.
008300     05  WS-NUMERO-SEQ       PIC X(01) OCCURS 35 TIMES.
008400 77  WS-IX-SEQ               PIC 9(02) COMP VALUE ZERO.
008500 77  WS-SEQ-LIVRE            PIC X(01) VALUE SPACE.
008600 77  WS-ACHOU-LIVRE-SWITCH   PIC X(01) VALUE "N".
008700     88  ACHOU-SEQ-LIVRE     VALUE "Y".
008800*
008900***************************************************************
009000*    LAYOUT COMUM DO MESTRE (VER COPYBOOKS/CUSTREC.CPY) E DO
009100*    SUB-RAZAO DE CONTAS (VER COPYBOOKS/ACCTREC.CPY)
009200***************************************************************
009300 COPY "CUSTREC.cpy".
009400 COPY "ACCTREC.cpy".
009500*
009600***************************************************************
009700*    IMAGENS ANTES/DEPOIS DE CADA MUDANCA (FILA TD RCRQ,
009800*    EXTRAPARTITION SOBRE O DATASET RECORLOG). NA INCLUSAO A
009900*    IMAGEM ANTES VAI EM BRANCO; NA EXCLUSAO, A DEPOIS
010000***************************************************************
010100 01  RECUR-LOG-RECORD.
010200     05  RLG-DATA            PIC 9(08).
010300     05  FILLER              PIC X(01) VALUE SPACE.
010400     05  RLG-HORA            PIC 9(08).
010500     05  FILLER              PIC X(01) VALUE SPACE.
010600     05  RLG-OPERADOR        PIC X(08).
010700     05  FILLER              PIC X(01) VALUE SPACE.
010800     05  RLG-ACAO            PIC X(01).
010900     05  FILLER              PIC X(01) VALUE SPACE.
011000     05  RLG-IMAGEM-ANTES    PIC X(106).
011100     05  FILLER              PIC X(01) VALUE SPACE.
011200     05  RLG-IMAGEM-DEPOIS   PIC X(106).
011300*
011400***************************************************************
011500*    PERFIL DO OPERADOR (SECPROF) E MATRIZ DE PERMISSOES
011600*    (PERMMAT) - MESMO PADRAO DAS DEMAIS TELAS
011700***************************************************************
011800 01  PROFILE-RECORD.
011900     05  PRF-OPERADOR        PIC X(08).
012000     05  FILLER              PIC X(01).
012100     05  PRF-SENHA           PIC X(08).
012200     05  FILLER              PIC X(01).
012300     05  PRF-VALIDADE        PIC 9(08).
012400     05  FILLER              PIC X(01).
012500     05  PRF-TROCA           PIC X(01).
012600     05  FILLER              PIC X(01).
012700     05  PRF-PAPEL           PIC X(08).
012800 01  PERM-RECORD.
012900     05  PRM-PAPEL           PIC X(08).
013000     05  FILLER              PIC X(01).
013100     05  PRM-FUNCAO          PIC X(08).
013200 01  WS-PERM-CHAVE.
013300     05  WS-PERM-PAPEL       PIC X(08).
013400     05  WS-PERM-FUNCAO      PIC X(08).
013500 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
013600 77  WS-TEM-PERMISSAO        PIC X(01) VALUE "N".
013700     88  OPERADOR-PERMITIDO  VALUE "Y".
013800*
013900***************************************************************
014000*    REGISTRO DE AUDITORIA (FILA TD AUDQ, MESMO LAYOUT DO
014100*    AUDITLOG DO LOTE)
014200***************************************************************
014300 01  AUDIT-RECORD.
014400     05  AUDIT-DATE          PIC 9(08).
014500     05  FILLER              PIC X(01) VALUE SPACE.
014600     05  AUDIT-TIME          PIC 9(08).
014700     05  FILLER              PIC X(01) VALUE SPACE.
014800     05  AUDIT-OPERATOR      PIC X(08).
014900     05  FILLER              PIC X(01) VALUE SPACE.
015000     05  AUDIT-OPCODE        PIC 9.
015100     05  FILLER              PIC X(01) VALUE SPACE.
015200     05  AUDIT-DESC          PIC X(30).
015300*
015400***************************************************************
015500*    COMMAREA PSEUDO-CONVERSACIONAL - CLIENTE CORRENTE E NUMERO
015600*    DA ULTIMA INSTRUCAO MOSTRADA (PARA O PF8 CONTINUAR DALI)
015700***************************************************************
015800 01  WS-COMMAREA.
015900     05  CA-CLIENTE-ID       PIC X(10).
016000     05  CA-ULTIMA-SEQ       PIC X(01).
016100*
016200***************************************************************
016300*    LIMITE DO QUATRO-OLHOS - A MESMA VARIAVEL APPRLIM DO LOTE
016400*    (REAIS INTEIROS, ZERO = DESLIGADO), ENTREGUE A REGIAO PELAS
016500*    OPCOES ENVAR DO LE
016600***************************************************************
016700 77  WS-LIMITE-APROVACAO     PIC 9(07) VALUE ZERO.
016800*
016900***************************************************************
017000*    CONFERENCIA DOS CAMPOS DIGITADOS
017100***************************************************************
017200 01  WS-VALOR-NUM            PIC 9(7)V99 VALUE ZERO.
017300 01  WS-VALOR-DIGITOS-NUM REDEFINES WS-VALOR-NUM
017400                             PIC 9(09).
017500 01  WS-DATA-CONF            PIC 9(08) VALUE ZERO.
017600 01  FILLER REDEFINES WS-DATA-CONF.
017700     05  WS-DC-ANO           PIC 9(04).
017800     05  WS-DC-MES           PIC 9(02).
017900     05  WS-DC-DIA           PIC 9(02).
018000 77  WS-DIA-NUM              PIC 9(02) VALUE ZERO.
018100 77  WS-VALOR-SWITCH         PIC X(01) VALUE "N".
018200     88  VALOR-INFORMADO     VALUE "Y".
018300 77  WS-FIM-SWITCH           PIC X(01) VALUE "N".
018400     88  FIM-INFORMADO       VALUE "Y".
018500 77  WS-ERRO-SWITCH          PIC X(01) VALUE "N".
018600     88  HOUVE-ERRO          VALUE "Y".
018700 77  WS-PRESO-SWITCH         PIC X(01) VALUE "N".
018800     88  REGISTRO-PRESO      VALUE "Y".
018900*
019000 77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
019100 77  WS-LINHA-NUM            PIC 9(02) VALUE ZERO.
019200 77  WS-QTDE-MOSTRADAS       PIC 9(02) VALUE ZERO.
019300 77  WS-FIM-BROWSE-SWITCH    PIC X(01) VALUE "N".
019400     88  FIM-DO-BROWSE       VALUE "Y".
019500 77  WS-ENCERRAR-SWITCH      PIC X(01) VALUE "N".
019600     88  ENCERRAR-SESSAO     VALUE "Y".
019700*
019800***************************************************************
019900*    LINHA DA LISTA (MESMAS COLUNAS DO CABECALHO DO RCRMAP)
020000***************************************************************
020100 01  WS-LINHA-INSTRUCAO.
020200     05  LR-SEQ              PIC X(01).
020300     05  FILLER              PIC X(01) VALUE SPACE.
020400     05  LR-ACAO             PIC X(01).
020500     05  FILLER              PIC X(01) VALUE SPACE.
020600     05  LR-VALOR            PIC ZZZZZZ9.99.
020700     05  FILLER              PIC X(01) VALUE SPACE.
020800     05  LR-DIA              PIC 9(02).
020900     05  FILLER              PIC X(01) VALUE SPACE.
021000     05  LR-INICIO           PIC 9(08).
021100     05  FILLER              PIC X(01) VALUE SPACE.
021200     05  LR-FIM              PIC X(08).
021300     05  FILLER              PIC X(01) VALUE SPACE.
021400     05  LR-CONTA            PIC X(02).
021500     05  FILLER              PIC X(01) VALUE SPACE.
021600     05  LR-SITUACAO         PIC X(08).
021700     05  FILLER              PIC X(01) VALUE SPACE.
021800     05  LR-DESCRICAO        PIC X(20).
021900     05  FILLER              PIC X(01) VALUE SPACE.
022000     05  LR-PROPOSTO-X       PIC X(10).
022100     05  LR-PROPOSTO REDEFINES LR-PROPOSTO-X
022200                             PIC ZZZZZZ9.99.
022300 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
022400*
022500***************************************************************
022600*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
022700***************************************************************
022800 COPY "RUNDATE.cpy".
022900*
023000 LINKAGE SECTION.
023100*
023200*    A MAIOR DAS DUAS COMMAREAS QUE CHEGAM AQUI (ESTA PROPRIA; A
023300*    DA TELA CMNT E SO O CLIENTE)
023400 01  DFHCOMMAREA             PIC X(11).
023500*
023600 PROCEDURE DIVISION.
023700*
023800***************************************************************
023900*    0000-MAINLINE - MESMO CICLO PSEUDO-CONVERSACIONAL DAS      *
024000*    DEMAIS TELAS                                               *
024100***************************************************************
024200 0000-MAINLINE.
024300     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
024400     ACCEPT RUN-HORA FROM TIME.
024500     ACCEPT WS-LIMITE-APROVACAO FROM ENVIRONMENT "APPRLIM".
024600     IF WS-LIMITE-APROVACAO NOT NUMERIC
024700         MOVE ZERO TO WS-LIMITE-APROVACAO
024800     END-IF.
024900     IF EIBCALEN = 0
025000         PERFORM 1000-ENVIAR-TELA-INICIAL
025100             THRU 1000-ENVIAR-TELA-INICIAL-EXIT
025200     ELSE
025300*    CHEGANDO POR PF6 DA TELA CMNT A COMMAREA E A DELA E SO O
025400*    CLIENTE CORRENTE (PRIMEIROS DEZ BYTES) APROVEITA
025500         IF EIBCALEN = LENGTH OF WS-COMMAREA
025600             MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA)
025700                 TO WS-COMMAREA
025800         ELSE
025900             MOVE DFHCOMMAREA(1:10) TO CA-CLIENTE-ID
026000             MOVE LOW-VALUE TO CA-ULTIMA-SEQ
026100         END-IF
026200         PERFORM 2000-PROCESSAR-TECLA
026300             THRU 2000-PROCESSAR-TECLA-EXIT
026400     END-IF.
026500     IF ENCERRAR-SESSAO
026600         EXEC CICS RETURN
026700         END-EXEC
026800     ELSE
026900         EXEC CICS RETURN
027000             TRANSID('CREC')
027100             COMMAREA(WS-COMMAREA)
027200             LENGTH(LENGTH OF WS-COMMAREA)
027300         END-EXEC
027400     END-IF.
027500     GOBACK.
027600*
027700***************************************************************
027800*    1000-ENVIAR-TELA-INICIAL                                  *
027900***************************************************************
028000 1000-ENVIAR-TELA-INICIAL.
028100     MOVE SPACES TO RCRMAPO.
028200     MOVE -1     TO CLIENTIDL.
028300     MOVE SPACES TO CA-CLIENTE-ID.
028400     MOVE LOW-VALUE TO CA-ULTIMA-SEQ.
028500     EXEC CICS SEND MAP('RCRMAP')
028600         MAPSET('RCRSET')
028700         FROM(RCRMAPO)
028800         ERASE
028900     END-EXEC.
029000 1000-ENVIAR-TELA-INICIAL-EXIT.
029100     EXIT.
029200*
029300***************************************************************
029400*    2000-PROCESSAR-TECLA - PF3/CLEAR ENCERRA, PF8 FOLHEIA,     *
029500*    ENTER EXECUTA A ACAO DIGITADA OU, SEM ACAO, CONSULTA       *
029600***************************************************************
029700 2000-PROCESSAR-TECLA.
029800     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
029900         PERFORM 1100-ENVIAR-TELA-DESPEDIDA
030000             THRU 1100-ENVIAR-TELA-DESPEDIDA-EXIT
030100     ELSE
030200         EXEC CICS RECEIVE MAP('RCRMAP')
030300             MAPSET('RCRSET')
030400             INTO(RCRMAPI)
030500             RESP(WS-RESP)
030600         END-EXEC
030700*        CHEGADA POR XCTL DA TELA CMNT (PF6): A TELA DO CHAMADOR
030800*        AINDA ESTA NO TERMINAL E O RECEIVE DA MAPFAIL - MONTA A
030900*        ENTRADA A PARTIR DO CLIENTE ENTREGUE NA COMMAREA
031000         IF WS-RESP NOT = DFHRESP(NORMAL)
031100             MOVE LOW-VALUES TO RCRMAPI
031200             MOVE CA-CLIENTE-ID TO CLIENTIDI
031300         END-IF
031400         IF CLIENTIDI = SPACES OR CLIENTIDI = LOW-VALUES
031500             MOVE CA-CLIENTE-ID TO CLIENTIDI
031600         END-IF
031700         IF CLIENTIDI NOT = CA-CLIENTE-ID
031800             MOVE LOW-VALUE TO CA-ULTIMA-SEQ
031900         END-IF
032000         IF SEQI = LOW-VALUE
032100             MOVE SPACE TO SEQI
032200         END-IF
032300         MOVE SPACES TO WS-MENSAGEM-AREA
032400         PERFORM 0500-VERIFICAR-PERMISSAO
032500             THRU 0500-VERIFICAR-PERMISSAO-EXIT
032600         IF OPERADOR-PERMITIDO
032700             EVALUATE TRUE
032800                 WHEN EIBAID = DFHPF8
032900                     PERFORM 2200-LISTAR-INSTRUCOES
033000                         THRU 2200-LISTAR-INSTRUCOES-EXIT
033100                 WHEN ACAOI = SPACE OR ACAOI = LOW-VALUE
033200                     PERFORM 2150-CONSULTAR-INSTRUCAO
033300                         THRU 2150-CONSULTAR-INSTRUCAO-EXIT
033400                 WHEN OTHER
033500                     PERFORM 2100-EXECUTAR-ACAO
033600                         THRU 2100-EXECUTAR-ACAO-EXIT
033700             END-EVALUATE
033800         END-IF
033900         PERFORM 3000-REENVIAR-TELA
034000             THRU 3000-REENVIAR-TELA-EXIT
034100     END-IF.
034200 2000-PROCESSAR-TECLA-EXIT.
034300     EXIT.
034400*
034500***************************************************************
034600*    0500-VERIFICAR-PERMISSAO - PERFIL NO SECPROF E FUNCAO      *
034700*    "CREC" NA MATRIZ PERMMAT (MESMOS LAYOUTS DA ROTINA         *
034800*    SECURITY-CHECK DO LOTE)                                    *
034900***************************************************************
035000 0500-VERIFICAR-PERMISSAO.
035100     MOVE "N" TO WS-TEM-PERMISSAO.
035200     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
035300     END-EXEC.
035400     EXEC CICS READ DATASET('SECPROF')
035500         INTO(PROFILE-RECORD)
035600         RIDFLD(WS-OPERATOR-ID)
035700         RESP(WS-RESP)
035800     END-EXEC.
035900     IF WS-RESP NOT = DFHRESP(NORMAL)
036000         MOVE "ACESSO NEGADO - OPERADOR SEM PERFIL (SECPROF)"
036100             TO WS-MENSAGEM-AREA
036200         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
036300     END-IF.
036400     MOVE PRF-PAPEL TO WS-PERM-PAPEL.
036500     MOVE "CREC    " TO WS-PERM-FUNCAO.
036600     EXEC CICS READ DATASET('PERMMAT')
036700         INTO(PERM-RECORD)
036800         RIDFLD(WS-PERM-CHAVE)
036900         RESP(WS-RESP)
037000     END-EXEC.
037100     IF WS-RESP NOT = DFHRESP(NORMAL)
037200         MOVE "ACESSO NEGADO - FUNCAO CREC NAO PERMITIDA"
037300             TO WS-MENSAGEM-AREA
037400         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
037500     END-IF.
037600     MOVE "Y" TO WS-TEM-PERMISSAO.
037700 0500-VERIFICAR-PERMISSAO-EXIT.
037800     EXIT.
037900*
038000***************************************************************
038100*    1100-ENVIAR-TELA-DESPEDIDA                                *
038200***************************************************************
038300 1100-ENVIAR-TELA-DESPEDIDA.
038400     MOVE "Y" TO WS-ENCERRAR-SWITCH.
038500     EXEC CICS SEND TEXT
038600         FROM("RECORRENCIA-ONLINE ENCERRADA.")
038700         LENGTH(LENGTH OF "RECORRENCIA-ONLINE ENCERRADA.")
038800         ERASE
038900         FREEKB
039000     END-EXEC.
039100 1100-ENVIAR-TELA-DESPEDIDA-EXIT.
039200     EXIT.
039300*
039400***************************************************************
039500*    2100-EXECUTAR-ACAO - CONFERE O CLIENTE NO MESTRE E DESVIA  *
039600*    PARA A ACAO DIGITADA; NO ERRO, SOLTA O REGISTRO LIDO PARA  *
039700*    ATUALIZACAO. NO ACERTO, REMOSTRA A INSTRUCAO E A LISTA     *
039800***************************************************************
039900 2100-EXECUTAR-ACAO.
040000     MOVE "N" TO WS-ERRO-SWITCH.
040100     MOVE "N" TO WS-PRESO-SWITCH.
040200     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
040300     IF HOUVE-ERRO
040400         GO TO 2100-EXECUTAR-ACAO-EXIT
040500     END-IF.
040600     EVALUATE ACAOI
040700         WHEN "I"
040800             PERFORM 2300-INCLUIR THRU 2300-INCLUIR-EXIT
040900         WHEN "A"
041000             PERFORM 2310-ALTERAR THRU 2310-ALTERAR-EXIT
041100         WHEN "S"
041200             PERFORM 2320-SUSPENDER THRU 2320-SUSPENDER-EXIT
041300         WHEN "R"
041400             PERFORM 2330-REATIVAR THRU 2330-REATIVAR-EXIT
041500         WHEN "E"
041600             PERFORM 2340-ENCERRAR THRU 2340-ENCERRAR-EXIT
041700         WHEN "V"
041800             PERFORM 2350-APROVAR THRU 2350-APROVAR-EXIT
041900         WHEN "X"
042000             PERFORM 2360-REJEITAR THRU 2360-REJEITAR-EXIT
042100         WHEN OTHER
042200             MOVE "ACAO: I, A, S, R, E, V OU X (BRANCO CONSULTA)"
042300                 TO WS-MENSAGEM-AREA
042400             MOVE "Y" TO WS-ERRO-SWITCH
042500     END-EVALUATE.
042600     IF HOUVE-ERRO
042700         IF REGISTRO-PRESO
042800             EXEC CICS UNLOCK DATASET('RECORFIL')
042900                 RESP(WS-RESP)
043000             END-EXEC
043100         END-IF
043200         GO TO 2100-EXECUTAR-ACAO-EXIT
043300     END-IF.
043400     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
043500     MOVE SPACE TO ACAOO.
043600     MOVE RCR-SEQ TO SEQO.
043700     IF RCR-CUST-ID = SPACES
043800         PERFORM 2180-LIMPAR-CAMPOS THRU 2180-LIMPAR-CAMPOS-EXIT
043900     ELSE
044000         PERFORM 2160-MOSTRAR-CAMPOS THRU 2160-MOSTRAR-CAMPOS-EXIT
044100     END-IF.
044200     MOVE WS-MENSAGEM-AREA TO MENSAGEMO.
044300     PERFORM 2200-LISTAR-INSTRUCOES
044400         THRU 2200-LISTAR-INSTRUCOES-EXIT.
044500     MOVE MENSAGEMO TO WS-MENSAGEM-AREA.
044600 2100-EXECUTAR-ACAO-EXIT.
044700     EXIT.
044800*
044900***************************************************************
045000*    2110-LER-CLIENTE - O CLIENTE TEM DE EXISTIR NO MESTRE      *
045100***************************************************************
045200 2110-LER-CLIENTE.
045300     IF CLIENTIDI = SPACES OR CLIENTIDI = LOW-VALUES
045400         MOVE "INFORME O ID DO CLIENTE" TO WS-MENSAGEM-AREA
045500         MOVE "Y" TO WS-ERRO-SWITCH
045600         GO TO 2110-LER-CLIENTE-EXIT
045700     END-IF.
045800     MOVE CLIENTIDI TO CUST-ID.
045900     EXEC CICS READ DATASET('CUSTMAST')
046000         INTO(CUSTOMER-MASTER-RECORD)
046100         RIDFLD(CUST-ID)
046200         RESP(WS-RESP)
046300     END-EXEC.
046400     IF WS-RESP NOT = DFHRESP(NORMAL)
046500         MOVE "CLIENTE NAO ENCONTRADO NO MESTRE"
046600             TO WS-MENSAGEM-AREA
046700         MOVE "Y" TO WS-ERRO-SWITCH
046800         GO TO 2110-LER-CLIENTE-EXIT
046900     END-IF.
047000     MOVE CUST-ID TO CA-CLIENTE-ID.
047100 2110-LER-CLIENTE-EXIT.
047200     EXIT.
047300*
047400***************************************************************
047500*    2115-CONFERIR-SITUACAO-CLIENTE - SO CLIENTE ATIVO OU       *
047600*    INATIVO PODE TER INSTRUCAO INCLUIDA, ALTERADA, REATIVADA   *
047700*    OU APROVADA                                                *
047800***************************************************************
047900 2115-CONFERIR-SITUACAO-CLIENTE.
048000     IF CUST-CANCELADO OR CUST-BLOQUEADO OR CUST-PENDENTE
048100         MOVE SPACES TO WS-MENSAGEM-AREA
048200         STRING "CLIENTE COM STATUS " CUST-STATUS
048300             " (CANCELADO/BLOQUEADO/PENDENTE) - ACAO RECUSADA"
048400             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
048500         END-STRING
048600         MOVE "Y" TO WS-ERRO-SWITCH
048700     END-IF.
048800 2115-CONFERIR-SITUACAO-CLIENTE-EXIT.
048900     EXIT.
049000*
049100***************************************************************
049200*    2120-APLICAR-TELA - LEVA PARA O REGISTRO OS CAMPOS         *
049300*    DIGITADOS (EM BRANCO MANTEM O QUE ESTA NELE), CONFERINDO   *
049400*    O FORMATO DE CADA UM                                       *
049500***************************************************************
049600 2120-APLICAR-TELA.
049700     MOVE "N" TO WS-VALOR-SWITCH.
049800     MOVE "N" TO WS-FIM-SWITCH.
049900     IF TIPOCDI NOT = SPACE AND TIPOCDI NOT = LOW-VALUE
050000         IF TIPOCDI NOT = "C" AND TIPOCDI NOT = "D"
050100             MOVE "C/D: C (CREDITO) OU D (DEBITO)"
050200                 TO WS-MENSAGEM-AREA
050300             MOVE "Y" TO WS-ERRO-SWITCH
050400             GO TO 2120-APLICAR-TELA-EXIT
050500         END-IF
050600         MOVE TIPOCDI TO RCR-ACAO
050700     END-IF.
050800     IF VALORI NOT = SPACES AND VALORI NOT = LOW-VALUES
050900         IF VALORI NOT NUMERIC OR VALORI = ZEROS
051000             MOVE "VALOR: NOVE DIGITOS SEM PONTO, MAIOR QUE ZERO"
051100                 TO WS-MENSAGEM-AREA
051200             MOVE "Y" TO WS-ERRO-SWITCH
051300             GO TO 2120-APLICAR-TELA-EXIT
051400         END-IF
051500         MOVE VALORI TO WS-VALOR-DIGITOS-NUM
051600         MOVE "Y" TO WS-VALOR-SWITCH
051700     END-IF.
051800*    ATE 28 PARA O VENCIMENTO EXISTIR EM TODO MES (O GERADOR
051900*    DESCARTA O DIA QUE NAO EXISTE NO MES CORRENTE)
052000     IF DIAMESI NOT = SPACES AND DIAMESI NOT = LOW-VALUES
052100         IF DIAMESI NOT NUMERIC
052200             MOVE "DIA DO MES: 01 A 28" TO WS-MENSAGEM-AREA
052300             MOVE "Y" TO WS-ERRO-SWITCH
052400             GO TO 2120-APLICAR-TELA-EXIT
052500         END-IF
052600         MOVE DIAMESI TO WS-DIA-NUM
052700         IF WS-DIA-NUM < 1 OR WS-DIA-NUM > 28
052800             MOVE "DIA DO MES: 01 A 28" TO WS-MENSAGEM-AREA
052900             MOVE "Y" TO WS-ERRO-SWITCH
053000             GO TO 2120-APLICAR-TELA-EXIT
053100         END-IF
053200         MOVE WS-DIA-NUM TO RCR-DIA-MES
053300     END-IF.
053400     IF DTINII NOT = SPACES AND DTINII NOT = LOW-VALUES
053500         IF DTINII NOT NUMERIC
053600             MOVE "INICIO: DATA AAAAMMDD" TO WS-MENSAGEM-AREA
053700             MOVE "Y" TO WS-ERRO-SWITCH
053800             GO TO 2120-APLICAR-TELA-EXIT
053900         END-IF
054000         MOVE DTINII TO WS-DATA-CONF
054100         IF WS-DC-MES < 1 OR WS-DC-MES > 12
054200             OR WS-DC-DIA < 1 OR WS-DC-DIA > 31
054300             MOVE "INICIO: DATA AAAAMMDD" TO WS-MENSAGEM-AREA
054400             MOVE "Y" TO WS-ERRO-SWITCH
054500             GO TO 2120-APLICAR-TELA-EXIT
054600         END-IF
054700         MOVE WS-DATA-CONF TO RCR-DATA-INICIO
054800     END-IF.
054900*    FIM ZERO DIGITADO TIRA A DATA DE FIM (SEM FIM)
055000     IF DTFIMI NOT = SPACES AND DTFIMI NOT = LOW-VALUES
055100         IF DTFIMI NOT NUMERIC
055200             MOVE "FIM: DATA AAAAMMDD (ZEROS = SEM FIM)"
055300                 TO WS-MENSAGEM-AREA
055400             MOVE "Y" TO WS-ERRO-SWITCH
055500             GO TO 2120-APLICAR-TELA-EXIT
055600         END-IF
055700         MOVE DTFIMI TO WS-DATA-CONF
055800         IF WS-DATA-CONF NOT = ZERO
055900             AND (WS-DC-MES < 1 OR WS-DC-MES > 12
056000             OR WS-DC-DIA < 1 OR WS-DC-DIA > 31)
056100             MOVE "FIM: DATA AAAAMMDD (ZEROS = SEM FIM)"
056200                 TO WS-MENSAGEM-AREA
056300             MOVE "Y" TO WS-ERRO-SWITCH
056400             GO TO 2120-APLICAR-TELA-EXIT
056500         END-IF
056600         MOVE WS-DATA-CONF TO RCR-DATA-FIM
056700         MOVE "Y" TO WS-FIM-SWITCH
056800     END-IF.
056900     IF CONTAI NOT = SPACES AND CONTAI NOT = LOW-VALUES
057000         MOVE CONTAI TO RCR-CONTA
057100     END-IF.
057200     IF DESCRI NOT = SPACES AND DESCRI NOT = LOW-VALUES
057300         MOVE DESCRI TO RCR-DESCRICAO
057400     END-IF.
057500 2120-APLICAR-TELA-EXIT.
057600     EXIT.
057700*
057800***************************************************************
057900*    2130-VALIDAR-INSTRUCAO - A INSTRUCAO COMO VAI FICAR: C/D,  *
058000*    DIA, VIGENCIA E CONTA EXISTENTE DO CLIENTE NO CUSTACCT     *
058100*    (BRANCO ASSUME CONTA CORRENTE "CC", COMO NO LOTE)          *
058200***************************************************************
058300 2130-VALIDAR-INSTRUCAO.
058400     IF NOT RCR-CREDITO AND NOT RCR-DEBITO
058500         MOVE "C/D: C (CREDITO) OU D (DEBITO)" TO WS-MENSAGEM-AREA
058600         MOVE "Y" TO WS-ERRO-SWITCH
058700         GO TO 2130-VALIDAR-INSTRUCAO-EXIT
058800     END-IF.
058900     IF RCR-DIA-MES NOT NUMERIC OR RCR-DIA-MES = ZERO
059000         OR RCR-DIA-MES > 31
059100         MOVE "DIA DO MES: 01 A 28" TO WS-MENSAGEM-AREA
059200         MOVE "Y" TO WS-ERRO-SWITCH
059300         GO TO 2130-VALIDAR-INSTRUCAO-EXIT
059400     END-IF.
059500     IF RCR-DATA-INICIO NOT NUMERIC OR RCR-DATA-INICIO = ZERO
059600         MOVE "INICIO: DATA AAAAMMDD" TO WS-MENSAGEM-AREA
059700         MOVE "Y" TO WS-ERRO-SWITCH
059800         GO TO 2130-VALIDAR-INSTRUCAO-EXIT
059900     END-IF.
060000     IF RCR-DATA-FIM NOT NUMERIC
060100         MOVE ZERO TO RCR-DATA-FIM
060200     END-IF.
060300     IF RCR-DATA-FIM NOT = ZERO
060400         AND RCR-DATA-FIM < RCR-DATA-INICIO
060500         MOVE "FIM ANTERIOR AO INICIO" TO WS-MENSAGEM-AREA
060600         MOVE "Y" TO WS-ERRO-SWITCH
060700         GO TO 2130-VALIDAR-INSTRUCAO-EXIT
060800     END-IF.
060900     IF FIM-INFORMADO AND RCR-DATA-FIM NOT = ZERO
061000         AND RCR-DATA-FIM < RUN-DATA
061100         MOVE "FIM NAO PODE SER ANTERIOR A HOJE"
061200             TO WS-MENSAGEM-AREA
061300         MOVE "Y" TO WS-ERRO-SWITCH
061400         GO TO 2130-VALIDAR-INSTRUCAO-EXIT
061500     END-IF.
061600     IF RCR-CONTA = SPACES
061700         MOVE "CC" TO RCR-CONTA
061800     END-IF.
061900     MOVE RCR-CUST-ID TO ACC-CUST-ID.
062000     MOVE RCR-CONTA TO ACC-TIPO.
062100     EXEC CICS READ DATASET('CUSTACCT')
062200         INTO(ACCOUNT-RECORD)
062300         RIDFLD(ACC-CHAVE)
062400         RESP(WS-RESP)
062500     END-EXEC.
062600     IF WS-RESP NOT = DFHRESP(NORMAL)
062700         MOVE SPACES TO WS-MENSAGEM-AREA
062800         STRING "CONTA " RCR-CONTA " NAO EXISTE PARA O CLIENTE"
062900             " NO CUSTACCT (CC, PP OU AP)"
063000             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
063100         END-STRING
063200         MOVE "Y" TO WS-ERRO-SWITCH
063300     END-IF.
063400 2130-VALIDAR-INSTRUCAO-EXIT.
063500     EXIT.
063600*
063700***************************************************************
063800*    2140-PROXIMA-SEQ - PRIMEIRO NUMERO LIVRE DO CLIENTE        *
063900***************************************************************
064000 2140-PROXIMA-SEQ.
064100     MOVE "N" TO WS-ACHOU-LIVRE-SWITCH.
064200     PERFORM 2145-TESTAR-SEQ THRU 2145-TESTAR-SEQ-EXIT
064300         VARYING WS-IX-SEQ FROM 1 BY 1
064400         UNTIL WS-IX-SEQ > 35 OR ACHOU-SEQ-LIVRE.
064500 2140-PROXIMA-SEQ-EXIT.
064600     EXIT.
064700*
064800***************************************************************
064900*    2145-TESTAR-SEQ - NOTFND NA CHAVE = NUMERO LIVRE           *
065000***************************************************************
065100 2145-TESTAR-SEQ.
065200     MOVE CA-CLIENTE-ID TO WS-RCR-CHAVE-CUST.
065300     MOVE WS-NUMERO-SEQ (WS-IX-SEQ) TO WS-RCR-CHAVE-SEQ.
065400     EXEC CICS READ DATASET('RECORFIL')
065500         INTO(RECUR-RECORD)
065600         RIDFLD(WS-RCR-CHAVE)
065700         RESP(WS-RESP)
065800     END-EXEC.
065900     IF WS-RESP = DFHRESP(NOTFND)
066000         MOVE WS-RCR-CHAVE-SEQ TO WS-SEQ-LIVRE
066100         MOVE "Y" TO WS-ACHOU-LIVRE-SWITCH
066200     END-IF.
066300 2145-TESTAR-SEQ-EXIT.
066400     EXIT.
066500*
066600***************************************************************
066700*    2150-CONSULTAR-INSTRUCAO - ENTER SEM ACAO: LISTA DO        *
066800*    PRIMEIRO NUMERO E, COM NUMERO INFORMADO, TRAZ A INSTRUCAO  *
066900*    PARA OS CAMPOS (NUMERO EM BRANCO E A INSTRUCAO ANTIGA, SEM *
067000*    NUMERO, QUANDO O CLIENTE TIVER UMA)                        *
067100***************************************************************
067200 2150-CONSULTAR-INSTRUCAO.
067300     MOVE "N" TO WS-ERRO-SWITCH.
067400     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
067500     IF HOUVE-ERRO
067600         GO TO 2150-CONSULTAR-INSTRUCAO-EXIT
067700     END-IF.
067800     PERFORM 2200-LISTAR-INSTRUCOES
067900         THRU 2200-LISTAR-INSTRUCOES-EXIT.
068000     MOVE CA-CLIENTE-ID TO WS-RCR-CHAVE-CUST.
068100     MOVE SEQI TO WS-RCR-CHAVE-SEQ.
068200     EXEC CICS READ DATASET('RECORFIL')
068300         INTO(RECUR-RECORD)
068400         RIDFLD(WS-RCR-CHAVE)
068500         RESP(WS-RESP)
068600     END-EXEC.
068700     IF WS-RESP = DFHRESP(NORMAL)
068800         PERFORM 2160-MOSTRAR-CAMPOS THRU 2160-MOSTRAR-CAMPOS-EXIT
068900         MOVE "ENTER COM ACAO ATUALIZA A INSTRUCAO MOSTRADA"
069000             TO WS-MENSAGEM-AREA
069100     ELSE
069200         PERFORM 2180-LIMPAR-CAMPOS THRU 2180-LIMPAR-CAMPOS-EXIT
069300     END-IF.
069400 2150-CONSULTAR-INSTRUCAO-EXIT.
069500     EXIT.
069600*
069700***************************************************************
069800*    2160-MOSTRAR-CAMPOS - INSTRUCAO LIDA NOS CAMPOS DA TELA    *
069900***************************************************************
070000 2160-MOSTRAR-CAMPOS.
070100     MOVE RCR-ACAO TO TIPOCDO.
070200     MOVE ZERO TO WS-VALOR-NUM.
070300     IF RCR-VALOR NUMERIC
070400         MOVE RCR-VALOR TO WS-VALOR-NUM
070500     END-IF.
070600     MOVE WS-VALOR-DIGITOS-NUM TO VALORO.
070700     MOVE RCR-DIA-MES TO DIAMESO.
070800     MOVE RCR-DATA-INICIO TO DTINIO.
070900     MOVE RCR-DATA-FIM TO DTFIMO.
071000     MOVE RCR-CONTA TO CONTAO.
071100     MOVE RCR-DESCRICAO TO DESCRO.
071200 2160-MOSTRAR-CAMPOS-EXIT.
071300     EXIT.
071400*
071500***************************************************************
071600*    2180-LIMPAR-CAMPOS                                        *
071700***************************************************************
071800 2180-LIMPAR-CAMPOS.
071900     MOVE SPACES TO TIPOCDO VALORO DIAMESO DTINIO DTFIMO CONTAO
072000         DESCRO.
072100 2180-LIMPAR-CAMPOS-EXIT.
072200     EXIT.
072300*
072400***************************************************************
072500*    2190-LER-PARA-ATUALIZAR - READ UPDATE DA INSTRUCAO DE      *
072600*    NUMERO INFORMADO E GUARDA A IMAGEM ANTES                   *
072700***************************************************************
072800 2190-LER-PARA-ATUALIZAR.
072900     MOVE CA-CLIENTE-ID TO WS-RCR-CHAVE-CUST.
073000     MOVE SEQI TO WS-RCR-CHAVE-SEQ.
073100     EXEC CICS READ DATASET('RECORFIL')
073200         INTO(RECUR-RECORD)
073300         RIDFLD(WS-RCR-CHAVE)
073400         UPDATE
073500         RESP(WS-RESP)
073600     END-EXEC.
073700     IF WS-RESP = DFHRESP(NOTFND)
073800         MOVE "INSTRUCAO NAO ENCONTRADA PARA O CLIENTE"
073900             TO WS-MENSAGEM-AREA
074000         MOVE "Y" TO WS-ERRO-SWITCH
074100         GO TO 2190-LER-PARA-ATUALIZAR-EXIT
074200     END-IF.
074300     IF WS-RESP NOT = DFHRESP(NORMAL)
074400         MOVE "RECORFIL INDISPONIVEL - TENTE MAIS TARDE"
074500             TO WS-MENSAGEM-AREA
074600         MOVE "Y" TO WS-ERRO-SWITCH
074700         GO TO 2190-LER-PARA-ATUALIZAR-EXIT
074800     END-IF.
074900     MOVE "Y" TO WS-PRESO-SWITCH.
075000     MOVE RECUR-RECORD TO WS-IMAGEM-ANTES.
075100 2190-LER-PARA-ATUALIZAR-EXIT.
075200     EXIT.
075300*
075400***************************************************************
075500*    2195-REGRAVAR - CARIMBA A ULTIMA MANUTENCAO E REGRAVA      *
075600***************************************************************
075700 2195-REGRAVAR.
075800     MOVE RUN-DATA TO RCR-DATA-ALTER.
075900     MOVE WS-OPERATOR-ID TO RCR-OPER-ALTER.
076000     EXEC CICS REWRITE DATASET('RECORFIL')
076100         FROM(RECUR-RECORD)
076200         RESP(WS-RESP)
076300     END-EXEC.
076400     IF WS-RESP NOT = DFHRESP(NORMAL)
076500         MOVE "ERRO AO REGRAVAR A INSTRUCAO NO RECORFIL"
076600             TO WS-MENSAGEM-AREA
076700         MOVE "Y" TO WS-ERRO-SWITCH
076800         GO TO 2195-REGRAVAR-EXIT
076900     END-IF.
077000     MOVE "N" TO WS-PRESO-SWITCH.
077100 2195-REGRAVAR-EXIT.
077200     EXIT.
077300*
077400***************************************************************
077500*    2300-INCLUIR - NOVA INSTRUCAO NO PRIMEIRO NUMERO LIVRE;    *
077600*    VALOR ACIMA DO APPRLIM NASCE PENDENTE ("P") E SO GERA      *
077700*    COBRANCA DEPOIS DA APROVACAO DE OUTRO OPERADOR             *
077800***************************************************************
077900 2300-INCLUIR.
078000     PERFORM 2115-CONFERIR-SITUACAO-CLIENTE
078100         THRU 2115-CONFERIR-SITUACAO-CLIENTE-EXIT.
078200     IF HOUVE-ERRO
078300         GO TO 2300-INCLUIR-EXIT
078400     END-IF.
078500     IF TIPOCDI = SPACE OR TIPOCDI = LOW-VALUE
078600         OR VALORI = SPACES OR VALORI = LOW-VALUES
078700         OR DIAMESI = SPACES OR DIAMESI = LOW-VALUES
078800         OR DTINII = SPACES OR DTINII = LOW-VALUES
078900         MOVE "INCLUSAO: INFORME C/D, VALOR, DIA E INICIO"
079000             TO WS-MENSAGEM-AREA
079100         MOVE "Y" TO WS-ERRO-SWITCH
079200         GO TO 2300-INCLUIR-EXIT
079300     END-IF.
079400     MOVE SPACES TO RECUR-RECORD.
079500     MOVE CA-CLIENTE-ID TO RCR-CUST-ID.
079600     MOVE ZERO TO RCR-DATA-FIM.
079700     PERFORM 2120-APLICAR-TELA THRU 2120-APLICAR-TELA-EXIT.
079800     IF HOUVE-ERRO
079900         GO TO 2300-INCLUIR-EXIT
080000     END-IF.
080100     MOVE WS-VALOR-NUM TO RCR-VALOR.
080200     PERFORM 2130-VALIDAR-INSTRUCAO
080300         THRU 2130-VALIDAR-INSTRUCAO-EXIT.
080400     IF HOUVE-ERRO
080500         GO TO 2300-INCLUIR-EXIT
080600     END-IF.
080700     IF WS-LIMITE-APROVACAO > ZERO
080800         AND WS-VALOR-NUM > WS-LIMITE-APROVACAO
080900         MOVE "P" TO RCR-SITUACAO
081000         MOVE WS-OPERATOR-ID TO RCR-OPER-PROPOSTO
081100     ELSE
081200         MOVE "A" TO RCR-SITUACAO
081300     END-IF.
081400     MOVE RUN-DATA TO RCR-DATA-ALTER.
081500     MOVE WS-OPERATOR-ID TO RCR-OPER-ALTER.
081600*    A PROCURA DO NUMERO LIVRE LE POR CIMA DO REGISTRO: GUARDA A
081700*    INSTRUCAO MONTADA NA IMAGEM E DEVOLVE DEPOIS
081800     MOVE RECUR-RECORD TO WS-IMAGEM-ANTES.
081900     PERFORM 2140-PROXIMA-SEQ THRU 2140-PROXIMA-SEQ-EXIT.
082000     MOVE WS-IMAGEM-ANTES TO RECUR-RECORD.
082100     MOVE SPACES TO WS-IMAGEM-ANTES.
082200     IF NOT ACHOU-SEQ-LIVRE
082300         MOVE "CLIENTE JA TEM 35 INSTRUCOES - ENCERRE OU REJEITE"
082400             TO WS-MENSAGEM-AREA
082500         MOVE "Y" TO WS-ERRO-SWITCH
082600         GO TO 2300-INCLUIR-EXIT
082700     END-IF.
082800     MOVE WS-SEQ-LIVRE TO RCR-SEQ.
082900     EXEC CICS WRITE DATASET('RECORFIL')
083000         FROM(RECUR-RECORD)
083100         RIDFLD(RCR-CHAVE)
083200         RESP(WS-RESP)
083300     END-EXEC.
083400     IF WS-RESP NOT = DFHRESP(NORMAL)
083500         MOVE "ERRO AO GRAVAR A INSTRUCAO NO RECORFIL"
083600             TO WS-MENSAGEM-AREA
083700         MOVE "Y" TO WS-ERRO-SWITCH
083800         GO TO 2300-INCLUIR-EXIT
083900     END-IF.
084000     MOVE SPACES TO WS-MENSAGEM-AREA.
084100     IF RCR-PENDENTE
084200         STRING "INSTRUCAO " RCR-SEQ " INCLUIDA ACIMA DO APPRLIM"
084300             " - AGUARDA APROVACAO DE OUTRO OPERADOR"
084400             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
084500         END-STRING
084600     ELSE
084700         STRING "INSTRUCAO " RCR-SEQ " INCLUIDA"
084800             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
084900         END-STRING
085000     END-IF.
085100 2300-INCLUIR-EXIT.
085200     EXIT.
085300*
085400***************************************************************
085500*    2310-ALTERAR - CAMPOS DIGITADOS SOBRE A INSTRUCAO; VALOR   *
085600*    NOVO ACIMA DO APPRLIM FICA PROPOSTO (O GERADOR CONTINUA    *
085700*    COM O VALOR ATUAL ATE A APROVACAO)                         *
085800***************************************************************
085900 2310-ALTERAR.
086000     PERFORM 2115-CONFERIR-SITUACAO-CLIENTE
086100         THRU 2115-CONFERIR-SITUACAO-CLIENTE-EXIT.
086200     IF HOUVE-ERRO
086300         GO TO 2310-ALTERAR-EXIT
086400     END-IF.
086500     PERFORM 2190-LER-PARA-ATUALIZAR
086600         THRU 2190-LER-PARA-ATUALIZAR-EXIT.
086700     IF HOUVE-ERRO
086800         GO TO 2310-ALTERAR-EXIT
086900     END-IF.
087000     IF RCR-PENDENTE OR RCR-VALOR-PROPOSTO NUMERIC
087100         MOVE "HA PENDENCIA - APROVE (V) OU REJEITE (X) ANTES"
087200             TO WS-MENSAGEM-AREA
087300         MOVE "Y" TO WS-ERRO-SWITCH
087400         GO TO 2310-ALTERAR-EXIT
087500     END-IF.
087600     PERFORM 2120-APLICAR-TELA THRU 2120-APLICAR-TELA-EXIT.
087700     IF HOUVE-ERRO
087800         GO TO 2310-ALTERAR-EXIT
087900     END-IF.
088000     PERFORM 2130-VALIDAR-INSTRUCAO
088100         THRU 2130-VALIDAR-INSTRUCAO-EXIT.
088200     IF HOUVE-ERRO
088300         GO TO 2310-ALTERAR-EXIT
088400     END-IF.
088500     MOVE SPACES TO WS-MENSAGEM-AREA.
088600     STRING "INSTRUCAO " RCR-SEQ " ALTERADA"
088700         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
088800     END-STRING.
088900     IF VALOR-INFORMADO AND WS-VALOR-NUM NOT = RCR-VALOR
089000         IF WS-LIMITE-APROVACAO > ZERO
089100             AND WS-VALOR-NUM > WS-LIMITE-APROVACAO
089200             MOVE WS-VALOR-NUM TO RCR-VALOR-PROPOSTO
089300             MOVE WS-OPERATOR-ID TO RCR-OPER-PROPOSTO
089400             MOVE SPACES TO WS-MENSAGEM-AREA
089500             STRING "INSTRUCAO " RCR-SEQ " ALTERADA - VALOR NOVO"
089600                 " ACIMA DO APPRLIM AGUARDA OUTRO OPERADOR"
089700                 DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
089800             END-STRING
089900         ELSE
090000             MOVE WS-VALOR-NUM TO RCR-VALOR
090100         END-IF
090200     END-IF.
090300     PERFORM 2195-REGRAVAR THRU 2195-REGRAVAR-EXIT.
090400 2310-ALTERAR-EXIT.
090500     EXIT.
090600*
090700***************************************************************
090800*    2320-SUSPENDER - ATIVA PASSA A SUSPENSA ("S")              *
090900***************************************************************
091000 2320-SUSPENDER.
091100     PERFORM 2190-LER-PARA-ATUALIZAR
091200         THRU 2190-LER-PARA-ATUALIZAR-EXIT.
091300     IF HOUVE-ERRO
091400         GO TO 2320-SUSPENDER-EXIT
091500     END-IF.
091600     IF NOT RCR-ATIVA
091700         MOVE "SO INSTRUCAO ATIVA PODE SER SUSPENSA"
091800             TO WS-MENSAGEM-AREA
091900         MOVE "Y" TO WS-ERRO-SWITCH
092000         GO TO 2320-SUSPENDER-EXIT
092100     END-IF.
092200     MOVE "S" TO RCR-SITUACAO.
092300     MOVE SPACES TO WS-MENSAGEM-AREA.
092400     STRING "INSTRUCAO " RCR-SEQ " SUSPENSA"
092500         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
092600     END-STRING.
092700     PERFORM 2195-REGRAVAR THRU 2195-REGRAVAR-EXIT.
092800 2320-SUSPENDER-EXIT.
092900     EXIT.
093000*
093100***************************************************************
093200*    2330-REATIVAR - SUSPENSA VOLTA A ATIVA                     *
093300***************************************************************
093400 2330-REATIVAR.
093500     PERFORM 2115-CONFERIR-SITUACAO-CLIENTE
093600         THRU 2115-CONFERIR-SITUACAO-CLIENTE-EXIT.
093700     IF HOUVE-ERRO
093800         GO TO 2330-REATIVAR-EXIT
093900     END-IF.
094000     PERFORM 2190-LER-PARA-ATUALIZAR
094100         THRU 2190-LER-PARA-ATUALIZAR-EXIT.
094200     IF HOUVE-ERRO
094300         GO TO 2330-REATIVAR-EXIT
094400     END-IF.
094500     IF NOT RCR-SUSPENSA
094600         MOVE "SO INSTRUCAO SUSPENSA PODE SER REATIVADA"
094700             TO WS-MENSAGEM-AREA
094800         MOVE "Y" TO WS-ERRO-SWITCH
094900         GO TO 2330-REATIVAR-EXIT
095000     END-IF.
095100     MOVE "A" TO RCR-SITUACAO.
095200     MOVE SPACES TO WS-MENSAGEM-AREA.
095300     STRING "INSTRUCAO " RCR-SEQ " REATIVADA"
095400         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
095500     END-STRING.
095600     PERFORM 2195-REGRAVAR THRU 2195-REGRAVAR-EXIT.
095700 2330-REATIVAR-EXIT.
095800     EXIT.
095900*
096000***************************************************************
096100*    2340-ENCERRAR - GRAVA A DATA DE FIM (A DIGITADA, DE HOJE   *
096200*    EM DIANTE, OU HOJE); O GERADOR AINDA EMITE O VENCIMENTO    *
096300*    QUE CAIR ATE ELA, INCLUSIVE                                *
096400***************************************************************
096500 2340-ENCERRAR.
096600     PERFORM 2190-LER-PARA-ATUALIZAR
096700         THRU 2190-LER-PARA-ATUALIZAR-EXIT.
096800     IF HOUVE-ERRO
096900         GO TO 2340-ENCERRAR-EXIT
097000     END-IF.
097100     IF RCR-DATA-FIM NUMERIC AND RCR-DATA-FIM NOT = ZERO
097200         AND RCR-DATA-FIM < RUN-DATA
097300         MOVE "INSTRUCAO JA ENCERRADA" TO WS-MENSAGEM-AREA
097400         MOVE "Y" TO WS-ERRO-SWITCH
097500         GO TO 2340-ENCERRAR-EXIT
097600     END-IF.
097700     MOVE RUN-DATA TO WS-DATA-CONF.
097800     IF DTFIMI NOT = SPACES AND DTFIMI NOT = LOW-VALUES
097900         IF DTFIMI NOT NUMERIC
098000             MOVE "FIM: DATA AAAAMMDD DE HOJE EM DIANTE"
098100                 TO WS-MENSAGEM-AREA
098200             MOVE "Y" TO WS-ERRO-SWITCH
098300             GO TO 2340-ENCERRAR-EXIT
098400         END-IF
098500         MOVE DTFIMI TO WS-DATA-CONF
098600         IF WS-DC-MES < 1 OR WS-DC-MES > 12
098700             OR WS-DC-DIA < 1 OR WS-DC-DIA > 31
098800             OR WS-DATA-CONF < RUN-DATA
098900             MOVE "FIM: DATA AAAAMMDD DE HOJE EM DIANTE"
099000                 TO WS-MENSAGEM-AREA
099100             MOVE "Y" TO WS-ERRO-SWITCH
099200             GO TO 2340-ENCERRAR-EXIT
099300         END-IF
099400     END-IF.
099500     MOVE WS-DATA-CONF TO RCR-DATA-FIM.
099600     MOVE SPACES TO WS-MENSAGEM-AREA.
099700     STRING "INSTRUCAO " RCR-SEQ " ENCERRADA EM " RCR-DATA-FIM
099800         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
099900     END-STRING.
100000     PERFORM 2195-REGRAVAR THRU 2195-REGRAVAR-EXIT.
100100 2340-ENCERRAR-EXIT.
100200     EXIT.
100300*
100400***************************************************************
100500*    2350-APROVAR - QUATRO-OLHOS: OUTRO OPERADOR QUE NAO O QUE  *
100600*    PROPOS ATIVA A INCLUSAO PENDENTE OU EFETIVA O VALOR        *
100700*    PROPOSTO                                                   *
100800***************************************************************
100900 2350-APROVAR.
101000     PERFORM 2115-CONFERIR-SITUACAO-CLIENTE
101100         THRU 2115-CONFERIR-SITUACAO-CLIENTE-EXIT.
101200     IF HOUVE-ERRO
101300         GO TO 2350-APROVAR-EXIT
101400     END-IF.
101500     PERFORM 2190-LER-PARA-ATUALIZAR
101600         THRU 2190-LER-PARA-ATUALIZAR-EXIT.
101700     IF HOUVE-ERRO
101800         GO TO 2350-APROVAR-EXIT
101900     END-IF.
102000     IF NOT RCR-PENDENTE AND RCR-VALOR-PROPOSTO NOT NUMERIC
102100         MOVE "NADA PENDENTE DE APROVACAO NESTA INSTRUCAO"
102200             TO WS-MENSAGEM-AREA
102300         MOVE "Y" TO WS-ERRO-SWITCH
102400         GO TO 2350-APROVAR-EXIT
102500     END-IF.
102600     IF RCR-OPER-PROPOSTO = WS-OPERATOR-ID
102700         MOVE "APROVACAO EXIGE OPERADOR DIFERENTE DO QUE PROPOS"
102800             TO WS-MENSAGEM-AREA
102900         MOVE "Y" TO WS-ERRO-SWITCH
103000         GO TO 2350-APROVAR-EXIT
103100     END-IF.
103200     IF RCR-PENDENTE
103300         MOVE "A" TO RCR-SITUACAO
103400     ELSE
103500         MOVE RCR-VALOR-PROPOSTO TO RCR-VALOR
103600     END-IF.
103700     MOVE SPACES TO RCR-VALOR-PROPOSTO-X.
103800     MOVE SPACES TO RCR-OPER-PROPOSTO.
103900     MOVE SPACES TO WS-MENSAGEM-AREA.
104000     STRING "INSTRUCAO " RCR-SEQ " APROVADA"
104100         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
104200     END-STRING.
104300     PERFORM 2195-REGRAVAR THRU 2195-REGRAVAR-EXIT.
104400 2350-APROVAR-EXIT.
104500     EXIT.
104600*
104700***************************************************************
104800*    2360-REJEITAR - INCLUSAO PENDENTE E EXCLUIDA; VALOR        *
104900*    PROPOSTO E DESCARTADO (O VALOR ATUAL CONTINUA)             *
105000***************************************************************
105100 2360-REJEITAR.
105200     PERFORM 2190-LER-PARA-ATUALIZAR
105300         THRU 2190-LER-PARA-ATUALIZAR-EXIT.
105400     IF HOUVE-ERRO
105500         GO TO 2360-REJEITAR-EXIT
105600     END-IF.
105700     IF NOT RCR-PENDENTE AND RCR-VALOR-PROPOSTO NOT NUMERIC
105800         MOVE "NADA PENDENTE DE APROVACAO NESTA INSTRUCAO"
105900             TO WS-MENSAGEM-AREA
106000         MOVE "Y" TO WS-ERRO-SWITCH
106100         GO TO 2360-REJEITAR-EXIT
106200     END-IF.
106300     IF RCR-PENDENTE
106400         EXEC CICS DELETE DATASET('RECORFIL')
106500             RESP(WS-RESP)
106600         END-EXEC
106700         IF WS-RESP NOT = DFHRESP(NORMAL)
106800             MOVE "ERRO AO EXCLUIR A INSTRUCAO NO RECORFIL"
106900                 TO WS-MENSAGEM-AREA
107000             MOVE "Y" TO WS-ERRO-SWITCH
107100             GO TO 2360-REJEITAR-EXIT
107200         END-IF
107300         MOVE "N" TO WS-PRESO-SWITCH
107400         MOVE SPACES TO WS-MENSAGEM-AREA
107500         STRING "INCLUSAO DA INSTRUCAO " RCR-SEQ
107600             " REJEITADA E EXCLUIDA"
107700             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
107800         END-STRING
107900         MOVE RCR-SEQ TO WS-SEQ-LIVRE
108000         MOVE SPACES TO RECUR-RECORD
108100         MOVE WS-SEQ-LIVRE TO RCR-SEQ
108200         GO TO 2360-REJEITAR-EXIT
108300     END-IF.
108400     MOVE SPACES TO RCR-VALOR-PROPOSTO-X.
108500     MOVE SPACES TO RCR-OPER-PROPOSTO.
108600     MOVE SPACES TO WS-MENSAGEM-AREA.
108700     STRING "VALOR PROPOSTO DA INSTRUCAO " RCR-SEQ " REJEITADO"
108800         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
108900     END-STRING.
109000     PERFORM 2195-REGRAVAR THRU 2195-REGRAVAR-EXIT.
109100 2360-REJEITAR-EXIT.
109200     EXIT.
109300*
109400***************************************************************
109500*    2200-LISTAR-INSTRUCOES - INSTRUCOES DO CLIENTE NA ORDEM DA *
109600*    CHAVE (STARTBR + READNEXT); PF8 CONTINUA DEPOIS DO NUMERO  *
109700*    GUARDADO NA COMMAREA                                       *
109800***************************************************************
109900 2200-LISTAR-INSTRUCOES.
110000     PERFORM 2400-LIMPAR-PAGINA THRU 2400-LIMPAR-PAGINA-EXIT.
110100     MOVE "N" TO WS-FIM-BROWSE-SWITCH.
110200     MOVE ZERO TO WS-QTDE-MOSTRADAS.
110300     IF CLIENTIDI = SPACES OR CLIENTIDI = LOW-VALUES
110400         MOVE "INFORME O ID DO CLIENTE" TO WS-MENSAGEM-AREA
110500         GO TO 2200-LISTAR-INSTRUCOES-EXIT
110600     END-IF.
110700     MOVE CLIENTIDI TO CA-CLIENTE-ID.
110800     MOVE CA-CLIENTE-ID TO WS-RCR-CHAVE-CUST.
110900     IF EIBAID = DFHPF8
111000         MOVE CA-ULTIMA-SEQ TO WS-RCR-CHAVE-SEQ
111100     ELSE
111200         MOVE LOW-VALUE TO WS-RCR-CHAVE-SEQ
111300     END-IF.
111400     MOVE WS-RCR-CHAVE TO WS-CHAVE-INICIO.
111500     EXEC CICS STARTBR DATASET('RECORFIL')
111600         RIDFLD(WS-RCR-CHAVE)
111700         GTEQ
111800         RESP(WS-RESP)
111900     END-EXEC.
112000     IF WS-RESP NOT = DFHRESP(NORMAL)
112100         MOVE "SEM INSTRUCOES RECORRENTES PARA ESTE CLIENTE"
112200             TO WS-MENSAGEM-AREA
112300         GO TO 2200-LISTAR-INSTRUCOES-EXIT
112400     END-IF.
112500     PERFORM 2250-LER-INSTRUCAO
112600         THRU 2250-LER-INSTRUCAO-EXIT
112700         VARYING WS-LINHA-NUM FROM 1 BY 1
112800         UNTIL WS-LINHA-NUM > 10 OR FIM-DO-BROWSE.
112900     EXEC CICS ENDBR DATASET('RECORFIL')
113000         RESP(WS-RESP)
113100     END-EXEC.
113200     IF WS-QTDE-MOSTRADAS = ZERO
113300         MOVE "SEM MAIS INSTRUCOES PARA ESTE CLIENTE"
113400             TO WS-MENSAGEM-AREA
113500     ELSE
113600         MOVE "PF8 MOSTRA MAIS - NUMERO E ACAO ATUALIZAM"
113700             TO WS-MENSAGEM-AREA
113800     END-IF.
113900 2200-LISTAR-INSTRUCOES-EXIT.
114000     EXIT.
114100*
114200***************************************************************
114300*    2250-LER-INSTRUCAO - UMA LINHA POR INSTRUCAO; NO PF8 PULA  *
114400*    A PROPRIA CHAVE DE PARTIDA, JA MOSTRADA NA PAGINA ANTERIOR *
114500***************************************************************
114600 2250-LER-INSTRUCAO.
114700     PERFORM 2260-LER-PROXIMO THRU 2260-LER-PROXIMO-EXIT.
114800     IF NOT FIM-DO-BROWSE AND RCR-CHAVE = WS-CHAVE-INICIO
114900         PERFORM 2260-LER-PROXIMO THRU 2260-LER-PROXIMO-EXIT
115000     END-IF.
115100     IF FIM-DO-BROWSE
115200         GO TO 2250-LER-INSTRUCAO-EXIT
115300     END-IF.
115400     MOVE RCR-SEQ TO LR-SEQ.
115500     MOVE RCR-ACAO TO LR-ACAO.
115600     MOVE ZERO TO LR-VALOR.
115700     IF RCR-VALOR NUMERIC
115800         MOVE RCR-VALOR TO LR-VALOR
115900     END-IF.
116000     MOVE RCR-DIA-MES TO LR-DIA.
116100     MOVE RCR-DATA-INICIO TO LR-INICIO.
116200     IF RCR-DATA-FIM NUMERIC AND RCR-DATA-FIM NOT = ZERO
116300         MOVE RCR-DATA-FIM TO LR-FIM
116400     ELSE
116500         MOVE SPACES TO LR-FIM
116600     END-IF.
116700     MOVE RCR-CONTA TO LR-CONTA.
116800     EVALUATE TRUE
116900         WHEN RCR-DATA-FIM NUMERIC AND RCR-DATA-FIM NOT = ZERO
117000             AND RCR-DATA-FIM < RUN-DATA
117100             MOVE "ENCERRAD" TO LR-SITUACAO
117200         WHEN RCR-SUSPENSA
117300             MOVE "SUSPENSA" TO LR-SITUACAO
117400         WHEN RCR-PENDENTE
117500             MOVE "PENDENTE" TO LR-SITUACAO
117600         WHEN OTHER
117700             MOVE "ATIVA" TO LR-SITUACAO
117800     END-EVALUATE.
117900     MOVE RCR-DESCRICAO TO LR-DESCRICAO.
118000     IF RCR-VALOR-PROPOSTO NUMERIC
118100         MOVE RCR-VALOR-PROPOSTO TO LR-PROPOSTO
118200     ELSE
118300         MOVE SPACES TO LR-PROPOSTO-X
118400     END-IF.
118500     EVALUATE WS-LINHA-NUM
118600         WHEN 1  MOVE WS-LINHA-INSTRUCAO TO ROW01O
118700         WHEN 2  MOVE WS-LINHA-INSTRUCAO TO ROW02O
118800         WHEN 3  MOVE WS-LINHA-INSTRUCAO TO ROW03O
118900         WHEN 4  MOVE WS-LINHA-INSTRUCAO TO ROW04O
119000         WHEN 5  MOVE WS-LINHA-INSTRUCAO TO ROW05O
119100         WHEN 6  MOVE WS-LINHA-INSTRUCAO TO ROW06O
119200         WHEN 7  MOVE WS-LINHA-INSTRUCAO TO ROW07O
119300         WHEN 8  MOVE WS-LINHA-INSTRUCAO TO ROW08O
119400         WHEN 9  MOVE WS-LINHA-INSTRUCAO TO ROW09O
119500         WHEN 10 MOVE WS-LINHA-INSTRUCAO TO ROW10O
119600     END-EVALUATE.
119700     MOVE RCR-SEQ TO CA-ULTIMA-SEQ.
119800     ADD 1 TO WS-QTDE-MOSTRADAS.
119900 2250-LER-INSTRUCAO-EXIT.
120000     EXIT.
120100*
120200***************************************************************
120300*    2260-LER-PROXIMO - READNEXT; SAIR DO CLIENTE E FIM         *
120400***************************************************************
120500 2260-LER-PROXIMO.
120600     EXEC CICS READNEXT DATASET('RECORFIL')
120700         INTO(RECUR-RECORD)
120800         RIDFLD(WS-RCR-CHAVE)
120900         RESP(WS-RESP)
121000     END-EXEC.
121100     IF WS-RESP NOT = DFHRESP(NORMAL)
121200         MOVE "Y" TO WS-FIM-BROWSE-SWITCH
121300         GO TO 2260-LER-PROXIMO-EXIT
121400     END-IF.
121500     IF RCR-CUST-ID NOT = CA-CLIENTE-ID
121600         MOVE "Y" TO WS-FIM-BROWSE-SWITCH
121700     END-IF.
121800 2260-LER-PROXIMO-EXIT.
121900     EXIT.
122000*
122100***************************************************************
122200*    2400-LIMPAR-PAGINA                                        *
122300***************************************************************
122400 2400-LIMPAR-PAGINA.
122500     MOVE SPACES TO ROW01O ROW02O ROW03O ROW04O ROW05O
122600         ROW06O ROW07O ROW08O ROW09O ROW10O.
122700 2400-LIMPAR-PAGINA-EXIT.
122800     EXIT.
122900*
123000***************************************************************
123100*    2500-AUDITAR - IMAGENS ANTES/DEPOIS NA FILA RCRQ E O       *
123200*    EVENTO NA FILA AUDQ (MESMO LAYOUT DO AUDITLOG DO LOTE)     *
123300***************************************************************
123400 2500-AUDITAR.
123500     MOVE RUN-DATA TO RLG-DATA.
123600     MOVE RUN-HORA TO RLG-HORA.
123700     MOVE WS-OPERATOR-ID TO RLG-OPERADOR.
123800     MOVE ACAOI TO RLG-ACAO.
123900     MOVE WS-IMAGEM-ANTES TO RLG-IMAGEM-ANTES.
124000     IF RCR-CUST-ID = SPACES
124100         MOVE SPACES TO RLG-IMAGEM-DEPOIS
124200     ELSE
124300         MOVE RECUR-RECORD TO RLG-IMAGEM-DEPOIS
124400     END-IF.
124500     EXEC CICS WRITEQ TD QUEUE('RCRQ')
124600         FROM(RECUR-LOG-RECORD)
124700         LENGTH(LENGTH OF RECUR-LOG-RECORD)
124800     END-EXEC.
124900     MOVE SPACES TO AUDIT-RECORD.
125000     MOVE RUN-DATA TO AUDIT-DATE.
125100     MOVE RUN-HORA TO AUDIT-TIME.
125200     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
125300     MOVE 9 TO AUDIT-OPCODE.
125400     MOVE SPACES TO AUDIT-DESC.
125500     STRING "CREC " ACAOI " " CA-CLIENTE-ID "/" RCR-SEQ
125600         DELIMITED BY SIZE INTO AUDIT-DESC
125700     END-STRING.
125800     EXEC CICS WRITEQ TD QUEUE('AUDQ')
125900         FROM(AUDIT-RECORD)
126000         LENGTH(LENGTH OF AUDIT-RECORD)
126100     END-EXEC.
126200 2500-AUDITAR-EXIT.
126300     EXIT.
126400*
126500***************************************************************
126600*    3000-REENVIAR-TELA                                        *
126700***************************************************************
126800 3000-REENVIAR-TELA.
126900     MOVE WS-MENSAGEM-AREA TO MENSAGEMO.
127000     EXEC CICS SEND MAP('RCRMAP')
127100         MAPSET('RCRSET')
127200         FROM(RCRMAPO)
127300         ERASE
127400     END-EXEC.
127500 3000-REENVIAR-TELA-EXIT.
127600     EXIT.
