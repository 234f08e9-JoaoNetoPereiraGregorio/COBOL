000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TITULO-ONLINE.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     TRANSACAO CICS CTIT DE CONSULTA DOS
001200*                       TITULOS DE COBRANCA DO CLIENTE E DE
001300*                       ENTRADA DE INSTRUCOES, NO MAPA TITMAP
001400*                       (MESMO ESTILO DE NOTMAP.BMS), ALCANCADA
001500*                       TAMBEM POR PF5 NA TELA CINQ. O HELP DESK
001600*                       SO VIA O TITREG PELO TITULO-RECON DO DIA
001700*                       SEGUINTE, E BAIXA, PRORROGACAO E
001800*                       ABATIMENTO CHEGAVAM POR PLANILHA PARA A
001900*                       OPERACAO DIGITAR NO CARTAO REMINST. ENTER
002000*                       LISTA OS TITULOS DO CLIENTE PELO PATH
002100*                       TITCLI (INDICE ALTERNADO DE TIT-CUST-ID):
002200*                       BANCO, REMSEQ, NOSSO NUMERO, SITUACAO,
002300*                       ENVIO, VENCIMENTO E DATA DE LIQUIDACAO OU
002400*                       BAIXA; PF8 FOLHEIA OS SEGUINTES. PF5
002500*                       VALIDA A INSTRUCAO DIGITADA COMO O
002600*                       REMESSA-GERAR VALIDA O CARTAO REMINST
002700*                       (OCORRENCIA 02/06/07, TITULO DO BANCO NO
002800*                       TITREG E AINDA ABERTO) E A ENFILEIRA, NO
002900*                       LAYOUT DO REMINST, NA FILA TRANSIENT DATA
003000*                       RINQ (EXTRAPARTITION SOBRE O DATASET
003100*                       REMINSTO QUE O JOB NOTURNO ACRESCENTA AO
003200*                       REMINST ANTES DO CORTE DA REMESSA) - A
003300*                       TELA NAO ALTERA O TITREG; QUEM BAIXA OU
003400*                       PRORROGA E A REMESSA, COMO PARA O CARTAO
003500*                       DIGITADO. FUNCAO "CTIT" NA MATRIZ PERMMAT
003600*                       E EVENTO DE AUDITORIA NA FILA AUDQ POR
003700*                       INSTRUCAO ENFILEIRADA.
003800***************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600*
004700 WORKING-STORAGE SECTION.
004800*
004900***************************************************************
005000*    MAPA BMS DE TITULOS (TITMAP.BMS)
005100***************************************************************
005200 COPY "TITMAP.cpy".
005300*
005400***************************************************************
005500*    VALORES PADRAO DE EIBAID (O MEMBRO DFHAID NAO ESTA
005600*    DISPONIVEL FORA DE UMA REGIAO CICS REAL)
005700***************************************************************
005800 77  DFHPF3                  PIC X VALUE X'F3'.
005900 77  DFHPF5                  PIC X VALUE X'F5'.
006000 77  DFHPF8                  PIC X VALUE X'F8'.
006100 77  DFHCLEAR                PIC X VALUE X'6D'.
006200*
006300***************************************************************
006400*    LAYOUT COMUM DO CADASTRO DE TITULOS (VER
006500*    COPYBOOKS/TITREG.CPY) - LIDO PELA CHAVE PRIMARIA NO DATASET
006600*    TITREG E POR CLIENTE NO PATH TITCLI (INDICE ALTERNADO EM
006700*    TIT-CUST-ID, COM DUPLICADAS)
006800***************************************************************
006900 COPY "TITREG.cpy".
007000 01  WS-TC-CUST-ID           PIC X(10) VALUE SPACES.
007100*
007200***************************************************************
007300*    INSTRUCAO NO LAYOUT DO CARTAO REMINST (VER REMESSA-GERAR),
007400*    GRAVADA NA FILA TRANSIENT DATA RINQ
007500***************************************************************
007600 01  INSTRUCAO-RECORD.
007700     05  INS-OCORRENCIA      PIC X(02).
007800         88  INS-BAIXA           VALUE "02".
007900         88  INS-ALT-VENCIMENTO  VALUE "06".
008000         88  INS-ABATIMENTO      VALUE "07".
008100     05  FILLER              PIC X(01).
008200     05  INS-REMSEQ          PIC 9(05).
008300     05  FILLER              PIC X(01).
008400     05  INS-CUST-ID         PIC X(10).
008500     05  FILLER              PIC X(01).
008600     05  INS-DATA-NOVA       PIC 9(08).
008700     05  FILLER              PIC X(01).
008800     05  INS-VALOR-ABAT      PIC 9(13).
008900     05  FILLER              PIC X(01).
009000     05  INS-BANCO           PIC 9(03).
009100*
009200***************************************************************
009300*    CONFERENCIA DA DATA E DO VALOR DIGITADOS
009400***************************************************************
009500 01  WS-DATA-NOVA            PIC 9(08) VALUE ZERO.
009600 01  FILLER REDEFINES WS-DATA-NOVA.
009700     05  WS-DN-ANO           PIC 9(04).
009800     05  WS-DN-MES           PIC 9(02).
009900     05  WS-DN-DIA           PIC 9(02).
010000 01  WS-VALOR-ABAT           PIC 9(13) VALUE ZERO.
010100*
010200***************************************************************
010300*    PERFIL DO OPERADOR (SECPROF) E MATRIZ DE PERMISSOES
010400*    (PERMMAT) - MESMO PADRAO DAS DEMAIS TELAS
010500***************************************************************
010600 01  PROFILE-RECORD.
010700     05  PRF-OPERADOR        PIC X(08).
010800     05  FILLER              PIC X(01).
010900     05  PRF-SENHA           PIC X(08).
011000     05  FILLER              PIC X(01).
011100     05  PRF-VALIDADE        PIC 9(08).
011200     05  FILLER              PIC X(01).
011300     05  PRF-TROCA           PIC X(01).
011400     05  FILLER              PIC X(01).
011500     05  PRF-PAPEL           PIC X(08).
011600 01  PERM-RECORD.
011700     05  PRM-PAPEL           PIC X(08).
011800     05  FILLER              PIC X(01).
011900     05  PRM-FUNCAO          PIC X(08).
012000 01  WS-PERM-CHAVE.
012100     05  WS-PERM-PAPEL       PIC X(08).
012200     05  WS-PERM-FUNCAO      PIC X(08).
012300 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
012400 77  WS-TEM-PERMISSAO        PIC X(01) VALUE "N".
012500     88  OPERADOR-PERMITIDO  VALUE "Y".
012600*
012700***************************************************************
012800*    REGISTRO DE AUDITORIA (FILA TD AUDQ, MESMO LAYOUT DO
012900*    AUDITLOG DO LOTE)
013000***************************************************************
013100 01  AUDIT-RECORD.
013200     05  AUDIT-DATE          PIC 9(08).
013300     05  FILLER              PIC X(01) VALUE SPACE.
013400     05  AUDIT-TIME          PIC 9(08).
013500     05  FILLER              PIC X(01) VALUE SPACE.
013600     05  AUDIT-OPERATOR      PIC X(08).
013700     05  FILLER              PIC X(01) VALUE SPACE.
013800     05  AUDIT-OPCODE        PIC 9.
013900     05  FILLER              PIC X(01) VALUE SPACE.
014000     05  AUDIT-DESC          PIC X(30).
014100*
014200***************************************************************
014300*    COMMAREA PSEUDO-CONVERSACIONAL - CLIENTE CORRENTE E QUANTOS
014400*    TITULOS DELE JA FORAM MOSTRADOS (PARA O PF8: A CHAVE
014500*    ALTERNADA TEM DUPLICADAS, ENTAO A CONTINUACAO E POR
014600*    CONTAGEM, NAO POR CHAVE)
014700***************************************************************
014800 01  WS-COMMAREA.
014900     05  CA-CLIENTE-ID       PIC X(10).
015000     05  CA-TIT-MOSTRADOS    PIC 9(04).
015100*
015200 77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
015300 77  WS-DATA-HOJE            PIC 9(08) VALUE ZERO.
015400 77  WS-HORA-AGORA           PIC 9(08) VALUE ZERO.
015500 77  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
015600 77  WS-LINHA-NUM            PIC 9(02) VALUE ZERO.
015700 77  WS-QTDE-MOSTRADAS       PIC 9(02) VALUE ZERO.
015800 77  WS-QTDE-PULAR           PIC 9(04) VALUE ZERO.
015900 77  WS-FIM-BROWSE-SWITCH    PIC X(01) VALUE "N".
016000     88  FIM-DO-BROWSE       VALUE "Y".
016100 77  WS-ENCERRAR-SWITCH      PIC X(01) VALUE "N".
016200     88  ENCERRAR-SESSAO     VALUE "Y".
016300*
016400***************************************************************
016500*    LINHA DA LISTA (MESMAS COLUNAS DO CABECALHO DO TITMAP)
016600***************************************************************
016700 01  WS-LINHA-TITULO.
016800     05  LT-BANCO            PIC 9(03).
016900     05  FILLER              PIC X(01) VALUE SPACE.
017000     05  LT-REMSEQ           PIC 9(05).
017100     05  FILLER              PIC X(02) VALUE SPACES.
017200     05  LT-NOSSO-NUMERO     PIC X(10).
017300     05  FILLER              PIC X(01) VALUE SPACE.
017400     05  LT-SITUACAO         PIC X(09).
017500     05  FILLER              PIC X(01) VALUE SPACE.
017600     05  LT-DATA-ENVIO       PIC 9(08).
017700     05  FILLER              PIC X(01) VALUE SPACE.
017800     05  LT-DATA-VENC        PIC 9(08).
017900     05  FILLER              PIC X(01) VALUE SPACE.
018000     05  LT-DATA-BAIXA       PIC X(08).
018100     05  FILLER              PIC X(01) VALUE SPACE.
018200     05  LT-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018300     05  FILLER              PIC X(03) VALUE SPACES.
018400 01  WS-VALOR-CENTAVOS       PIC 9(13) VALUE ZERO.
018500 01  WS-VALOR-REAIS REDEFINES WS-VALOR-CENTAVOS
018600                             PIC 9(11)V99.
018700 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
018800*
018900 LINKAGE SECTION.
019000*
019100*    A MAIOR DAS DUAS COMMAREAS QUE CHEGAM AQUI (A DA TELA CINQ)
019200 01  DFHCOMMAREA             PIC X(36).
019300*
019400 PROCEDURE DIVISION.
019500*
019600***************************************************************
019700*    0000-MAINLINE - MESMO CICLO PSEUDO-CONVERSACIONAL DAS      *
019800*    DEMAIS TELAS                                               *
019900***************************************************************
020000 0000-MAINLINE.
020100     IF EIBCALEN = 0
020200         PERFORM 1000-ENVIAR-TELA-INICIAL
020300             THRU 1000-ENVIAR-TELA-INICIAL-EXIT
020400     ELSE
020500*    CHEGANDO POR PF5 DA TELA CINQ A COMMAREA E A DELA E SO O
020600*    CLIENTE CORRENTE (PRIMEIROS DEZ BYTES) APROVEITA
020700         IF EIBCALEN = LENGTH OF WS-COMMAREA
020800             MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA)
020900                 TO WS-COMMAREA
021000         ELSE
021100             MOVE DFHCOMMAREA(1:10) TO CA-CLIENTE-ID
021200             MOVE ZERO TO CA-TIT-MOSTRADOS
021300         END-IF
021400         PERFORM 2000-PROCESSAR-TECLA
021500             THRU 2000-PROCESSAR-TECLA-EXIT
021600     END-IF.
021700     IF ENCERRAR-SESSAO
021800         EXEC CICS RETURN
021900         END-EXEC
022000     ELSE
022100         EXEC CICS RETURN
022200             TRANSID('CTIT')
022300             COMMAREA(WS-COMMAREA)
022400             LENGTH(LENGTH OF WS-COMMAREA)
022500         END-EXEC
022600     END-IF.
022700     GOBACK.
022800*
022900***************************************************************
023000*    1000-ENVIAR-TELA-INICIAL                                  *
023100***************************************************************
023200 1000-ENVIAR-TELA-INICIAL.
023300     MOVE SPACES TO TITMAPO.
023400     MOVE -1     TO CLIENTIDL.
023500     MOVE SPACES TO CA-CLIENTE-ID.
023600     MOVE ZERO   TO CA-TIT-MOSTRADOS.
023700     EXEC CICS SEND MAP('TITMAP')
023800         MAPSET('TITSET')
023900         FROM(TITMAPO)
024000         ERASE
024100     END-EXEC.
024200 1000-ENVIAR-TELA-INICIAL-EXIT.
024300     EXIT.
024400*
024500***************************************************************
024600*    2000-PROCESSAR-TECLA - PF3/CLEAR ENCERRA, PF5 ENFILEIRA A  *
024700*    INSTRUCAO, PF8 FOLHEIA, ENTER LISTA DO PRIMEIRO TITULO     *
024800***************************************************************
024900 2000-PROCESSAR-TECLA.
025000     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
025100         PERFORM 1100-ENVIAR-TELA-DESPEDIDA
025200             THRU 1100-ENVIAR-TELA-DESPEDIDA-EXIT
025300     ELSE
025400         EXEC CICS RECEIVE MAP('TITMAP')
025500             MAPSET('TITSET')
025600             INTO(TITMAPI)
025700             RESP(WS-RESP)
025800         END-EXEC
025900*        CHEGADA POR XCTL DA TELA CINQ (PF5): A TELA DO CHAMADOR
026000*        AINDA ESTA NO TERMINAL E O RECEIVE DA MAPFAIL - MONTA A
026100*        ENTRADA A PARTIR DO CLIENTE ENTREGUE NA COMMAREA
026200         IF WS-RESP NOT = DFHRESP(NORMAL)
026300             MOVE LOW-VALUES TO TITMAPI
026400             MOVE CA-CLIENTE-ID TO CLIENTIDI
026500         END-IF
026600         MOVE SPACES TO WS-MENSAGEM-AREA
026700         PERFORM 0500-VERIFICAR-PERMISSAO
026800             THRU 0500-VERIFICAR-PERMISSAO-EXIT
026900         IF OPERADOR-PERMITIDO
027000             EVALUATE TRUE
027100                 WHEN EIBAID = DFHPF5
027200                     PERFORM 2100-ENFILEIRAR-INSTRUCAO
027300                         THRU 2100-ENFILEIRAR-INSTRUCAO-EXIT
027400                 WHEN EIBAID = DFHPF8
027500                     PERFORM 2200-LISTAR-TITULOS
027600                         THRU 2200-LISTAR-TITULOS-EXIT
027700                 WHEN OTHER
027800                     MOVE ZERO TO CA-TIT-MOSTRADOS
027900                     PERFORM 2200-LISTAR-TITULOS
028000                         THRU 2200-LISTAR-TITULOS-EXIT
028100             END-EVALUATE
028200         END-IF
028300         PERFORM 3000-REENVIAR-TELA
028400             THRU 3000-REENVIAR-TELA-EXIT
028500     END-IF.
028600 2000-PROCESSAR-TECLA-EXIT.
028700     EXIT.
028800*
028900***************************************************************
029000*    0500-VERIFICAR-PERMISSAO - PERFIL NO SECPROF E FUNCAO      *
029100*    "CTIT" NA MATRIZ PERMMAT (MESMOS LAYOUTS DA ROTINA         *
029200*    SECURITY-CHECK DO LOTE)                                    *
029300***************************************************************
029400 0500-VERIFICAR-PERMISSAO.
029500     MOVE "N" TO WS-TEM-PERMISSAO.
029600     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
029700     END-EXEC.
029800     EXEC CICS READ DATASET('SECPROF')
029900         INTO(PROFILE-RECORD)
030000         RIDFLD(WS-OPERATOR-ID)
030100         RESP(WS-RESP)
030200     END-EXEC.
030300     IF WS-RESP NOT = DFHRESP(NORMAL)
030400         MOVE "ACESSO NEGADO - OPERADOR SEM PERFIL (SECPROF)"
030500             TO WS-MENSAGEM-AREA
030600         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
030700     END-IF.
030800     MOVE PRF-PAPEL TO WS-PERM-PAPEL.
030900     MOVE "CTIT    " TO WS-PERM-FUNCAO.
031000     EXEC CICS READ DATASET('PERMMAT')
031100         INTO(PERM-RECORD)
031200         RIDFLD(WS-PERM-CHAVE)
031300         RESP(WS-RESP)
031400     END-EXEC.
031500     IF WS-RESP NOT = DFHRESP(NORMAL)
031600         MOVE "ACESSO NEGADO - FUNCAO CTIT NAO PERMITIDA"
031700             TO WS-MENSAGEM-AREA
031800         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
031900     END-IF.
032000     MOVE "Y" TO WS-TEM-PERMISSAO.
032100 0500-VERIFICAR-PERMISSAO-EXIT.
032200     EXIT.
032300*
032400***************************************************************
032500*    1100-ENVIAR-TELA-DESPEDIDA                                *
032600***************************************************************
032700 1100-ENVIAR-TELA-DESPEDIDA.
032800     MOVE "Y" TO WS-ENCERRAR-SWITCH.
032900     EXEC CICS SEND TEXT
033000         FROM("TITULO-ONLINE ENCERRADA.")
033100         LENGTH(LENGTH OF "TITULO-ONLINE ENCERRADA.")
033200         ERASE
033300         FREEKB
033400     END-EXEC.
033500 1100-ENVIAR-TELA-DESPEDIDA-EXIT.
033600     EXIT.
033700*
033800***************************************************************
033900*    2100-ENFILEIRAR-INSTRUCAO - PF5: MESMAS REGRAS DO CARTAO   *
034000*    REMINST NO REMESSA-GERAR (OCORRENCIA 02/06/07, TITULO DO   *
034100*    BANCO NO TITREG E ABERTO) E GRAVACAO NA FILA RINQ; O       *
034200*    TITREG SO MUDA QUANDO A REMESSA APLICA A INSTRUCAO         *
034300***************************************************************
034400 2100-ENFILEIRAR-INSTRUCAO.
034500     IF CLIENTIDI = SPACES
034600         MOVE "INFORME O ID DO CLIENTE" TO WS-MENSAGEM-AREA
034700         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
034800     END-IF.
034900     MOVE SPACES TO INSTRUCAO-RECORD.
035000     MOVE OCORRI TO INS-OCORRENCIA.
035100     IF NOT INS-BAIXA AND NOT INS-ALT-VENCIMENTO
035200         AND NOT INS-ABATIMENTO
035300         MOVE "INSTRUCAO: 02 BAIXA, 06 VENCIMENTO, 07 ABATIMENTO"
035400             TO WS-MENSAGEM-AREA
035500         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
035600     END-IF.
035700     IF REMSEQI NOT NUMERIC
035800         MOVE "REMSEQ: CINCO DIGITOS, COMO NA LISTA DE TITULOS"
035900             TO WS-MENSAGEM-AREA
036000         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
036100     END-IF.
036200*    O CARTAO SEM BANCO VALE PARA O BANCO PADRAO DA RODADA; AQUI
036300*    O BANCO E OBRIGATORIO, PARA A INSTRUCAO SAIR NA REMESSA DO
036400*    BANCO QUE COBRA O TITULO
036500     IF BANCOI NOT NUMERIC OR BANCOI = ZEROS
036600         MOVE "BANCO: TRES DIGITOS, COMO NA LISTA DE TITULOS"
036700             TO WS-MENSAGEM-AREA
036800         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
036900     END-IF.
037000     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
037100     END-EXEC.
037200     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
037300         YYYYMMDD(WS-DATA-HOJE)
037400         TIME(WS-HORA-AGORA)
037500     END-EXEC.
037600     MOVE ZERO TO WS-DATA-NOVA.
037700     MOVE ZERO TO WS-VALOR-ABAT.
037800     IF INS-ALT-VENCIMENTO
037900         IF DTNOVAI NOT NUMERIC
038000             MOVE "NOVO VENCIMENTO: AAAAMMDD POSTERIOR A HOJE"
038100                 TO WS-MENSAGEM-AREA
038200             GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
038300         END-IF
038400         MOVE DTNOVAI TO WS-DATA-NOVA
038500         IF WS-DN-MES < 1 OR WS-DN-MES > 12
038600             OR WS-DN-DIA < 1 OR WS-DN-DIA > 31
038700             OR WS-DATA-NOVA NOT > WS-DATA-HOJE
038800             MOVE "NOVO VENCIMENTO: AAAAMMDD POSTERIOR A HOJE"
038900                 TO WS-MENSAGEM-AREA
039000             GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
039100         END-IF
039200     END-IF.
039300     IF INS-ABATIMENTO
039400         IF VLABATI NOT NUMERIC OR VLABATI = ZEROS
039500             MOVE "ABATIMENTO: TREZE DIGITOS EM CENTAVOS"
039600                 TO WS-MENSAGEM-AREA
039700             GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
039800         END-IF
039900         MOVE VLABATI TO WS-VALOR-ABAT
040000     END-IF.
040100     MOVE BANCOI TO TIT-BANCO.
040200     MOVE REMSEQI TO TIT-REMSEQ.
040300     MOVE CLIENTIDI TO TIT-CUST-ID.
040400     EXEC CICS READ DATASET('TITREG')
040500         INTO(TITULO-RECORD)
040600         RIDFLD(TIT-CHAVE)
040700         RESP(WS-RESP)
040800     END-EXEC.
040900     IF WS-RESP = DFHRESP(NOTFND)
041000         MOVE "TITULO NAO ENCONTRADO NO TITREG PARA ESTE BANCO"
041100             TO WS-MENSAGEM-AREA
041200         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
041300     END-IF.
041400     IF WS-RESP NOT = DFHRESP(NORMAL)
041500         MOVE "TITREG INDISPONIVEL - TENTE MAIS TARDE"
041600             TO WS-MENSAGEM-AREA
041700         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
041800     END-IF.
041900     IF NOT TIT-ABERTO
042000         MOVE "TITULO NAO ABERTO - INSTRUCAO RECUSADA"
042100             TO WS-MENSAGEM-AREA
042200         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
042300     END-IF.
042400     IF INS-ABATIMENTO
042500         AND WS-VALOR-ABAT NOT < TIT-VALOR-CENTAVOS
042600         MOVE "ABATIMENTO NAO PODE ALCANCAR O VALOR DO TITULO"
042700             TO WS-MENSAGEM-AREA
042800         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
042900     END-IF.
043000     MOVE TIT-REMSEQ TO INS-REMSEQ.
043100     MOVE TIT-CUST-ID TO INS-CUST-ID.
043200     MOVE TIT-BANCO TO INS-BANCO.
043300     MOVE WS-DATA-NOVA TO INS-DATA-NOVA.
043400     MOVE WS-VALOR-ABAT TO INS-VALOR-ABAT.
043500     EXEC CICS WRITEQ TD QUEUE('RINQ')
043600         FROM(INSTRUCAO-RECORD)
043700         LENGTH(LENGTH OF INSTRUCAO-RECORD)
043800         RESP(WS-RESP)
043900     END-EXEC.
044000     IF WS-RESP NOT = DFHRESP(NORMAL)
044100         MOVE "ERRO AO ENFILEIRAR A INSTRUCAO"
044200             TO WS-MENSAGEM-AREA
044300         GO TO 2100-ENFILEIRAR-INSTRUCAO-EXIT
044400     END-IF.
044500     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
044600     MOVE SPACES TO OCORRO REMSEQO BANCOO DTNOVAO VLABATO.
044700     MOVE ZERO TO CA-TIT-MOSTRADOS.
044800     PERFORM 2200-LISTAR-TITULOS THRU 2200-LISTAR-TITULOS-EXIT.
044900     MOVE SPACES TO WS-MENSAGEM-AREA.
045000     STRING "INSTRUCAO " INS-OCORRENCIA " DO TITULO " INS-REMSEQ
045100         " ENFILEIRADA PARA A PROXIMA REMESSA"
045200         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
045300     END-STRING.
045400 2100-ENFILEIRAR-INSTRUCAO-EXIT.
045500     EXIT.
045600*
045700***************************************************************
045800*    2500-AUDITAR - CADA INSTRUCAO ENFILEIRADA VAI PARA A FILA  *
045900*    AUDQ (MESMO LAYOUT DO AUDITLOG DO LOTE)                    *
046000***************************************************************
046100 2500-AUDITAR.
046200     MOVE SPACES TO AUDIT-RECORD.
046300     MOVE WS-DATA-HOJE TO AUDIT-DATE.
046400     MOVE WS-HORA-AGORA TO AUDIT-TIME.
046500     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
046600     MOVE 9 TO AUDIT-OPCODE.
046700     MOVE SPACES TO AUDIT-DESC.
046800     STRING "CTIT INSTR " INS-OCORRENCIA " " INS-REMSEQ "/"
046900         INS-CUST-ID
047000         DELIMITED BY SIZE INTO AUDIT-DESC
047100     END-STRING.
047200     EXEC CICS WRITEQ TD QUEUE('AUDQ')
047300         FROM(AUDIT-RECORD)
047400         LENGTH(LENGTH OF AUDIT-RECORD)
047500     END-EXEC.
047600 2500-AUDITAR-EXIT.
047700     EXIT.
047800*
047900***************************************************************
048000*    2200-LISTAR-TITULOS - TITULOS DO CLIENTE PELO PATH TITCLI  *
048100*    (STARTBR + READNEXT); PF8 PULA OS JA MOSTRADOS, CONTADOS   *
048200*    NA COMMAREA                                                *
048300***************************************************************
048400 2200-LISTAR-TITULOS.
048500     PERFORM 2400-LIMPAR-PAGINA THRU 2400-LIMPAR-PAGINA-EXIT.
048600     MOVE "N" TO WS-FIM-BROWSE-SWITCH.
048700     MOVE ZERO TO WS-QTDE-MOSTRADAS.
048800     IF CLIENTIDI = SPACES
048900         MOVE CA-CLIENTE-ID TO CLIENTIDI
049000     END-IF.
049100     IF CLIENTIDI = SPACES
049200         MOVE "INFORME O ID DO CLIENTE" TO WS-MENSAGEM-AREA
049300         GO TO 2200-LISTAR-TITULOS-EXIT
049400     END-IF.
049500     IF CLIENTIDI NOT = CA-CLIENTE-ID
049600         MOVE ZERO TO CA-TIT-MOSTRADOS
049700     END-IF.
049800     MOVE CLIENTIDI TO CA-CLIENTE-ID.
049900     MOVE CLIENTIDI TO WS-TC-CUST-ID.
050000     EXEC CICS STARTBR DATASET('TITCLI')
050100         RIDFLD(WS-TC-CUST-ID)
050200         GTEQ
050300         RESP(WS-RESP)
050400     END-EXEC.
050500     IF WS-RESP NOT = DFHRESP(NORMAL)
050600         MOVE "SEM TITULOS PARA ESTE CLIENTE"
050700             TO WS-MENSAGEM-AREA
050800         GO TO 2200-LISTAR-TITULOS-EXIT
050900     END-IF.
051000     MOVE CA-TIT-MOSTRADOS TO WS-QTDE-PULAR.
051100     PERFORM 2240-PULAR-TITULO THRU 2240-PULAR-TITULO-EXIT
051200         UNTIL WS-QTDE-PULAR = ZERO OR FIM-DO-BROWSE.
051300     PERFORM 2250-LER-TITULO
051400         THRU 2250-LER-TITULO-EXIT
051500         VARYING WS-LINHA-NUM FROM 1 BY 1
051600         UNTIL WS-LINHA-NUM > 10 OR FIM-DO-BROWSE.
051700     EXEC CICS ENDBR DATASET('TITCLI')
051800         RESP(WS-RESP)
051900     END-EXEC.
052000     ADD WS-QTDE-MOSTRADAS TO CA-TIT-MOSTRADOS.
052100     IF WS-QTDE-MOSTRADAS = ZERO
052200         MOVE "SEM MAIS TITULOS PARA ESTE CLIENTE"
052300             TO WS-MENSAGEM-AREA
052400     ELSE
052500         MOVE "PF8 MOSTRA MAIS TITULOS - PF5 INCLUI A INSTRUCAO"
052600             TO WS-MENSAGEM-AREA
052700     END-IF.
052800 2200-LISTAR-TITULOS-EXIT.
052900     EXIT.
053000*
053100***************************************************************
053200*    2240-PULAR-TITULO - DESCARTA UM TITULO JA MOSTRADO         *
053300***************************************************************
053400 2240-PULAR-TITULO.
053500     PERFORM 2260-LER-PROXIMO THRU 2260-LER-PROXIMO-EXIT.
053600     SUBTRACT 1 FROM WS-QTDE-PULAR.
053700 2240-PULAR-TITULO-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    2250-LER-TITULO - UMA LINHA POR TITULO                     *
054200***************************************************************
054300 2250-LER-TITULO.
054400     PERFORM 2260-LER-PROXIMO THRU 2260-LER-PROXIMO-EXIT.
054500     IF FIM-DO-BROWSE
054600         GO TO 2250-LER-TITULO-EXIT
054700     END-IF.
054800     MOVE TIT-BANCO TO LT-BANCO.
054900     MOVE TIT-REMSEQ TO LT-REMSEQ.
055000     MOVE TIT-NOSSO-NUMERO TO LT-NOSSO-NUMERO.
055100     EVALUATE TRUE
055200         WHEN TIT-ABERTO
055300             MOVE "ABERTO" TO LT-SITUACAO
055400         WHEN TIT-LIQUIDADO
055500             MOVE "LIQUIDADO" TO LT-SITUACAO
055600         WHEN TIT-BAIXADO
055700             MOVE "BAIXADO" TO LT-SITUACAO
055800         WHEN OTHER
055900             MOVE TIT-SITUACAO TO LT-SITUACAO
056000     END-EVALUATE.
056100     MOVE TIT-DATA-ENVIO TO LT-DATA-ENVIO.
056200     MOVE TIT-DATA-VENC TO LT-DATA-VENC.
056300     IF TIT-DATA-BAIXA = ZERO
056400         MOVE SPACES TO LT-DATA-BAIXA
056500     ELSE
056600         MOVE TIT-DATA-BAIXA TO LT-DATA-BAIXA
056700     END-IF.
056800     MOVE TIT-VALOR-CENTAVOS TO WS-VALOR-CENTAVOS.
056900     MOVE WS-VALOR-REAIS TO LT-VALOR.
057000     EVALUATE WS-LINHA-NUM
057100         WHEN 1  MOVE WS-LINHA-TITULO TO ROW01O
057200         WHEN 2  MOVE WS-LINHA-TITULO TO ROW02O
057300         WHEN 3  MOVE WS-LINHA-TITULO TO ROW03O
057400         WHEN 4  MOVE WS-LINHA-TITULO TO ROW04O
057500         WHEN 5  MOVE WS-LINHA-TITULO TO ROW05O
057600         WHEN 6  MOVE WS-LINHA-TITULO TO ROW06O
057700         WHEN 7  MOVE WS-LINHA-TITULO TO ROW07O
057800         WHEN 8  MOVE WS-LINHA-TITULO TO ROW08O
057900         WHEN 9  MOVE WS-LINHA-TITULO TO ROW09O
058000         WHEN 10 MOVE WS-LINHA-TITULO TO ROW10O
058100     END-EVALUATE.
058200     ADD 1 TO WS-QTDE-MOSTRADAS.
058300 2250-LER-TITULO-EXIT.
058400     EXIT.
058500*
058600***************************************************************
058700*    2260-LER-PROXIMO - READNEXT NO PATH; DUPKEY SO AVISA QUE   *
058800*    HA MAIS TITULOS COM O MESMO CUST-ID E VALE COMO NORMAL     *
058900***************************************************************
059000 2260-LER-PROXIMO.
059100     EXEC CICS READNEXT DATASET('TITCLI')
059200         INTO(TITULO-RECORD)
059300         RIDFLD(WS-TC-CUST-ID)
059400         RESP(WS-RESP)
059500     END-EXEC.
059600     IF WS-RESP NOT = DFHRESP(NORMAL)
059700         AND WS-RESP NOT = DFHRESP(DUPKEY)
059800         MOVE "Y" TO WS-FIM-BROWSE-SWITCH
059900         GO TO 2260-LER-PROXIMO-EXIT
060000     END-IF.
060100*    SAIU DO GRUPO DO CLIENTE PEDIDO: FIM DA PAGINACAO
060200     IF TIT-CUST-ID NOT = CA-CLIENTE-ID
060300         MOVE "Y" TO WS-FIM-BROWSE-SWITCH
060400     END-IF.
060500 2260-LER-PROXIMO-EXIT.
060600     EXIT.
060700*
060800***************************************************************
060900*    2400-LIMPAR-PAGINA                                        *
061000***************************************************************
061100 2400-LIMPAR-PAGINA.
061200     MOVE SPACES TO ROW01O ROW02O ROW03O ROW04O ROW05O
061300         ROW06O ROW07O ROW08O ROW09O ROW10O.
061400 2400-LIMPAR-PAGINA-EXIT.
061500     EXIT.
061600*
061700***************************************************************
061800*    3000-REENVIAR-TELA                                        *
061900***************************************************************
062000 3000-REENVIAR-TELA.
062100     MOVE WS-MENSAGEM-AREA TO MENSAGEMO.
062200     EXEC CICS SEND MAP('TITMAP')
062300         MAPSET('TITSET')
062400         FROM(TITMAPO)
062500         ERASE
062600     END-EXEC.
062700 3000-REENVIAR-TELA-EXIT.
062800     EXIT.
