000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIENTE-RELAC-ONLINE.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     TRANSACAO CICS CREL DE MANUTENCAO DOS
001200*                       RELACIONAMENTOS ENTRE CLIENTES (RELCLI,
001300*                       VER COPYBOOKS/RELREG.CPY) E DO LIMITE DO
001400*                       GRUPO ECONOMICO (GRPLIM, VER
001500*                       COPYBOOKS/GRPREG.CPY), NO NOVO MAPA
001600*                       RELMAP. ACOES:
001700*                         I - INCLUI OU ATUALIZA O VINCULO ENTRE
001800*                             DOIS CLIENTES DO CUSTMAST, GRAVADO
001900*                             NOS DOIS SENTIDOS, RECUSANDO
002000*                             CLIENTES DE GRUPOS DIFERENTES;
002100*                         E - EXCLUI O VINCULO NOS DOIS SENTIDOS;
002200*                         G - GRAVA O NOME E O LIMITE DO GRUPO;
002300*                         PF8 FOLHEIA OS VINCULOS DO CLIENTE.
002400*                       MESMO CONTROLE SECPROF/PERMMAT DAS OUTRAS
002500*                       TELAS (FUNCAO "CREL"), COM EVENTO DE
002600*                       AUDITORIA NA FILA AUDQ. A CARGA EM LOTE
002700*                       E O CLIENTE-RELAC-LOAD.
002800***************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600*
003700 WORKING-STORAGE SECTION.
003800*
003900***************************************************************
004000*    MAPA BMS DE RELACIONAMENTOS (RELMAP.BMS)
004100***************************************************************
004200 COPY "RELMAP.cpy".
004300*
004400***************************************************************
004500*    VALORES PADRAO DE EIBAID PARA PF3, PF8 E CLEAR (MESMOS
004600*    BYTES DA BIBLIOTECA DFHAID DO CICS)
004700***************************************************************
004800 77  DFHPF3                  PIC X VALUE X'F3'.
004900 77  DFHPF8                  PIC X VALUE X'F8'.
005000 77  DFHCLEAR                PIC X VALUE X'6D'.
005100*
005200***************************************************************
005300*    LAYOUT COMPARTILHADO DO MESTRE, DO RELACIONAMENTO E DO
005400*    LIMITE DO GRUPO
005500***************************************************************
005600 COPY "CUSTREC.cpy".
005700 COPY "RELREG.cpy".
005800 COPY "GRPREG.cpy".
005900*
006000***************************************************************
006100*    PERFIL DO OPERADOR (SECPROF) E MATRIZ DE PERMISSOES
006200*    (PERMMAT) - MESMO PADRAO DAS DEMAIS TELAS
006300***************************************************************
006400 01  PROFILE-RECORD.
006500     05  PRF-OPERADOR        PIC X(08).
006600     05  FILLER              PIC X(01).
006700     05  PRF-SENHA           PIC X(08).
006800     05  FILLER              PIC X(01).
006900     05  PRF-VALIDADE        PIC 9(08).
007000     05  FILLER              PIC X(01).
007100     05  PRF-TROCA           PIC X(01).
007200     05  FILLER              PIC X(01).
007300     05  PRF-PAPEL           PIC X(08).
007400 01  PERM-RECORD.
007500     05  PRM-PAPEL           PIC X(08).
007600     05  FILLER              PIC X(01).
007700     05  PRM-FUNCAO          PIC X(08).
007800 01  WS-PERM-CHAVE.
007900     05  WS-PERM-PAPEL       PIC X(08).
008000     05  WS-PERM-FUNCAO      PIC X(08).
008100 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
008200 77  WS-TEM-PERMISSAO        PIC X(01) VALUE "N".
008300     88  OPERADOR-PERMITIDO  VALUE "Y".
008400*
008500***************************************************************
008600*    EVENTO DE AUDITORIA GRAVADO NA FILA TRANSIENT DATA AUDQ
008700***************************************************************
008800 01  AUDIT-RECORD.
008900     05  AUDIT-DATE          PIC 9(08).
009000     05  FILLER              PIC X(01) VALUE SPACE.
009100     05  AUDIT-TIME          PIC 9(08).
009200     05  FILLER              PIC X(01) VALUE SPACE.
009300     05  AUDIT-OPERATOR      PIC X(08).
009400     05  FILLER              PIC X(01) VALUE SPACE.
009500     05  AUDIT-OPCODE        PIC 9.
009600     05  FILLER              PIC X(01) VALUE SPACE.
009700     05  AUDIT-DESC          PIC X(30).
009800*
009900***************************************************************
010000*    CHAVES DE ACESSO AO RELCLI E AO GRPLIM
010100***************************************************************
010200 01  WS-REL-CHAVE.
010300     05  WS-RC-CUST-ID       PIC X(10).
010400     05  WS-RC-CUST-REL      PIC X(10).
010500 01  WS-ULTIMA-CHAVE         PIC X(20) VALUE SPACES.
010600 01  WS-GRP-CHAVE            PIC X(10) VALUE SPACES.
010700*
010800***************************************************************
010900*    GRUPO ATUAL DE CADA PONTA DO VINCULO E O GRUPO QUE VALE
011000***************************************************************
011100 77  WS-GRUPO-PROCURADO      PIC X(10) VALUE SPACES.
011200 77  WS-GRUPO-ACHADO         PIC X(10) VALUE SPACES.
011300 77  WS-GRUPO-CLIENTE        PIC X(10) VALUE SPACES.
011400 77  WS-GRUPO-RELAC          PIC X(10) VALUE SPACES.
011500 77  WS-GRUPO-FINAL          PIC X(10) VALUE SPACES.
011600 77  WS-VINC-DE              PIC X(10) VALUE SPACES.
011700 77  WS-VINC-PARA            PIC X(10) VALUE SPACES.
011800 77  WS-QTDE-SENTIDOS        PIC 9(01) VALUE ZERO.
011900 01  WS-LIMITE-DIGITADO      PIC X(11) VALUE SPACES.
012000 01  WS-LIMITE-NUM REDEFINES WS-LIMITE-DIGITADO
012100                             PIC 9(9)V99.
012200*
012300 01  WS-COMMAREA.
012400     05  CA-CLIENTE-LISTA    PIC X(10).
012500     05  CA-ULTIMO-REL       PIC X(10).
012600*
012700 77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
012800 77  WS-ENCERRAR-SWITCH      PIC X(01) VALUE "N".
012900     88  ENCERRAR-SESSAO     VALUE "Y".
013000 77  WS-QTDE-MOSTRADOS       PIC 9(02) VALUE ZERO.
013100 77  WS-FIM-BROWSE-SWITCH    PIC X(01) VALUE "N".
013200     88  FIM-DO-BROWSE       VALUE "Y".
013300 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
013400 01  WS-LINHA-LISTA          PIC X(60) VALUE SPACES.
013500*
013600***************************************************************
013700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
013800***************************************************************
013900 COPY "RUNDATE.cpy".
014000*
014100 LINKAGE SECTION.
014200*
014300 01  DFHCOMMAREA             PIC X(20).
014400*
014500 PROCEDURE DIVISION.
014600*
014700***************************************************************
014800*    0000-MAINLINE                                             *
014900***************************************************************
015000 0000-MAINLINE.
015100     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
015200     ACCEPT RUN-HORA FROM TIME.
015300     IF EIBCALEN = 0
015400         PERFORM 1000-ENVIAR-TELA-INICIAL
015500             THRU 1000-ENVIAR-TELA-INICIAL-EXIT
015600     ELSE
015700         MOVE DFHCOMMAREA TO WS-COMMAREA
015800         PERFORM 2000-PROCESSAR-TECLA
015900             THRU 2000-PROCESSAR-TECLA-EXIT
016000     END-IF.
016100     IF ENCERRAR-SESSAO
016200         EXEC CICS RETURN
016300         END-EXEC
016400     ELSE
016500         EXEC CICS RETURN
016600             TRANSID('CREL')
016700             COMMAREA(WS-COMMAREA)
016800             LENGTH(LENGTH OF WS-COMMAREA)
016900         END-EXEC
017000     END-IF.
017100     GOBACK.
017200*
017300***************************************************************
017400*    1000-ENVIAR-TELA-INICIAL                                  *
017500***************************************************************
017600 1000-ENVIAR-TELA-INICIAL.
017700     MOVE SPACES TO RELMAPO.
017800     MOVE -1     TO ACAOL.
017900     MOVE SPACES TO WS-COMMAREA.
018000     EXEC CICS SEND MAP('RELMAP')
018100         MAPSET('RELSET')
018200         FROM(RELMAPO)
018300         ERASE
018400     END-EXEC.
018500 1000-ENVIAR-TELA-INICIAL-EXIT.
018600     EXIT.
018700*
018800***************************************************************
018900*    2000-PROCESSAR-TECLA                                      *
019000***************************************************************
019100 2000-PROCESSAR-TECLA.
019200     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
019300         PERFORM 1100-ENVIAR-TELA-DESPEDIDA
019400             THRU 1100-ENVIAR-TELA-DESPEDIDA-EXIT
019500         GO TO 2000-PROCESSAR-TECLA-EXIT
019600     END-IF.
019700     EXEC CICS RECEIVE MAP('RELMAP')
019800         MAPSET('RELSET')
019900         INTO(RELMAPI)
020000         RESP(WS-RESP)
020100     END-EXEC.
020200     MOVE SPACES TO WS-MENSAGEM-AREA.
020300     PERFORM 0500-VERIFICAR-PERMISSAO
020400         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
020500     IF NOT OPERADOR-PERMITIDO
020600         GO TO 2000-PROCESSAR-TECLA-ENVIA
020700     END-IF.
020800     IF EIBAID = DFHPF8
020900         PERFORM 2700-LISTAR-VINCULOS
021000             THRU 2700-LISTAR-VINCULOS-EXIT
021100         GO TO 2000-PROCESSAR-TECLA-ENVIA
021200     END-IF.
021300     EVALUATE ACAOI
021400         WHEN "I"
021500             PERFORM 2100-INCLUIR-VINCULO
021600                 THRU 2100-INCLUIR-VINCULO-EXIT
021700         WHEN "E"
021800             PERFORM 2300-EXCLUIR-VINCULO
021900                 THRU 2300-EXCLUIR-VINCULO-EXIT
022000         WHEN "G"
022100             PERFORM 2400-GRAVAR-GRUPO
022200                 THRU 2400-GRAVAR-GRUPO-EXIT
022300         WHEN OTHER
022400             MOVE "ACAO INVALIDA - USE I, E OU G (PF8 LISTA)"
022500                 TO WS-MENSAGEM-AREA
022600     END-EVALUATE.
022700 2000-PROCESSAR-TECLA-ENVIA.
022800     PERFORM 3000-REENVIAR-TELA
022900         THRU 3000-REENVIAR-TELA-EXIT.
023000 2000-PROCESSAR-TECLA-EXIT.
023100     EXIT.
023200*
023300***************************************************************
023400*    0500-VERIFICAR-PERMISSAO - FUNCAO "CREL" NA MATRIZ PERMMAT *
023500***************************************************************
023600 0500-VERIFICAR-PERMISSAO.
023700     MOVE "N" TO WS-TEM-PERMISSAO.
023800     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
023900     END-EXEC.
024000     EXEC CICS READ DATASET('SECPROF')
024100         INTO(PROFILE-RECORD)
024200         RIDFLD(WS-OPERATOR-ID)
024300         RESP(WS-RESP)
024400     END-EXEC.
024500     IF WS-RESP NOT = DFHRESP(NORMAL)
024600         MOVE "ACESSO NEGADO - OPERADOR SEM PERFIL (SECPROF)"
024700             TO WS-MENSAGEM-AREA
024800         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
024900     END-IF.
025000     MOVE PRF-PAPEL TO WS-PERM-PAPEL.
025100     MOVE "CREL    " TO WS-PERM-FUNCAO.
025200     EXEC CICS READ DATASET('PERMMAT')
025300         INTO(PERM-RECORD)
025400         RIDFLD(WS-PERM-CHAVE)
025500         RESP(WS-RESP)
025600     END-EXEC.
025700     IF WS-RESP NOT = DFHRESP(NORMAL)
025800         MOVE "ACESSO NEGADO - FUNCAO CREL NAO PERMITIDA"
025900             TO WS-MENSAGEM-AREA
026000         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
026100     END-IF.
026200     MOVE "Y" TO WS-TEM-PERMISSAO.
026300 0500-VERIFICAR-PERMISSAO-EXIT.
026400     EXIT.
026500*
026600***************************************************************
026700*    1100-ENVIAR-TELA-DESPEDIDA                                *
026800***************************************************************
026900 1100-ENVIAR-TELA-DESPEDIDA.
027000     MOVE "Y" TO WS-ENCERRAR-SWITCH.
027100     EXEC CICS SEND TEXT
027200         FROM("CLIENTE-RELAC-ONLINE ENCERRADA.")
027300         LENGTH(LENGTH OF "CLIENTE-RELAC-ONLINE ENCERRADA.")
027400         ERASE
027500         FREEKB
027600     END-EXEC.
027700 1100-ENVIAR-TELA-DESPEDIDA-EXIT.
027800     EXIT.
027900*
028000***************************************************************
028100*    2100-INCLUIR-VINCULO - MESMAS REGRAS DA CARGA EM LOTE: AS  *
028200*    DUAS PONTAS NO MESTRE, TIPO VALIDO E UM SO GRUPO POR       *
028300*    CLIENTE; GRAVA O VINCULO NOS DOIS SENTIDOS                 *
028400***************************************************************
028500 2100-INCLUIR-VINCULO.
028600     IF CLIENTIDI = SPACES OR CLIRELI = SPACES
028700         MOVE "INFORME O CLIENTE E O RELACIONADO"
028800             TO WS-MENSAGEM-AREA
028900         GO TO 2100-INCLUIR-VINCULO-EXIT
029000     END-IF.
029100     IF CLIENTIDI = CLIRELI
029200         MOVE "CLIENTE NAO PODE SE RELACIONAR A SI MESMO"
029300             TO WS-MENSAGEM-AREA
029400         GO TO 2100-INCLUIR-VINCULO-EXIT
029500     END-IF.
029600     MOVE TIPOI TO REL-TIPO.
029700     IF NOT REL-TIPO-VALIDO
029800         MOVE "TIPO INVALIDO - USE T, S, A OU G"
029900             TO WS-MENSAGEM-AREA
030000         GO TO 2100-INCLUIR-VINCULO-EXIT
030100     END-IF.
030200     MOVE CLIENTIDI TO CUST-ID.
030300     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
030400     IF WS-MENSAGEM-AREA NOT = SPACES
030500         GO TO 2100-INCLUIR-VINCULO-EXIT
030600     END-IF.
030700     MOVE CLIRELI TO CUST-ID.
030800     PERFORM 2110-LER-CLIENTE THRU 2110-LER-CLIENTE-EXIT.
030900     IF WS-MENSAGEM-AREA NOT = SPACES
031000         GO TO 2100-INCLUIR-VINCULO-EXIT
031100     END-IF.
031200     MOVE CLIENTIDI TO WS-GRUPO-PROCURADO.
031300     PERFORM 2150-PROCURAR-GRUPO THRU 2150-PROCURAR-GRUPO-EXIT.
031400     MOVE WS-GRUPO-ACHADO TO WS-GRUPO-CLIENTE.
031500     MOVE CLIRELI TO WS-GRUPO-PROCURADO.
031600     PERFORM 2150-PROCURAR-GRUPO THRU 2150-PROCURAR-GRUPO-EXIT.
031700     MOVE WS-GRUPO-ACHADO TO WS-GRUPO-RELAC.
031800     IF WS-GRUPO-CLIENTE NOT = SPACES
031900         AND WS-GRUPO-RELAC NOT = SPACES
032000         AND WS-GRUPO-CLIENTE NOT = WS-GRUPO-RELAC
032100         MOVE "CLIENTES EM GRUPOS ECONOMICOS DIFERENTES"
032200             TO WS-MENSAGEM-AREA
032300         GO TO 2100-INCLUIR-VINCULO-EXIT
032400     END-IF.
032500     IF WS-GRUPO-CLIENTE NOT = SPACES
032600         MOVE WS-GRUPO-CLIENTE TO WS-GRUPO-FINAL
032700     ELSE
032800         IF WS-GRUPO-RELAC NOT = SPACES
032900             MOVE WS-GRUPO-RELAC TO WS-GRUPO-FINAL
033000         ELSE
033100             IF GRUPOI NOT = SPACES
033200                 MOVE GRUPOI TO WS-GRUPO-FINAL
033300             ELSE
033400                 MOVE CLIRELI TO WS-GRUPO-FINAL
033500             END-IF
033600         END-IF
033700     END-IF.
033800     IF GRUPOI NOT = SPACES AND GRUPOI NOT = WS-GRUPO-FINAL
033900         MOVE "CLIENTE JA PERTENCE A OUTRO GRUPO ECONOMICO"
034000             TO WS-MENSAGEM-AREA
034100         GO TO 2100-INCLUIR-VINCULO-EXIT
034200     END-IF.
034300     MOVE ZERO TO WS-QTDE-SENTIDOS.
034400     MOVE CLIENTIDI TO WS-VINC-DE.
034500     MOVE CLIRELI TO WS-VINC-PARA.
034600     PERFORM 2200-GRAVAR-VINCULO THRU 2200-GRAVAR-VINCULO-EXIT.
034700     MOVE CLIRELI TO WS-VINC-DE.
034800     MOVE CLIENTIDI TO WS-VINC-PARA.
034900     PERFORM 2200-GRAVAR-VINCULO THRU 2200-GRAVAR-VINCULO-EXIT.
035000     IF WS-QTDE-SENTIDOS < 2
035100         MOVE "ERRO AO GRAVAR O VINCULO NO RELCLI"
035200             TO WS-MENSAGEM-AREA
035300         GO TO 2100-INCLUIR-VINCULO-EXIT
035400     END-IF.
035500     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
035600     MOVE WS-GRUPO-FINAL TO GRUPOO.
035700     MOVE SPACES TO WS-MENSAGEM-AREA.
035800     STRING "VINCULO GRAVADO NOS DOIS SENTIDOS - GRUPO "
035900         WS-GRUPO-FINAL
036000         DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
036100     END-STRING.
036200 2100-INCLUIR-VINCULO-EXIT.
036300     EXIT.
036400*
036500***************************************************************
036600*    2110-LER-CLIENTE - A PONTA DO VINCULO TEM DE ESTAR NO      *
036700*    MESTRE E NAO PODE ESTAR CANCELADA                          *
036800***************************************************************
036900 2110-LER-CLIENTE.
037000     EXEC CICS READ DATASET('CUSTMAST')
037100         INTO(CUSTOMER-MASTER-RECORD)
037200         RIDFLD(CUST-ID)
037300         RESP(WS-RESP)
037400     END-EXEC.
037500     IF WS-RESP NOT = DFHRESP(NORMAL)
037600         MOVE SPACES TO WS-MENSAGEM-AREA
037700         STRING "CLIENTE " CUST-ID " NAO ENCONTRADO NO MESTRE"
037800             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
037900         END-STRING
038000         GO TO 2110-LER-CLIENTE-EXIT
038100     END-IF.
038200     IF CUST-CANCELADO
038300         MOVE SPACES TO WS-MENSAGEM-AREA
038400         STRING "CLIENTE " CUST-ID " CANCELADO NO MESTRE"
038500             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
038600         END-STRING
038700     END-IF.
038800 2110-LER-CLIENTE-EXIT.
038900     EXIT.
039000*
039100***************************************************************
039200*    2150-PROCURAR-GRUPO - GRUPO ATUAL DO CLIENTE EM            *
039300*    WS-GRUPO-PROCURADO: O DO SEU PRIMEIRO VINCULO NO RELCLI    *
039400*    (BRANCO SE O CLIENTE AINDA NAO TEM VINCULO)                *
039500***************************************************************
039600 2150-PROCURAR-GRUPO.
039700     MOVE SPACES TO WS-GRUPO-ACHADO.
039800     MOVE WS-GRUPO-PROCURADO TO WS-RC-CUST-ID.
039900     MOVE LOW-VALUES TO WS-RC-CUST-REL.
040000     EXEC CICS STARTBR DATASET('RELCLI')
040100         RIDFLD(WS-REL-CHAVE)
040200         GTEQ
040300         RESP(WS-RESP)
040400     END-EXEC.
040500     IF WS-RESP NOT = DFHRESP(NORMAL)
040600         GO TO 2150-PROCURAR-GRUPO-EXIT
040700     END-IF.
040800     EXEC CICS READNEXT DATASET('RELCLI')
040900         INTO(REL-VINCULO-RECORD)
041000         RIDFLD(WS-REL-CHAVE)
041100         RESP(WS-RESP)
041200     END-EXEC.
041300     IF WS-RESP = DFHRESP(NORMAL)
041400         AND REL-CUST-ID = WS-GRUPO-PROCURADO
041500         MOVE REL-GRUPO-ID TO WS-GRUPO-ACHADO
041600     END-IF.
041700     EXEC CICS ENDBR DATASET('RELCLI')
041800         RESP(WS-RESP)
041900     END-EXEC.
042000 2150-PROCURAR-GRUPO-EXIT.
042100     EXIT.
042200*
042300***************************************************************
042400*    2200-GRAVAR-VINCULO - UPSERT DE UM SENTIDO DO VINCULO      *
042500*    (WS-VINC-DE -> WS-VINC-PARA)                               *
042600***************************************************************
042700 2200-GRAVAR-VINCULO.
042800     MOVE WS-VINC-DE TO WS-RC-CUST-ID.
042900     MOVE WS-VINC-PARA TO WS-RC-CUST-REL.
043000     EXEC CICS READ DATASET('RELCLI')
043100         INTO(REL-VINCULO-RECORD)
043200         RIDFLD(WS-REL-CHAVE)
043300         UPDATE
043400         RESP(WS-RESP)
043500     END-EXEC.
043600     MOVE SPACES TO REL-VINCULO-RECORD.
043700     MOVE WS-VINC-DE TO REL-CUST-ID.
043800     MOVE WS-VINC-PARA TO REL-CUST-REL.
043900     MOVE TIPOI TO REL-TIPO.
044000     MOVE WS-GRUPO-FINAL TO REL-GRUPO-ID.
044100     MOVE RUN-DATA TO REL-DATA-INCLUSAO.
044200     MOVE WS-OPERATOR-ID TO REL-OPERADOR.
044300     SET REL-ORIGEM-ONLINE TO TRUE.
044400     IF WS-RESP = DFHRESP(NORMAL)
044500         EXEC CICS REWRITE DATASET('RELCLI')
044600             FROM(REL-VINCULO-RECORD)
044700             RESP(WS-RESP)
044800         END-EXEC
044900     ELSE
045000         EXEC CICS WRITE DATASET('RELCLI')
045100             FROM(REL-VINCULO-RECORD)
045200             RIDFLD(WS-REL-CHAVE)
045300             RESP(WS-RESP)
045400         END-EXEC
045500     END-IF.
045600     IF WS-RESP = DFHRESP(NORMAL)
045700         ADD 1 TO WS-QTDE-SENTIDOS
045800     END-IF.
045900 2200-GRAVAR-VINCULO-EXIT.
046000     EXIT.
046100*
046200***************************************************************
046300*    2300-EXCLUIR-VINCULO - APAGA OS DOIS SENTIDOS DO VINCULO   *
046400***************************************************************
046500 2300-EXCLUIR-VINCULO.
046600     IF CLIENTIDI = SPACES OR CLIRELI = SPACES
046700         MOVE "INFORME O CLIENTE E O RELACIONADO"
046800             TO WS-MENSAGEM-AREA
046900         GO TO 2300-EXCLUIR-VINCULO-EXIT
047000     END-IF.
047100     MOVE ZERO TO WS-QTDE-SENTIDOS.
047200     MOVE CLIENTIDI TO WS-RC-CUST-ID.
047300     MOVE CLIRELI TO WS-RC-CUST-REL.
047400     EXEC CICS DELETE DATASET('RELCLI')
047500         RIDFLD(WS-REL-CHAVE)
047600         RESP(WS-RESP)
047700     END-EXEC.
047800     IF WS-RESP = DFHRESP(NORMAL)
047900         ADD 1 TO WS-QTDE-SENTIDOS
048000     END-IF.
048100     MOVE CLIRELI TO WS-RC-CUST-ID.
048200     MOVE CLIENTIDI TO WS-RC-CUST-REL.
048300     EXEC CICS DELETE DATASET('RELCLI')
048400         RIDFLD(WS-REL-CHAVE)
048500         RESP(WS-RESP)
048600     END-EXEC.
048700     IF WS-RESP = DFHRESP(NORMAL)
048800         ADD 1 TO WS-QTDE-SENTIDOS
048900     END-IF.
049000     IF WS-QTDE-SENTIDOS = ZERO
049100         MOVE "VINCULO NAO CONSTA DO RELCLI" TO WS-MENSAGEM-AREA
049200         GO TO 2300-EXCLUIR-VINCULO-EXIT
049300     END-IF.
049400     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
049500     MOVE "VINCULO EXCLUIDO NOS DOIS SENTIDOS"
049600         TO WS-MENSAGEM-AREA.
049700 2300-EXCLUIR-VINCULO-EXIT.
049800     EXIT.
049900*
050000***************************************************************
050100*    2400-GRAVAR-GRUPO - UPSERT DO NOME E DO LIMITE DO GRUPO    *
050200***************************************************************
050300 2400-GRAVAR-GRUPO.
050400     IF GRUPOI = SPACES
050500         MOVE "INFORME O GRUPO" TO WS-MENSAGEM-AREA
050600         GO TO 2400-GRAVAR-GRUPO-EXIT
050700     END-IF.
050800     MOVE GRPLIMI TO WS-LIMITE-DIGITADO.
050900     IF WS-LIMITE-NUM NOT NUMERIC
051000         MOVE "LIMITE INVALIDO - 11 DIGITOS (2 DECIMAIS)"
051100             TO WS-MENSAGEM-AREA
051200         GO TO 2400-GRAVAR-GRUPO-EXIT
051300     END-IF.
051400     MOVE GRUPOI TO WS-GRP-CHAVE.
051500     EXEC CICS READ DATASET('GRPLIM')
051600         INTO(GRP-LIMITE-RECORD)
051700         RIDFLD(WS-GRP-CHAVE)
051800         UPDATE
051900         RESP(WS-RESP)
052000     END-EXEC.
052100     IF WS-RESP = DFHRESP(NORMAL)
052200         MOVE GRPNOMEI TO GRP-NOME
052300         MOVE WS-LIMITE-NUM TO GRP-LIMITE
052400         MOVE RUN-DATA TO GRP-DATA-ATUALIZA
052500         MOVE WS-OPERATOR-ID TO GRP-OPERADOR
052600         EXEC CICS REWRITE DATASET('GRPLIM')
052700             FROM(GRP-LIMITE-RECORD)
052800             RESP(WS-RESP)
052900         END-EXEC
053000     ELSE
053100         MOVE SPACES TO GRP-LIMITE-RECORD
053200         MOVE GRUPOI TO GRP-ID
053300         MOVE GRPNOMEI TO GRP-NOME
053400         MOVE WS-LIMITE-NUM TO GRP-LIMITE
053500         MOVE RUN-DATA TO GRP-DATA-ATUALIZA
053600         MOVE WS-OPERATOR-ID TO GRP-OPERADOR
053700         EXEC CICS WRITE DATASET('GRPLIM')
053800             FROM(GRP-LIMITE-RECORD)
053900             RIDFLD(WS-GRP-CHAVE)
054000             RESP(WS-RESP)
054100         END-EXEC
054200     END-IF.
054300     IF WS-RESP NOT = DFHRESP(NORMAL)
054400         MOVE "ERRO AO GRAVAR O LIMITE DO GRUPO"
054500             TO WS-MENSAGEM-AREA
054600         GO TO 2400-GRAVAR-GRUPO-EXIT
054700     END-IF.
054800     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
054900     MOVE "LIMITE DO GRUPO GRAVADO COM SUCESSO"
055000         TO WS-MENSAGEM-AREA.
055100 2400-GRAVAR-GRUPO-EXIT.
055200     EXIT.
055300*
055400***************************************************************
055500*    2500-AUDITAR                                              *
055600***************************************************************
055700 2500-AUDITAR.
055800     MOVE SPACES TO AUDIT-RECORD.
055900     MOVE RUN-DATA TO AUDIT-DATE.
056000     MOVE RUN-HORA TO AUDIT-TIME.
056100     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
056200     MOVE 9 TO AUDIT-OPCODE.
056300     MOVE SPACES TO AUDIT-DESC.
056400     IF ACAOI = "G"
056500         STRING "GRUPO G " GRUPOI
056600             DELIMITED BY SIZE INTO AUDIT-DESC
056700         END-STRING
056800     ELSE
056900         STRING "VINC " ACAOI " " CLIENTIDI " " CLIRELI
057000             DELIMITED BY SIZE INTO AUDIT-DESC
057100         END-STRING
057200     END-IF.
057300     EXEC CICS WRITEQ TD QUEUE('AUDQ')
057400         FROM(AUDIT-RECORD)
057500         LENGTH(LENGTH OF AUDIT-RECORD)
057600     END-EXEC.
057700 2500-AUDITAR-EXIT.
057800     EXIT.
057900*
058000***************************************************************
058100*    2700-LISTAR-VINCULOS - STARTBR/READNEXT NOS VINCULOS DO    *
058200*    CLIENTE DIGITADO, DEZ POR PAGINA; PF8 DE NOVO CONTINUA     *
058300*    DEPOIS DO ULTIMO MOSTRADO. MOSTRA TAMBEM O GRUPO DO        *
058400*    CLIENTE COM O NOME E O LIMITE DO GRPLIM                    *
058500***************************************************************
058600 2700-LISTAR-VINCULOS.
058700     MOVE SPACES TO ROW01O ROW02O ROW03O ROW04O ROW05O
058800         ROW06O ROW07O ROW08O ROW09O ROW10O.
058900     MOVE "N" TO WS-FIM-BROWSE-SWITCH.
059000     MOVE ZERO TO WS-QTDE-MOSTRADOS.
059100     IF CLIENTIDI = SPACES
059200         MOVE "INFORME O CLIENTE PARA LISTAR" TO WS-MENSAGEM-AREA
059300         GO TO 2700-LISTAR-VINCULOS-EXIT
059400     END-IF.
059500     IF CLIENTIDI NOT = CA-CLIENTE-LISTA
059600         MOVE CLIENTIDI TO CA-CLIENTE-LISTA
059700         MOVE LOW-VALUES TO CA-ULTIMO-REL
059800     END-IF.
059900     MOVE CA-CLIENTE-LISTA TO WS-RC-CUST-ID.
060000     MOVE CA-ULTIMO-REL TO WS-RC-CUST-REL.
060100     MOVE WS-REL-CHAVE TO WS-ULTIMA-CHAVE.
060200     EXEC CICS STARTBR DATASET('RELCLI')
060300         RIDFLD(WS-REL-CHAVE)
060400         GTEQ
060500         RESP(WS-RESP)
060600     END-EXEC.
060700     IF WS-RESP NOT = DFHRESP(NORMAL)
060800         MOVE "CLIENTE SEM VINCULOS - NADA A MOSTRAR"
060900             TO WS-MENSAGEM-AREA
061000         GO TO 2700-LISTAR-VINCULOS-EXIT
061100     END-IF.
061200     PERFORM 2750-LER-PROXIMO-BROWSE
061300         THRU 2750-LER-PROXIMO-BROWSE-EXIT
061400         UNTIL WS-QTDE-MOSTRADOS > 9 OR FIM-DO-BROWSE.
061500     EXEC CICS ENDBR DATASET('RELCLI')
061600         RESP(WS-RESP)
061700     END-EXEC.
061800     IF WS-QTDE-MOSTRADOS = ZERO
061900         MOVE "FIM DOS VINCULOS DO CLIENTE - NADA A MOSTRAR"
062000             TO WS-MENSAGEM-AREA
062100         MOVE LOW-VALUES TO CA-ULTIMO-REL
062200     ELSE
062300         MOVE "PF8 MOSTRA A PROXIMA PAGINA"
062400             TO WS-MENSAGEM-AREA
062500     END-IF.
062600     MOVE CA-CLIENTE-LISTA TO WS-GRUPO-PROCURADO.
062700     PERFORM 2150-PROCURAR-GRUPO THRU 2150-PROCURAR-GRUPO-EXIT.
062800     MOVE WS-GRUPO-ACHADO TO GRUPOO.
062900     MOVE SPACES TO GRPNOMEO GRPLIMO.
063000     IF WS-GRUPO-ACHADO NOT = SPACES
063100         MOVE WS-GRUPO-ACHADO TO WS-GRP-CHAVE
063200         EXEC CICS READ DATASET('GRPLIM')
063300             INTO(GRP-LIMITE-RECORD)
063400             RIDFLD(WS-GRP-CHAVE)
063500             RESP(WS-RESP)
063600         END-EXEC
063700         IF WS-RESP = DFHRESP(NORMAL)
063800             MOVE GRP-NOME TO GRPNOMEO
063900             MOVE GRP-LIMITE TO WS-LIMITE-NUM
064000             MOVE WS-LIMITE-DIGITADO TO GRPLIMO
064100         END-IF
064200     END-IF.
064300 2700-LISTAR-VINCULOS-EXIT.
064400     EXIT.
064500*
064600***************************************************************
064700*    2750-LER-PROXIMO-BROWSE - PULA O ULTIMO JA MOSTRADO E PARA *
064800*    AO SAIR DOS VINCULOS DO CLIENTE                            *
064900***************************************************************
065000 2750-LER-PROXIMO-BROWSE.
065100     EXEC CICS READNEXT DATASET('RELCLI')
065200         INTO(REL-VINCULO-RECORD)
065300         RIDFLD(WS-REL-CHAVE)
065400         RESP(WS-RESP)
065500     END-EXEC.
065600     IF WS-RESP NOT = DFHRESP(NORMAL)
065700         OR REL-CUST-ID NOT = CA-CLIENTE-LISTA
065800         MOVE "Y" TO WS-FIM-BROWSE-SWITCH
065900         GO TO 2750-LER-PROXIMO-BROWSE-EXIT
066000     END-IF.
066100     IF REL-CHAVE = WS-ULTIMA-CHAVE
066200         GO TO 2750-LER-PROXIMO-BROWSE-EXIT
066300     END-IF.
066400     ADD 1 TO WS-QTDE-MOSTRADOS.
066500     MOVE SPACES TO WS-LINHA-LISTA.
066600     STRING REL-CUST-REL " TIPO " REL-TIPO " GRUPO " REL-GRUPO-ID
066700         " DESDE " REL-DATA-INCLUSAO " " REL-OPERADOR
066800         DELIMITED BY SIZE INTO WS-LINHA-LISTA
066900     END-STRING.
067000     EVALUATE WS-QTDE-MOSTRADOS
067100         WHEN 1  MOVE WS-LINHA-LISTA TO ROW01O
067200         WHEN 2  MOVE WS-LINHA-LISTA TO ROW02O
067300         WHEN 3  MOVE WS-LINHA-LISTA TO ROW03O
067400         WHEN 4  MOVE WS-LINHA-LISTA TO ROW04O
067500         WHEN 5  MOVE WS-LINHA-LISTA TO ROW05O
067600         WHEN 6  MOVE WS-LINHA-LISTA TO ROW06O
067700         WHEN 7  MOVE WS-LINHA-LISTA TO ROW07O
067800         WHEN 8  MOVE WS-LINHA-LISTA TO ROW08O
067900         WHEN 9  MOVE WS-LINHA-LISTA TO ROW09O
068000         WHEN 10 MOVE WS-LINHA-LISTA TO ROW10O
068100     END-EVALUATE.
068200     MOVE REL-CUST-REL TO CA-ULTIMO-REL.
068300 2750-LER-PROXIMO-BROWSE-EXIT.
068400     EXIT.
068500*
068600***************************************************************
068700*    3000-REENVIAR-TELA                                        *
068800***************************************************************
068900 3000-REENVIAR-TELA.
069000     MOVE WS-MENSAGEM-AREA TO MENSAGEMO.
069100     EXEC CICS SEND MAP('RELMAP')
069200         MAPSET('RELSET')
069300         FROM(RELMAPO)
069400         ERASE
069500     END-EXEC.
069600 3000-REENVIAR-TELA-EXIT.
069700     EXIT.
