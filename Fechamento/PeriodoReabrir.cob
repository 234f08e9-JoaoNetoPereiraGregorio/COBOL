000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERIODO-REABRIR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     REABERTURA CONTROLADA DE PERIODO
001200*                       CONTABIL. DEPOIS QUE O FECHAMENTO-MENSAL
001300*                       MARCA O PERIODO FECHADO NO PERCTL, A UNICA
001400*                       SAIDA PARA UMA CORRECAO TARDIA ERA EDITAR
001500*                       O ARQUIVO DE CONTROLE A MAO. A REABERTURA
001600*                       PASSA A SER PEDIDA E APROVADA EM DUAS
001700*                       ETAPAS (QUATRO-OLHOS, MESMO PADRAO DO
001800*                       CLIENTE-FUSAO), PELOS CARTOES REABIN:
001900*                         1) PEDIDO COM O MOTIVO, POR OPERADOR COM
002000*                            A FUNCAO "REABPER" NA PERMMAT - GRAVA
002100*                            O PEDIDO PENDENTE NO REABREG (VER
002200*                            COPYBOOKS/REABREG.CPY);
002300*                         2) APROVACAO (OU REPROVACAO) POR OUTRO
002400*                            OPERADOR COM A MESMA FUNCAO - NA
002500*                            APROVACAO O PERIODO GANHA NO PERCTL
002600*                            O REGISTRO "R" (REABERTO).
002700*                       PERIODO JA ENTREGUE AO REGULADOR (REGSUBM)
002800*                       E RECUSADO NAS DUAS ETAPAS. ENQUANTO
002900*                       REABERTO, O CLIENTE-MESTRE-MAINT SO ACEITA
003000*                       NO PERIODO LANCAMENTO RETROATIVO COM O
003100*                       MOTIVO DE AJUSTE "AJST"; O REFECHAMENTO E
003200*                       FEITO PELO FECHAMENTO-MENSAL.
003300***************************************************************
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT REAB-IN-FILE ASSIGN TO "REABIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REABIN-FILE-STATUS.
004100     SELECT REAB-REG-FILE ASSIGN TO "REABREG"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS RBR-CHAVE
004500         FILE STATUS IS WS-REABREG-FILE-STATUS.
004600     SELECT SUBM-REG-FILE ASSIGN TO "REGSUBM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SUBM-FILE-STATUS.
004900     SELECT PERIOD-CTL-FILE ASSIGN TO "PERCTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PERIOD-FILE-STATUS.
005200     SELECT PRINT-FILE ASSIGN TO "REABPRT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PRINT-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900***************************************************************
006000*    CARTAO DO REABIN:
006100*        COL      1  ACAO (P=PEDIDO, A=APROVA, R=REPROVA)
006200*        COLS   3-8  PERIODO AAAAMM
006300*        COLS 10-17  OPERADOR (SOLICITANTE NO PEDIDO, APROVADOR
006400*                    NA DECISAO)
006500*        COLS 19-78  MOTIVO DA REABERTURA (OBRIGATORIO NO PEDIDO)
006600***************************************************************
006700 FD  REAB-IN-FILE
006800     RECORDING MODE IS F.
006900 01  REAB-IN-RECORD.
007000     05  RCD-ACAO            PIC X(01).
007100         88  RCD-PEDIDO          VALUE "P".
007200         88  RCD-APROVA          VALUE "A".
007300         88  RCD-REPROVA         VALUE "R".
007400     05  FILLER              PIC X(01).
007500     05  RCD-PERIODO         PIC 9(06).
007600     05  RCD-PERIODO-R REDEFINES RCD-PERIODO.
007700         10  RCD-ANO         PIC 9(04).
007800         10  RCD-MES         PIC 9(02).
007900     05  FILLER              PIC X(01).
008000     05  RCD-OPERADOR        PIC X(08).
008100     05  FILLER              PIC X(01).
008200     05  RCD-MOTIVO          PIC X(60).
008300*
008400 FD  REAB-REG-FILE.
008500*    CADASTRO DE PEDIDOS DE REABERTURA (VER
008600*    COPYBOOKS/REABREG.CPY)
008700 COPY "REABREG.cpy".
008800*
008900 FD  SUBM-REG-FILE
009000     RECORDING MODE IS F.
009100*    CADASTRO DE SUBMISSOES AO REGULADOR (VER
009200*    REGULATORIO-MENSAL) - PERIODO SUBMETIDO NAO REABRE
009300 01  SUBM-REG-RECORD.
009400     05  SBM-PERIODO         PIC 9(06).
009500     05  FILLER              PIC X(01).
009600     05  SBM-HASH            PIC 9(13).
009700     05  FILLER              PIC X(01).
009800     05  SBM-DATA-GERACAO    PIC 9(08).
009900*
010000 FD  PERIOD-CTL-FILE
010100     RECORDING MODE IS F.
010200 01  PERIOD-CTL-RECORD.
010300     05  PER-PERIODO         PIC 9(06).
010400     05  FILLER              PIC X(01).
010500     05  PER-SITUACAO        PIC X(01).
010600     05  FILLER              PIC X(01).
010700     05  PER-DATA            PIC 9(08).
010800     05  FILLER              PIC X(01).
010900     05  PER-HORA            PIC 9(08).
011000*
011100 FD  PRINT-FILE
011200     RECORDING MODE IS F.
011300 01  PRINT-LINE              PIC X(132).
011400*
011500 WORKING-STORAGE SECTION.
011600*
011700 77  WS-REABIN-FILE-STATUS   PIC X(02) VALUE ZEROS.
011800     88  REABIN-FILE-OK      VALUE "00".
011900 77  WS-REABREG-FILE-STATUS  PIC X(02) VALUE ZEROS.
012000     88  REABREG-OK          VALUE "00".
012100     88  REABREG-NAO-ACHADO  VALUE "35".
012200 77  WS-SUBM-FILE-STATUS     PIC X(02) VALUE ZEROS.
012300     88  SUBM-FILE-OK        VALUE "00".
012400 77  WS-PERIOD-FILE-STATUS   PIC X(02) VALUE ZEROS.
012500     88  PERIOD-FILE-OK      VALUE "00".
012600 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
012700     88  PRINT-FILE-OK       VALUE "00".
012800*
012900 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
013000     88  FIM-DO-ARQUIVO      VALUE "Y".
013100 77  WS-SUBM-EOF-SWITCH      PIC X(01) VALUE "N".
013200     88  FIM-DO-REGSUBM      VALUE "Y".
013300 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
013400     88  FIM-DO-PERCTL       VALUE "Y".
013500 77  WS-REG-EOF-SWITCH       PIC X(01) VALUE "N".
013600     88  FIM-DO-REABREG      VALUE "Y".
013700 77  WS-JA-SUBMETIDO-SW      PIC X(01) VALUE "N".
013800     88  PERIODO-JA-SUBMETIDO VALUE "Y".
013900 77  WS-PENDENTE-SW          PIC X(01) VALUE "N".
014000     88  HA-PEDIDO-PENDENTE  VALUE "Y".
014100*
014200 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
014300 77  WS-MOTIVO-REJEITO       PIC X(40) VALUE SPACES.
014400*    ULTIMA SITUACAO DO PERIODO NO PERCTL (O ARQUIVO E GRAVADO
014500*    EM ORDEM CRONOLOGICA, ENTAO VALE O ULTIMO REGISTRO)
014600 77  WS-SITUACAO-PERIODO     PIC X(01) VALUE SPACE.
014700     88  PERIODO-FECHADO     VALUE "F".
014800     88  PERIODO-REABERTO    VALUE "R".
014900 77  WS-ULTIMA-SEQ           PIC 9(02) VALUE ZERO.
015000 01  WS-CHAVE-PENDENTE.
015100     05  WS-PEND-PERIODO     PIC 9(06) VALUE ZERO.
015200     05  WS-PEND-SEQ         PIC 9(02) VALUE ZERO.
015300 01  WS-AUD-CHAVE-PERIODO.
015400     05  WS-AUD-PERIODO      PIC 9(06) VALUE ZERO.
015500     05  FILLER              PIC X(01) VALUE "/".
015600     05  WS-AUD-SEQ          PIC 9(02) VALUE ZERO.
015700     05  FILLER              PIC X(01) VALUE SPACE.
015800*
015900***************************************************************
016000*    TOTAIS DA RODADA
016100***************************************************************
016200 77  WS-QTDE-LIDOS           PIC 9(05) COMP VALUE ZERO.
016300 77  WS-QTDE-PEDIDOS         PIC 9(05) COMP VALUE ZERO.
016400 77  WS-QTDE-REABERTOS       PIC 9(05) COMP VALUE ZERO.
016500 77  WS-QTDE-REPROVADOS      PIC 9(05) COMP VALUE ZERO.
016600 77  WS-QTDE-RECUSADOS       PIC 9(05) COMP VALUE ZERO.
016700 77  WS-QTDE-DISP            PIC 9(05) VALUE ZEROS.
016800*
016900***************************************************************
017000*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
017100*    COPYBOOKS/RPTWRT.CPY)
017200***************************************************************
017300 COPY "RPTWRT.cpy".
017400 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
017500*
017600***************************************************************
017700*    CONTROLE DE ACESSO E TRILHA DE AUDITORIA COMPARTILHADOS
017800***************************************************************
017900 COPY "SECHDL.cpy".
018000 COPY "AUDHDL.cpy".
018100*
018200***************************************************************
018300*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CP
018400***************************************************************
018500 COPY "RUNDATE.cpy".
018600*
018700***************************************************************
018800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
018900***************************************************************
019000 COPY "ERRHDL.cpy".
019100*
019200 PROCEDURE DIVISION.
019300*
019400***************************************************************
019500*    0000-MAINLINE                                            *
019600***************************************************************
019700 0000-MAINLINE.
019800     MOVE ZERO TO RETURN-CODE.
019900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
020000     ACCEPT RUN-HORA FROM TIME.
020100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
020200     PERFORM 0500-VERIFICAR-PERMISSAO
020300         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
020400     IF RETURN-CODE NOT = ZERO
020500         GO TO 0000-MAINLINE-FIM
020600     END-IF.
020700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
020800     IF RETURN-CODE NOT = ZERO
020900         GO TO 0000-MAINLINE-FIM
021000     END-IF.
021100     PERFORM 2000-TRATAR-CARTAO THRU 2000-TRATAR-CARTAO-EXIT
021200         UNTIL FIM-DO-ARQUIVO.
021300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
021400 0000-MAINLINE-FIM.
021500     STOP RUN.
021600*
021700***************************************************************
021800*    0500-VERIFICAR-PERMISSAO - FUNCAO "REABPER" NA MATRIZ PARA *
021900*    O OPERADOR DO PASSO; NEGADO TAMBEM E AUDITADO              *
022000***************************************************************
022100 0500-VERIFICAR-PERMISSAO.
022200     SET SEC-ACAO-FUNCAO TO TRUE.
022300     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
022400     MOVE "REABPER " TO SEC-FUNCAO.
022500     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
022600     IF SEC-RC NOT = ZERO
022700         DISPLAY "ACESSO NEGADO A REABERTURA DE PERIODO: "
022800             SEC-MOTIVO
022900         MOVE "REABPER " TO AUD-PROGRAMA
023000         MOVE 0 TO AUD-OPCODE
023100         MOVE "NEGADO" TO AUD-EVENTO
023200         MOVE SPACES TO AUD-CHAVE
023300         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
023400         MOVE 16 TO RETURN-CODE
023500     END-IF.
023600 0500-VERIFICAR-PERMISSAO-EXIT.
023700     EXIT.
023800*
023900***************************************************************
024000*    1000-INICIALIZAR - REABIN E REABREG SAO OBRIGATORIOS (O    *
024100*    REABREG E CRIADO NA PRIMEIRA RODADA)                       *
024200***************************************************************
024300 1000-INICIALIZAR.
024400     OPEN INPUT REAB-IN-FILE.
024500     IF NOT REABIN-FILE-OK
024600         MOVE "REABPER " TO ERR-PROGRAMA
024700         SET ERR-TIPO-ARQUIVO TO TRUE
024800         MOVE "ABERTURA DO ARQUIVO REABIN" TO ERR-CONTEXTO
024900         MOVE WS-REABIN-FILE-STATUS TO ERR-FILE-STATUS
025000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025100         MOVE 16 TO RETURN-CODE
025200         GO TO 1000-INICIALIZAR-EXIT
025300     END-IF.
025400     OPEN I-O REAB-REG-FILE.
025500     IF REABREG-NAO-ACHADO
025600         OPEN OUTPUT REAB-REG-FILE
025700         CLOSE REAB-REG-FILE
025800         OPEN I-O REAB-REG-FILE
025900     END-IF.
026000     IF NOT REABREG-OK
026100         MOVE "REABPER " TO ERR-PROGRAMA
026200         SET ERR-TIPO-ARQUIVO TO TRUE
026300         MOVE "ABERTURA DO ARQUIVO REABREG" TO ERR-CONTEXTO
026400         MOVE WS-REABREG-FILE-STATUS TO ERR-FILE-STATUS
026500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
026600         CLOSE REAB-IN-FILE
026700         MOVE 16 TO RETURN-CODE
026800         GO TO 1000-INICIALIZAR-EXIT
026900     END-IF.
027000     OPEN OUTPUT PRINT-FILE.
027100     MOVE "REABERTURA DE PERIODO CONTABIL" TO RPT-TITULO.
027200     MOVE ZERO TO RPT-LINHAS-POR-PAG.
027300     SET RPT-ACAO-INICIAR TO TRUE.
027400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
027500     PERFORM 8000-GRAVAR-LINHAS-RPT
027600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
027700     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
027800 1000-INICIALIZAR-EXIT.
027900     EXIT.
028000*
028100***************************************************************
028200*    1100-LER-CARTAO                                           *
028300***************************************************************
028400 1100-LER-CARTAO.
028500     READ REAB-IN-FILE
028600         AT END
028700             MOVE "Y" TO WS-EOF-SWITCH
028800     END-READ.
028900 1100-LER-CARTAO-EXIT.
029000     EXIT.
029100*
029200***************************************************************
029300*    2000-TRATAR-CARTAO - DESPACHA O CARTAO PELA ACAO; CARTAO   *
029400*    RECUSADO E LISTADO COM O MOTIVO                            *
029500***************************************************************
029600 2000-TRATAR-CARTAO.
029700     ADD 1 TO WS-QTDE-LIDOS.
029800     MOVE SPACES TO WS-MOTIVO-REJEITO.
029900     EVALUATE TRUE
030000         WHEN RCD-PEDIDO
030100             PERFORM 2100-REGISTRAR-PEDIDO
030200                 THRU 2100-REGISTRAR-PEDIDO-EXIT
030300         WHEN RCD-APROVA
030400         WHEN RCD-REPROVA
030500             PERFORM 2200-DECIDIR-PEDIDO
030600                 THRU 2200-DECIDIR-PEDIDO-EXIT
030700         WHEN OTHER
030800             MOVE "ACAO INVALIDA (USE P, A OU R)" TO
030900                 WS-MOTIVO-REJEITO
031000     END-EVALUATE.
031100     IF WS-MOTIVO-REJEITO NOT = SPACES
031200         ADD 1 TO WS-QTDE-RECUSADOS
031300         DISPLAY "CARTAO RECUSADO " RCD-ACAO " " RCD-PERIODO
031400             " " RCD-OPERADOR " - " WS-MOTIVO-REJEITO
031500         MOVE SPACES TO RPT-LINHA-ENTRADA
031600         STRING "RECUSADO  " RCD-ACAO " " RCD-PERIODO " "
031700             RCD-OPERADOR " - " WS-MOTIVO-REJEITO
031800             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
031900         END-STRING
032000         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
032100         IF RETURN-CODE < 4
032200             MOVE 4 TO RETURN-CODE
032300         END-IF
032400     END-IF.
032500     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
032600 2000-TRATAR-CARTAO-EXIT.
032700     EXIT.
032800*
032900***************************************************************
033000*    2050-VALIDAR-CARTAO - PERIODO AAAAMM VALIDO E OPERADOR DO  *
033100*    CARTAO COM A FUNCAO "REABPER" NA MATRIZ                    *
033200***************************************************************
033300 2050-VALIDAR-CARTAO.
033400     IF RCD-PERIODO NOT NUMERIC
033500         OR RCD-ANO = ZERO
033600         OR RCD-MES < 1 OR RCD-MES > 12
033700         MOVE "PERIODO INVALIDO (AAAAMM)" TO WS-MOTIVO-REJEITO
033800         GO TO 2050-VALIDAR-CARTAO-EXIT
033900     END-IF.
034000     SET SEC-ACAO-FUNCAO TO TRUE.
034100     MOVE RCD-OPERADOR TO SEC-OPERADOR.
034200     MOVE "REABPER " TO SEC-FUNCAO.
034300     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
034400     IF RCD-OPERADOR = SPACES OR SEC-RC NOT = ZERO
034500         MOVE "OPERADOR SEM A FUNCAO REABPER" TO
034600             WS-MOTIVO-REJEITO
034700     END-IF.
034800     MOVE RCD-PERIODO TO WS-AUD-PERIODO.
034900 2050-VALIDAR-CARTAO-EXIT.
035000     EXIT.
035100*
035200***************************************************************
035300*    2100-REGISTRAR-PEDIDO - MOTIVO INFORMADO, PERIODO FECHADO, *
035400*    NAO SUBMETIDO E SEM OUTRO PEDIDO PENDENTE; GRAVA O PEDIDO  *
035500*    PENDENTE NO REABREG COM O SOLICITANTE                      *
035600***************************************************************
035700 2100-REGISTRAR-PEDIDO.
035800     PERFORM 2050-VALIDAR-CARTAO THRU 2050-VALIDAR-CARTAO-EXIT.
035900     IF WS-MOTIVO-REJEITO NOT = SPACES
036000         GO TO 2100-REGISTRAR-PEDIDO-EXIT
036100     END-IF.
036200     IF RCD-MOTIVO = SPACES
036300         MOVE "MOTIVO DA REABERTURA AUSENTE" TO WS-MOTIVO-REJEITO
036400         GO TO 2100-REGISTRAR-PEDIDO-EXIT
036500     END-IF.
036600     PERFORM 2300-TESTAR-PERIODO THRU 2300-TESTAR-PERIODO-EXIT.
036700     IF WS-MOTIVO-REJEITO NOT = SPACES
036800         GO TO 2100-REGISTRAR-PEDIDO-EXIT
036900     END-IF.
037000     PERFORM 2150-PROCURAR-PEDIDOS
037100         THRU 2150-PROCURAR-PEDIDOS-EXIT.
037200     IF HA-PEDIDO-PENDENTE
037300         MOVE "JA HA PEDIDO PENDENTE NO PERIODO" TO
037400             WS-MOTIVO-REJEITO
037500         GO TO 2100-REGISTRAR-PEDIDO-EXIT
037600     END-IF.
037700     IF WS-ULTIMA-SEQ >= 99
037800         MOVE "LIMITE DE 99 PEDIDOS NO PERIODO" TO
037900             WS-MOTIVO-REJEITO
038000         GO TO 2100-REGISTRAR-PEDIDO-EXIT
038100     END-IF.
038200     MOVE SPACES TO RBR-REABERTURA-RECORD.
038300     MOVE RCD-PERIODO TO RBR-PERIODO.
038400     COMPUTE RBR-SEQ = WS-ULTIMA-SEQ + 1.
038500     SET RBR-PENDENTE TO TRUE.
038600     MOVE RCD-MOTIVO TO RBR-MOTIVO.
038700     MOVE RCD-OPERADOR TO RBR-SOLICITANTE.
038800     MOVE RUN-DATA TO RBR-DATA-PEDIDO.
038900     MOVE RUN-HORA TO RBR-HORA-PEDIDO.
039000     MOVE ZERO TO RBR-DATA-DECISAO.
039100     MOVE ZERO TO RBR-HORA-DECISAO.
039200     WRITE RBR-REABERTURA-RECORD.
039300     IF NOT REABREG-OK
039400         DISPLAY "ERRO AO GRAVAR REABREG " RBR-CHAVE
039500             " - STATUS " WS-REABREG-FILE-STATUS
039600         MOVE "ERRO AO GRAVAR O PEDIDO" TO WS-MOTIVO-REJEITO
039700         GO TO 2100-REGISTRAR-PEDIDO-EXIT
039800     END-IF.
039900     ADD 1 TO WS-QTDE-PEDIDOS.
040000     MOVE RBR-SEQ TO WS-AUD-SEQ.
040100     MOVE "REABPER " TO AUD-PROGRAMA.
040200     MOVE 9 TO AUD-OPCODE.
040300     MOVE "REAB PED" TO AUD-EVENTO.
040400     MOVE WS-AUD-CHAVE-PERIODO TO AUD-CHAVE.
040500     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
040600     MOVE SPACES TO RPT-LINHA-ENTRADA.
040700     STRING "PEDIDO    " WS-AUD-CHAVE-PERIODO " POR "
040800         RBR-SOLICITANTE " MOTIVO: " RBR-MOTIVO
040900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
041000     END-STRING.
041100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
041200 2100-REGISTRAR-PEDIDO-EXIT.
041300     EXIT.
041400*
041500***************************************************************
041600*    2150-PROCURAR-PEDIDOS - VARRE OS PEDIDOS DO PERIODO NO     *
041700*    REABREG: GUARDA A ULTIMA SEQUENCIA USADA E A CHAVE DO      *
041800*    PEDIDO PENDENTE, SE HOUVER                                 *
041900***************************************************************
042000 2150-PROCURAR-PEDIDOS.
042100     MOVE ZERO TO WS-ULTIMA-SEQ.
042200     MOVE "N" TO WS-PENDENTE-SW.
042300     MOVE "N" TO WS-REG-EOF-SWITCH.
042400     MOVE RCD-PERIODO TO RBR-PERIODO.
042500     MOVE ZERO TO RBR-SEQ.
042600     START REAB-REG-FILE KEY IS NOT LESS THAN RBR-CHAVE
042700         INVALID KEY
042800             MOVE "Y" TO WS-REG-EOF-SWITCH
042900     END-START.
043000     IF NOT FIM-DO-REABREG
043100         PERFORM 2160-LER-PEDIDO THRU 2160-LER-PEDIDO-EXIT
043200     END-IF.
043300     PERFORM 2170-EXAMINAR-PEDIDO THRU 2170-EXAMINAR-PEDIDO-EXIT
043400         UNTIL FIM-DO-REABREG.
043500 2150-PROCURAR-PEDIDOS-EXIT.
043600     EXIT.
043700*
043800***************************************************************
043900*    2160-LER-PEDIDO - PROXIMO PEDIDO; OUTRO PERIODO ENCERRA    *
044000*    A VARREDURA                                                *
044100***************************************************************
044200 2160-LER-PEDIDO.
044300     READ REAB-REG-FILE NEXT RECORD
044400         AT END
044500             MOVE "Y" TO WS-REG-EOF-SWITCH
044600     END-READ.
044700     IF NOT FIM-DO-REABREG AND RBR-PERIODO NOT = RCD-PERIODO
044800         MOVE "Y" TO WS-REG-EOF-SWITCH
044900     END-IF.
045000 2160-LER-PEDIDO-EXIT.
045100     EXIT.
045200*
045300***************************************************************
045400*    2170-EXAMINAR-PEDIDO                                      *
045500***************************************************************
045600 2170-EXAMINAR-PEDIDO.
045700     MOVE RBR-SEQ TO WS-ULTIMA-SEQ.
045800     IF RBR-PENDENTE
045900         MOVE "Y" TO WS-PENDENTE-SW
046000         MOVE RBR-CHAVE TO WS-CHAVE-PENDENTE
046100     END-IF.
046200     PERFORM 2160-LER-PEDIDO THRU 2160-LER-PEDIDO-EXIT.
046300 2170-EXAMINAR-PEDIDO-EXIT.
046400     EXIT.
046500*
046600***************************************************************
046700*    2200-DECIDIR-PEDIDO - O APROVADOR TEM DE SER OUTRO         *
046800*    OPERADOR; NA APROVACAO O PERIODO E CONFERIDO DE NOVO       *
046900*    (PODE TER SIDO SUBMETIDO DEPOIS DO PEDIDO) E GANHA O "R"   *
047000*    NO PERCTL                                                  *
047100***************************************************************
047200 2200-DECIDIR-PEDIDO.
047300     PERFORM 2050-VALIDAR-CARTAO THRU 2050-VALIDAR-CARTAO-EXIT.
047400     IF WS-MOTIVO-REJEITO NOT = SPACES
047500         GO TO 2200-DECIDIR-PEDIDO-EXIT
047600     END-IF.
047700     PERFORM 2150-PROCURAR-PEDIDOS
047800         THRU 2150-PROCURAR-PEDIDOS-EXIT.
047900     IF NOT HA-PEDIDO-PENDENTE
048000         MOVE "SEM PEDIDO PENDENTE NO PERIODO" TO
048100             WS-MOTIVO-REJEITO
048200         GO TO 2200-DECIDIR-PEDIDO-EXIT
048300     END-IF.
048400     MOVE WS-CHAVE-PENDENTE TO RBR-CHAVE.
048500     READ REAB-REG-FILE
048600         KEY IS RBR-CHAVE
048700         INVALID KEY
048800             CONTINUE
048900     END-READ.
049000     IF NOT REABREG-OK
049100         MOVE "PEDIDO DE REABERTURA NAO LIDO" TO WS-MOTIVO-REJEITO
049200         GO TO 2200-DECIDIR-PEDIDO-EXIT
049300     END-IF.
049400     IF RCD-OPERADOR = RBR-SOLICITANTE
049500         MOVE "APROVADOR IGUAL AO SOLICITANTE" TO
049600             WS-MOTIVO-REJEITO
049700         GO TO 2200-DECIDIR-PEDIDO-EXIT
049800     END-IF.
049900     MOVE RBR-SEQ TO WS-AUD-SEQ.
050000     MOVE "REABPER " TO AUD-PROGRAMA.
050100     MOVE 9 TO AUD-OPCODE.
050200     MOVE WS-AUD-CHAVE-PERIODO TO AUD-CHAVE.
050300     IF RCD-REPROVA
050400         SET RBR-REPROVADO TO TRUE
050500         MOVE RCD-OPERADOR TO RBR-APROVADOR
050600         MOVE RUN-DATA TO RBR-DATA-DECISAO
050700         MOVE RUN-HORA TO RBR-HORA-DECISAO
050800         REWRITE RBR-REABERTURA-RECORD
050900         ADD 1 TO WS-QTDE-REPROVADOS
051000         MOVE "REAB REPR" TO AUD-EVENTO
051100         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
051200         MOVE SPACES TO RPT-LINHA-ENTRADA
051300         STRING "REPROVADO " WS-AUD-CHAVE-PERIODO " POR "
051400             RCD-OPERADOR " PEDIDO DE " RBR-SOLICITANTE
051500             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
051600         END-STRING
051700         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
051800         GO TO 2200-DECIDIR-PEDIDO-EXIT
051900     END-IF.
052000     PERFORM 2300-TESTAR-PERIODO THRU 2300-TESTAR-PERIODO-EXIT.
052100     IF WS-MOTIVO-REJEITO NOT = SPACES
052200         GO TO 2200-DECIDIR-PEDIDO-EXIT
052300     END-IF.
052400     PERFORM 2500-MARCAR-REABERTO THRU 2500-MARCAR-REABERTO-EXIT.
052500     IF WS-MOTIVO-REJEITO NOT = SPACES
052600         GO TO 2200-DECIDIR-PEDIDO-EXIT
052700     END-IF.
052800*    O REGISTRO FOI RELIDO PELA CHAVE GUARDADA: O 2300 NAO MEXE
052900*    NO REABREG
053000     SET RBR-APROVADO TO TRUE.
053100     MOVE RCD-OPERADOR TO RBR-APROVADOR.
053200     MOVE RUN-DATA TO RBR-DATA-DECISAO.
053300     MOVE RUN-HORA TO RBR-HORA-DECISAO.
053400     REWRITE RBR-REABERTURA-RECORD.
053500     IF NOT REABREG-OK
053600         DISPLAY "ERRO AO REGRAVAR REABREG " RBR-CHAVE
053700             " - STATUS " WS-REABREG-FILE-STATUS
053800     END-IF.
053900     ADD 1 TO WS-QTDE-REABERTOS.
054000     MOVE "REABERTO" TO AUD-EVENTO.
054100     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
054200     DISPLAY "PERIODO " RBR-PERIODO " REABERTO - PEDIDO DE "
054300         RBR-SOLICITANTE ", APROVADO POR " RBR-APROVADOR
054400         " - " RBR-MOTIVO.
054500     MOVE SPACES TO RPT-LINHA-ENTRADA.
054600     STRING "REABERTO  " WS-AUD-CHAVE-PERIODO " PEDIDO DE "
054700         RBR-SOLICITANTE " APROVADO POR " RBR-APROVADOR
054800         " MOTIVO: " RBR-MOTIVO
054900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
055000     END-STRING.
055100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
055200 2200-DECIDIR-PEDIDO-EXIT.
055300     EXIT.
055400*
055500***************************************************************
055600*    2300-TESTAR-PERIODO - O PERIODO NAO PODE CONSTAR DO        *
055700*    REGSUBM E A ULTIMA SITUACAO NO PERCTL TEM DE SER "F"       *
055800***************************************************************
055900 2300-TESTAR-PERIODO.
056000     MOVE "N" TO WS-JA-SUBMETIDO-SW.
056100     MOVE "N" TO WS-SUBM-EOF-SWITCH.
056200     OPEN INPUT SUBM-REG-FILE.
056300     IF SUBM-FILE-OK
056400         PERFORM 2350-LER-SUBMISSAO THRU 2350-LER-SUBMISSAO-EXIT
056500         PERFORM 2360-TESTAR-SUBMISSAO
056600             THRU 2360-TESTAR-SUBMISSAO-EXIT
056700             UNTIL FIM-DO-REGSUBM OR PERIODO-JA-SUBMETIDO
056800         CLOSE SUBM-REG-FILE
056900     END-IF.
057000     IF PERIODO-JA-SUBMETIDO
057100         MOVE "PERIODO JA SUBMETIDO AO REGULADOR" TO
057200             WS-MOTIVO-REJEITO
057300         GO TO 2300-TESTAR-PERIODO-EXIT
057400     END-IF.
057500     MOVE SPACE TO WS-SITUACAO-PERIODO.
057600     MOVE "N" TO WS-PERIOD-EOF-SWITCH.
057700     OPEN INPUT PERIOD-CTL-FILE.
057800     IF PERIOD-FILE-OK
057900         PERFORM 2450-LER-PERCTL THRU 2450-LER-PERCTL-EXIT
058000         PERFORM 2460-GUARDAR-SITUACAO
058100             THRU 2460-GUARDAR-SITUACAO-EXIT
058200             UNTIL FIM-DO-PERCTL
058300         CLOSE PERIOD-CTL-FILE
058400     END-IF.
058500     EVALUATE TRUE
058600         WHEN PERIODO-FECHADO
058700             CONTINUE
058800         WHEN PERIODO-REABERTO
058900             MOVE "PERIODO JA REABERTO" TO WS-MOTIVO-REJEITO
059000         WHEN OTHER
059100             MOVE "PERIODO NAO FECHADO NO PERCTL" TO
059200                 WS-MOTIVO-REJEITO
059300     END-EVALUATE.
059400 2300-TESTAR-PERIODO-EXIT.
059500     EXIT.
059600*
059700***************************************************************
059800*    2350-LER-SUBMISSAO                                        *
059900***************************************************************
060000 2350-LER-SUBMISSAO.
060100     READ SUBM-REG-FILE
060200         AT END
060300             MOVE "Y" TO WS-SUBM-EOF-SWITCH
060400     END-READ.
060500 2350-LER-SUBMISSAO-EXIT.
060600     EXIT.
060700*
060800***************************************************************
060900*    2360-TESTAR-SUBMISSAO                                     *
061000***************************************************************
061100 2360-TESTAR-SUBMISSAO.
061200     IF SBM-PERIODO = RCD-PERIODO
061300         MOVE "Y" TO WS-JA-SUBMETIDO-SW
061400     END-IF.
061500     PERFORM 2350-LER-SUBMISSAO THRU 2350-LER-SUBMISSAO-EXIT.
061600 2360-TESTAR-SUBMISSAO-EXIT.
061700     EXIT.
061800*
061900***************************************************************
062000*    2450-LER-PERCTL                                           *
062100***************************************************************
062200 2450-LER-PERCTL.
062300     READ PERIOD-CTL-FILE
062400         AT END
062500             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
062600     END-READ.
062700 2450-LER-PERCTL-EXIT.
062800     EXIT.
062900*
063000***************************************************************
063100*    2460-GUARDAR-SITUACAO - FICA A ULTIMA SITUACAO GRAVADA     *
063200*    PARA O PERIODO DO CARTAO                                   *
063300***************************************************************
063400 2460-GUARDAR-SITUACAO.
063500     IF PER-PERIODO = RCD-PERIODO
063600         MOVE PER-SITUACAO TO WS-SITUACAO-PERIODO
063700     END-IF.
063800     PERFORM 2450-LER-PERCTL THRU 2450-LER-PERCTL-EXIT.
063900 2460-GUARDAR-SITUACAO-EXIT.
064000     EXIT.
064100*
064200***************************************************************
064300*    2500-MARCAR-REABERTO - ACRESCENTA O PERIODO AO PERCTL COM  *
064400*    A SITUACAO "R"                                             *
064500***************************************************************
064600 2500-MARCAR-REABERTO.
064700     OPEN EXTEND PERIOD-CTL-FILE.
064800     IF NOT PERIOD-FILE-OK
064900         MOVE "REABPER " TO ERR-PROGRAMA
065000         SET ERR-TIPO-ARQUIVO TO TRUE
065100         MOVE "GRAVACAO NO ARQUIVO PERCTL" TO ERR-CONTEXTO
065200         MOVE WS-PERIOD-FILE-STATUS TO ERR-FILE-STATUS
065300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
065400         MOVE "PERCTL INDISPONIVEL PARA GRAVACAO" TO
065500             WS-MOTIVO-REJEITO
065600         GO TO 2500-MARCAR-REABERTO-EXIT
065700     END-IF.
065800     MOVE SPACES TO PERIOD-CTL-RECORD.
065900     MOVE RCD-PERIODO TO PER-PERIODO.
066000     MOVE "R" TO PER-SITUACAO.
066100     MOVE RUN-DATA TO PER-DATA.
066200     MOVE RUN-HORA TO PER-HORA.
066300     WRITE PERIOD-CTL-RECORD.
066400     CLOSE PERIOD-CTL-FILE.
066500 2500-MARCAR-REABERTO-EXIT.
066600     EXIT.
066700*
066800***************************************************************
066900*    9000-FINALIZAR                                           *
067000***************************************************************
067100 9000-FINALIZAR.
067200     MOVE WS-QTDE-REABERTOS TO WS-QTDE-DISP.
067300     MOVE SPACES TO RPT-LINHA-ENTRADA.
067400     STRING "PERIODOS REABERTOS NA RODADA: " WS-QTDE-DISP
067500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
067600     END-STRING.
067700     SET RPT-ACAO-TOTAL TO TRUE.
067800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
067900     PERFORM 8000-GRAVAR-LINHAS-RPT
068000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
068100     CLOSE REAB-IN-FILE.
068200     CLOSE REAB-REG-FILE.
068300     IF PRINT-FILE-OK
068400         CLOSE PRINT-FILE
068500     END-IF.
068600     DISPLAY "====== REABERTURA DE PERIODO ======".
068700     DISPLAY "CARTOES LIDOS ..........: " WS-QTDE-LIDOS.
068800     DISPLAY "PEDIDOS REGISTRADOS ....: " WS-QTDE-PEDIDOS.
068900     DISPLAY "PERIODOS REABERTOS .....: " WS-QTDE-REABERTOS.
069000     DISPLAY "PEDIDOS REPROVADOS .....: " WS-QTDE-REPROVADOS.
069100     DISPLAY "CARTOES RECUSADOS ......: " WS-QTDE-RECUSADOS.
069200 9000-FINALIZAR-EXIT.
069300     EXIT.
069400*
069500***************************************************************
069600*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
069700***************************************************************
069800 8500-DETALHE.
069900     SET RPT-ACAO-DETALHE TO TRUE.
070000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
070100     PERFORM 8000-GRAVAR-LINHAS-RPT
070200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
070300 8500-DETALHE-EXIT.
070400     EXIT.
070500*
070600***************************************************************
070700*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS *
070800*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                      *
070900***************************************************************
071000 8000-GRAVAR-LINHAS-RPT.
071100     IF NOT PRINT-FILE-OK
071200         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
071300     END-IF.
071400     PERFORM 8100-GRAVAR-UMA-LINHA
071500         THRU 8100-GRAVAR-UMA-LINHA-EXIT
071600         VARYING WS-RPT-SUB FROM 1 BY 1
071700         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
071800 8000-GRAVAR-LINHAS-RPT-EXIT.
071900     EXIT.
072000*
072100***************************************************************
072200*    8100-GRAVAR-UMA-LINHA                                    *
072300***************************************************************
072400 8100-GRAVAR-UMA-LINHA.
072500     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
072600     WRITE PRINT-LINE.
072700 8100-GRAVAR-UMA-LINHA-EXIT.
072800     EXIT.
