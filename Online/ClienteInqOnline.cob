002491*                       DA PAGINA, E PF4 ABRE A TELA DE NOTAS
002492*                       CNTA LEVANDO O CLIENTE CORRENTE (VER
002493*                       CLIENTE-NOTAS-ONLINE).
002493*    2026-10-15 OPR     A CONSULTA DIRETA MOSTRA, DA TERCEIRA
002493*                       LINHA EM DIANTE, OS CADASTROS FUNDIDOS COM
002493*                       O CLIENTE (STARTBR/READNEXT NO CUSTFUS,
002493*                       VER COPYBOOKS/FUSREG.CPY): "INCORPORADO AO
002493*                       CLIENTE" OU "INCORPOROU O CLIENTE", COM A
002493*                       DATA DA EFETIVACAO.
002493*    2026-10-15 OPR     PF5 ABRE A TELA DE TITULOS DE COBRANCA
002493*                       CTIT LEVANDO O CLIENTE CORRENTE (VER
002493*                       TITULO-ONLINE): TITULOS DO TITREG E
002493*                       ENTRADA DE INSTRUCAO PARA A PROXIMA
002493*                       REMESSA.
002493*    2026-10-15 OPR     CADA CLIENTE MOSTRADO (CONSULTA DIRETA,
002493*                       FOLHEIO E JOURNAL DO PF6) GRAVA UM
002493*                       REGISTRO DE VISUALIZACAO NA FILA TD VISQ
002493*                       (VER COPYBOOKS/VISREG.CPY) PARA O CONTROLE
002493*                       LGPD DE QUEM VIU O QUE.
002500***************************************************************
002600*
002700 ENVIRONMENT DIVISION.
004600***************************************************************
004700 77  DFHPF3                  PIC X VALUE X'F3'.
004720 77  DFHPF4                  PIC X VALUE X'F4'.
004720 77  DFHPF5                  PIC X VALUE X'F5'.
004750 77  DFHPF6                  PIC X VALUE X'F6'.
004800 77  DFHPF8                  PIC X VALUE X'F8'.
004900 77  DFHCLEAR                PIC X VALUE X'6D'.
006299 77  WS-NOTA-AVANTE-SW       PIC X(01) VALUE "N".
006299     88  FIM-DO-AVANTE       VALUE "Y".
006299*
006299***************************************************************
006299*    REFERENCIA CRUZADA DE CADASTROS FUNDIDOS (CUSTFUS, VER
006299*    COPYBOOKS/FUSREG.CPY) - UMA LINHA POR FUSAO EFETIVADA A
006299*    PARTIR DA TERCEIRA LINHA DA PAGINA
006299***************************************************************
006299 COPY "FUSREG.cpy".
006299 77  WS-FUS-FIM-SW           PIC X(01) VALUE "N".
006299     88  FIM-DAS-FUSOES      VALUE "Y".
006299*
006300 77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
006400 77  WS-CHAVE-BROWSE         PIC X(10) VALUE SPACES.
006500 77  WS-LINHA-NUM            PIC 9(02) VALUE ZERO.
007100 77  WS-SALDO-EDITADO        PIC -(7)9.99.
007200 77  WS-LINHA-CONSULTA       PIC X(70) VALUE SPACES.
007300 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
007312*
007324***************************************************************
007336*    LOG DE VISUALIZACAO DE DADOS PESSOAIS (FILA TD VISQ, VER
007348*    COPYBOOKS/VISREG.CPY)
007360***************************************************************
007372 COPY "VISREG.cpy".
007384 77  WS-VIS-RESP             PIC S9(08) COMP VALUE ZERO.
007400*
007410 LINKAGE SECTION.
007420*
012430*    PF4 ABRE A TELA DE NOTAS DE ATENDIMENTO (CNTA) LEVANDO O
012440*    CLIENTE CORRENTE (VER CLIENTE-NOTAS-ONLINE)
012450         EXEC CICS XCTL PROGRAM('CLINOTON')
012450             COMMAREA(WS-COMMAREA)
012450             LENGTH(LENGTH OF WS-COMMAREA)
012450         END-EXEC
012450     ELSE
012450     IF EIBAID = DFHPF5
012450*    PF5 ABRE A TELA DE TITULOS DE COBRANCA (CTIT) LEVANDO O
012450*    CLIENTE CORRENTE (VER TITULO-ONLINE)
012450         EXEC CICS XCTL PROGRAM('TITREGON')
012460             COMMAREA(WS-COMMAREA)
012470             LENGTH(LENGTH OF WS-COMMAREA)
012480         END-EXEC
013810         END-IF
013900         PERFORM 3000-REENVIAR-TELA
014000             THRU 3000-REENVIAR-TELA-EXIT
014000     END-IF
014100     END-IF
014110     END-IF.
014200 2000-PROCESSAR-TECLA-EXIT.
018200         MOVE CUST-ID TO CA-ULTIMA-CHAVE
018210         PERFORM 2150-MOSTRAR-ULTIMA-NOTA
018220             THRU 2150-MOSTRAR-ULTIMA-NOTA-EXIT
018220         PERFORM 2170-MOSTRAR-FUSAO
018220             THRU 2170-MOSTRAR-FUSAO-EXIT
018300         MOVE "CONSULTA CONCLUIDA - PF8 CONTINUA DESTA CHAVE"
018400             TO WS-MENSAGEM-AREA
018500     END-IF.
018793     MOVE "Y" TO WS-NOTA-ACHADA-SW.
018793 2165-LER-NOTA-AVANTE-EXIT.
018793     EXIT.
018793*
018793***************************************************************
018793*    2170-MOSTRAR-FUSAO - CADASTROS FUNDIDOS COM O CLIENTE      *
018793*    (INCORPORADO A / INCORPOROU) DA TERCEIRA LINHA EM DIANTE,  *
018793*    PARA O HELP DESK ACHAR O HISTORICO PELO OUTRO ID           *
018793***************************************************************
018793 2170-MOSTRAR-FUSAO.
018793     MOVE 2 TO WS-LINHA-NUM.
018793     MOVE "N" TO WS-FUS-FIM-SW.
018793     MOVE CUST-ID TO FUS-CUST-ID.
018793     MOVE LOW-VALUES TO FUS-CUST-LIGADO.
018793     EXEC CICS STARTBR DATASET('CUSTFUS')
018793         RIDFLD(FUS-CHAVE)
018793         GTEQ
018793         RESP(WS-RESP)
018793     END-EXEC.
018793     IF WS-RESP NOT = DFHRESP(NORMAL)
018793         GO TO 2170-MOSTRAR-FUSAO-EXIT
018793     END-IF.
018793     PERFORM 2175-LER-FUSAO THRU 2175-LER-FUSAO-EXIT
018793         UNTIL FIM-DAS-FUSOES.
018793     EXEC CICS ENDBR DATASET('CUSTFUS')
018793         RESP(WS-RESP)
018793     END-EXEC.
018793 2170-MOSTRAR-FUSAO-EXIT.
018793     EXIT.
018793*
018793***************************************************************
018793*    2175-LER-FUSAO                                            *
018793***************************************************************
018793 2175-LER-FUSAO.
018793     EXEC CICS READNEXT DATASET('CUSTFUS')
018793         INTO(FUS-FUSAO-RECORD)
018793         RIDFLD(FUS-CHAVE)
018793         RESP(WS-RESP)
018793     END-EXEC.
018793     IF WS-RESP NOT = DFHRESP(NORMAL)
018793         OR FUS-CUST-ID NOT = CUST-ID
018793         OR WS-LINHA-NUM >= 10
018793         MOVE "Y" TO WS-FUS-FIM-SW
018793         GO TO 2175-LER-FUSAO-EXIT
018793     END-IF.
018793     IF NOT FUS-EFETIVADA
018793         GO TO 2175-LER-FUSAO-EXIT
018793     END-IF.
018793     MOVE SPACES TO WS-LINHA-CONSULTA.
018793     IF FUS-PAPEL-VITIMA
018793         STRING "INCORPORADO AO CLIENTE " FUS-CUST-LIGADO
018793             " EM " FUS-DATA-DECISAO
018793             DELIMITED BY SIZE INTO WS-LINHA-CONSULTA
018793         END-STRING
018793     ELSE
018793         STRING "INCORPOROU O CLIENTE " FUS-CUST-LIGADO
018793             " EM " FUS-DATA-DECISAO
018793             DELIMITED BY SIZE INTO WS-LINHA-CONSULTA
018793         END-STRING
018793     END-IF.
018793     ADD 1 TO WS-LINHA-NUM.
018793     EVALUATE WS-LINHA-NUM
018793         WHEN 3  MOVE WS-LINHA-CONSULTA TO ROW03O
018793         WHEN 4  MOVE WS-LINHA-CONSULTA TO ROW04O
018793         WHEN 5  MOVE WS-LINHA-CONSULTA TO ROW05O
018793         WHEN 6  MOVE WS-LINHA-CONSULTA TO ROW06O
018793         WHEN 7  MOVE WS-LINHA-CONSULTA TO ROW07O
018793         WHEN 8  MOVE WS-LINHA-CONSULTA TO ROW08O
018793         WHEN 9  MOVE WS-LINHA-CONSULTA TO ROW09O
018793         WHEN 10 MOVE WS-LINHA-CONSULTA TO ROW10O
018793     END-EVALUATE.
018793 2175-LER-FUSAO-EXIT.
018793     EXIT.
018800*
018900***************************************************************
019000*    2200-FOLHEAR-MESTRE - STARTBR NA CHAVE DIGITADA (OU NA     *
027900         WHEN 9  MOVE WS-LINHA-CONSULTA TO ROW09O
028000         WHEN 10 MOVE WS-LINHA-CONSULTA TO ROW10O
028100     END-EVALUATE.
028125     MOVE CUST-ID TO VIS-CUST-ID.
028150     PERFORM 2900-REGISTRAR-VISUALIZACAO
028175         THRU 2900-REGISTRAR-VISUALIZACAO-EXIT.
028200 2300-FORMATAR-LINHA-EXIT.
028300     EXIT.
028400*
029380     ELSE
029381         MOVE "PF6 MOSTRA MOVIMENTOS MAIS ANTIGOS"
029382             TO WS-MENSAGEM-AREA
029382         MOVE WS-JB-ID TO VIS-CUST-ID
029382         PERFORM 2900-REGISTRAR-VISUALIZACAO
029382             THRU 2900-REGISTRAR-VISUALIZACAO-EXIT
029383     END-IF.
029384     MOVE SPACES TO CLIENTIDO.
029385 2600-FOLHEAR-JOURNAL-EXIT.
029465     EXIT.
029466*
029400***************************************************************
029400*    2900-REGISTRAR-VISUALIZACAO - UM REGISTRO POR CLIENTE     *
029400*    MOSTRADO NA FILA VISQ (QUEM, DE QUAL TERMINAL, EM QUAL    *
029400*    TRANSACAO, QUANDO); SEM TRATAR A RESPOSTA, PARA A FILA    *
029400*    NUNCA SEGURAR NEM DERRUBAR A CONSULTA                     *
029400***************************************************************
029400 2900-REGISTRAR-VISUALIZACAO.
029400     ACCEPT VIS-DATA FROM DATE YYYYMMDD.
029400     ACCEPT VIS-HORA FROM TIME.
029400     EXEC CICS ASSIGN USERID(VIS-OPERADOR)
029400     END-EXEC.
029400     MOVE EIBTRMID TO VIS-TERMINAL.
029400     MOVE EIBTRNID TO VIS-TRANSACAO.
029400     EXEC CICS WRITEQ TD QUEUE('VISQ')
029400         FROM(VIS-RECORD)
029400         LENGTH(LENGTH OF VIS-RECORD)
029400         RESP(WS-VIS-RESP)
029400     END-EXEC.
029400 2900-REGISTRAR-VISUALIZACAO-EXIT.
029400     EXIT.
029400*
029400***************************************************************
029500*    3000-REENVIAR-TELA                                       *
029600***************************************************************
029700 3000-REENVIAR-TELA.
