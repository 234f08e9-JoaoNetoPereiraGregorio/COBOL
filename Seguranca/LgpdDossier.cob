002500*                       "LGPDDOS" NA MATRIZ (VIA SECURITY-CHECK,
002600*                       COMO O TOKEN-REIDENT) E O PROPRIO ACESSO
002700*                       GERA EVENTO DE AUDITORIA POR CLIENTE.
002700*    2026-10-15 OPR     EVENTOS DE AUDITORIA DOS PROGRAMAS DE
002700*                       PLD/AML (AML-MONITOR E AML-DECISAO) FICAM
002700*                       FORA DA SECAO DE AUDITORIA DO DOSSIE,
002700*                       MESMO QUE O TEXTO COINCIDA COM O CUST-ID -
002700*                       O CLIENTE NAO PODE SABER QUE ESTA SOB
002700*                       ANALISE.
002700*    2026-10-15 OPR     OS EVENTOS DE AUDITORIA DO SANCAO-DECISAO
002700*                       (PARECER SOBRE OCORRENCIA DA TRIAGEM DE
002700*                       SANCOES E PEP) TAMBEM FICAM FORA DO
002700*                       DOSSIE, COMO OS DE PLD/AML.
002700*    2026-10-15 OPR     CADASTROS FUNDIDOS (CUSTFUS, VER
002700*                       COPYBOOKS/FUSREG.CPY): O DOSSIE DO CUST-ID
002700*                       DO CARTAO COBRE TAMBEM O SOBREVIVENTE QUE
002700*                       O INCORPOROU E AS DEMAIS VITIMAS, CADA ID
002700*                       COM SUAS SECOES, LINHA "FUSAO:" E EVENTO
002700*                       DE AUDITORIA.
002700*    2026-10-15 OPR     SECAO "QUEM VIU": CADA CONSULTA DO CLIENTE
002700*                       NAS TELAS CINQ, CADR, CNTA E CMNT
002700*                       (OPERADOR, TERMINAL, TRANSACAO, DATA E
002700*                       HORA), LIDA DO VISLOG (VER
002700*                       COPYBOOKS/VISREG.CPY).
002800***************************************************************
002900*
003000 ENVIRONMENT DIVISION.
006400     SELECT PRINT-FILE ASSIGN TO "DOSPRT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PRINT-FILE-STATUS.
006600     SELECT FUSAO-FILE ASSIGN TO "CUSTFUS"
006600         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS FUS-CHAVE
006600         FILE STATUS IS WS-FUSAO-FILE-STATUS.
006600     SELECT VISUALIZ-FILE ASSIGN TO "VISLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-VISLOG-FILE-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
013500 FD  PRINT-FILE
013600     RECORDING MODE IS F.
013700 01  PRINT-LINE              PIC X(132).
013700*
013700 FD  FUSAO-FILE.
013700*    REFERENCIA CRUZADA DE CADASTROS FUNDIDOS (VER
013700*    COPYBOOKS/FUSREG.CPY)
013700 COPY "FUSREG.cpy".
013800*
013816 FD  VISUALIZ-FILE
013832     RECORDING MODE IS F.
013848*    LOG DE VISUALIZACAO DAS TELAS (VER COPYBOOKS/VISREG.CPY)
013864 COPY "VISREG.cpy".
013880*
013900 WORKING-STORAGE SECTION.
014000*
014100 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE ZEROS.
015600     88  AUDIT-FILE-OK       VALUE "00".
015700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
015800     88  PRINT-FILE-OK       VALUE "00".
015800 77  WS-FUSAO-FILE-STATUS    PIC X(02) VALUE ZEROS.
015800     88  FUSAO-OK            VALUE "00".
015800 77  WS-CUSTFUS-ABERTO-SW    PIC X(01) VALUE "N".
015800     88  FUSOES-DISPONIVEIS  VALUE "Y".
015800 77  WS-VISLOG-FILE-STATUS   PIC X(02) VALUE ZEROS.
015800     88  VISLOG-FILE-OK      VALUE "00".
015900*
016000 77  WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
016100     88  FIM-DO-CARTAO       VALUE "Y".
016500 77  WS-ID-PEDIDO            PIC X(10) VALUE SPACES.
016600 77  WS-ID-LEN               PIC 9(02) COMP VALUE ZERO.
016700 77  WS-QTDE-OCORRE          PIC 9(02) COMP VALUE ZERO.
016700*    EVENTOS DOS PROGRAMAS DE PLD/AML E DA TRIAGEM DE SANCOES/PEP
016700*    NUNCA ENTRAM NO DOSSIE (O CLIENTE NAO PODE SABER QUE ESTA SOB
016700*    ANALISE)
016700 77  WS-ORIGEM-EVENTO        PIC X(08) VALUE SPACES.
016700     88  EVENTO-RESTRITO-PLD VALUE "AMLMONIT" "AMLDECIS"
016700                                   "SANDECIS".
016700*
016700***************************************************************
016700*    CADASTROS FUNDIDOS (ARQUIVO CUSTFUS) - O DOSSIE DO TITULAR
016700*    COBRE TODOS OS CUST-ID DO GRUPO: O PEDIDO, O SOBREVIVENTE
016700*    QUE O INCORPOROU E AS OUTRAS VITIMAS DESSE SOBREVIVENTE
016700***************************************************************
016700 77  WS-QTDE-IDS-GRUPO       PIC 9(02) COMP VALUE ZERO.
016700 01  TABELA-IDS-GRUPO.
016700     05  GRP-ID              PIC X(10)
016700         OCCURS 20 TIMES
016700         INDEXED BY GRP-IDX.
016700 77  WS-SUB-GRUPO            PIC 9(02) COMP VALUE ZERO.
016700 77  WS-ID-FUSAO             PIC X(10) VALUE SPACES.
016700 77  WS-FUS-EOF-SWITCH       PIC X(01) VALUE "N".
016700     88  FIM-DAS-FUSOES      VALUE "Y".
016700 77  WS-ID-NO-GRUPO-SW       PIC X(01) VALUE "N".
016700     88  ID-JA-NO-GRUPO      VALUE "Y".
016700*
016800 77  WS-QTDE-DOSSIES         PIC 9(03) COMP VALUE ZERO.
016900 77  WS-QTDE-LINHAS-SECAO    PIC 9(05) COMP VALUE ZERO.
017000 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
025000     END-IF.
025100     OPEN INPUT CUSTOMER-MASTER.
025200     OPEN INPUT ADDRESS-FILE.
025200     OPEN INPUT FUSAO-FILE.
025200     IF FUSAO-OK
025200         MOVE "Y" TO WS-CUSTFUS-ABERTO-SW
025200     ELSE
025200         DISPLAY "AVISO: CUSTFUS INDISPONIVEL (STATUS "
025200             WS-FUSAO-FILE-STATUS ") - DOSSIE SEM CADASTROS "
025200             "FUNDIDOS."
025200     END-IF.
025300     OPEN OUTPUT PRINT-FILE.
025400     MOVE "DOSSIE LGPD DE ACESSO DO TITULAR" TO RPT-TITULO.
025500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
027400*
027500***************************************************************
027600*    2000-MONTAR-DOSSIE - UM DOSSIE COMPLETO POR CLIENTE DO     *
027600*    CARTAO, COBRINDO OS CADASTROS FUNDIDOS COM ELE             *
027800***************************************************************
027900 2000-MONTAR-DOSSIE.
028000     IF LGC-CUST-ID = SPACES
028100         GO TO 2000-MONTAR-DOSSIE-LER
028200     END-IF.
028400     ADD 1 TO WS-QTDE-DOSSIES.
028400     MOVE 1 TO WS-QTDE-IDS-GRUPO.
028400     MOVE LGC-CUST-ID TO GRP-ID(1).
028400     IF FUSOES-DISPONIVEIS
028400         PERFORM 2020-EXPANDIR-GRUPO THRU 2020-EXPANDIR-GRUPO-EXIT
028400             VARYING WS-SUB-GRUPO FROM 1 BY 1
028400             UNTIL WS-SUB-GRUPO > WS-QTDE-IDS-GRUPO
028400     END-IF.
028400     PERFORM 2040-DOSSIE-DO-ID THRU 2040-DOSSIE-DO-ID-EXIT
028400         VARYING WS-SUB-GRUPO FROM 1 BY 1
028400         UNTIL WS-SUB-GRUPO > WS-QTDE-IDS-GRUPO.
028400 2000-MONTAR-DOSSIE-LER.
028400     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
028400 2000-MONTAR-DOSSIE-EXIT.
028400     EXIT.
028400*
028400***************************************************************
028400*    2020-EXPANDIR-GRUPO - ACRESCENTA AO GRUPO OS CUST-ID COM   *
028400*    FUSAO EFETIVADA COM O ID CORRENTE (VER COPYBOOKS/          *
028400*    FUSREG.CPY)                                                *
028400***************************************************************
028400 2020-EXPANDIR-GRUPO.
028400     MOVE "N" TO WS-FUS-EOF-SWITCH.
028400     MOVE GRP-ID(WS-SUB-GRUPO) TO FUS-CUST-ID.
028400     MOVE LOW-VALUES TO FUS-CUST-LIGADO.
028400     START FUSAO-FILE KEY IS NOT LESS THAN FUS-CHAVE
028400         INVALID KEY
028400             GO TO 2020-EXPANDIR-GRUPO-EXIT
028400     END-START.
028400     PERFORM 2030-LER-FUSAO-GRUPO THRU 2030-LER-FUSAO-GRUPO-EXIT
028400         UNTIL FIM-DAS-FUSOES.
028400 2020-EXPANDIR-GRUPO-EXIT.
028400     EXIT.
028400*
028400***************************************************************
028400*    2030-LER-FUSAO-GRUPO                                      *
028400***************************************************************
028400 2030-LER-FUSAO-GRUPO.
028400     READ FUSAO-FILE NEXT RECORD
028400         AT END
028400             MOVE "Y" TO WS-FUS-EOF-SWITCH
028400             GO TO 2030-LER-FUSAO-GRUPO-EXIT
028400     END-READ.
028400     IF NOT FUSAO-OK OR FUS-CUST-ID NOT = GRP-ID(WS-SUB-GRUPO)
028400         MOVE "Y" TO WS-FUS-EOF-SWITCH
028400         GO TO 2030-LER-FUSAO-GRUPO-EXIT
028400     END-IF.
028400     IF NOT FUS-EFETIVADA
028400         GO TO 2030-LER-FUSAO-GRUPO-EXIT
028400     END-IF.
028400     MOVE "N" TO WS-ID-NO-GRUPO-SW.
028400     SET GRP-IDX TO 1.
028400     SEARCH GRP-ID
028400         AT END
028400             CONTINUE
028400         WHEN GRP-IDX > WS-QTDE-IDS-GRUPO
028400             CONTINUE
028400         WHEN GRP-ID(GRP-IDX) = FUS-CUST-LIGADO
028400             MOVE "Y" TO WS-ID-NO-GRUPO-SW
028400     END-SEARCH.
028400     IF NOT ID-JA-NO-GRUPO AND WS-QTDE-IDS-GRUPO < 20
028400         ADD 1 TO WS-QTDE-IDS-GRUPO
028400         MOVE FUS-CUST-LIGADO TO GRP-ID(WS-QTDE-IDS-GRUPO)
028400     END-IF.
028400 2030-LER-FUSAO-GRUPO-EXIT.
028400     EXIT.
028400*
028400***************************************************************
028400*    2040-DOSSIE-DO-ID - AS SECOES DO DOSSIE PARA UM CUST-ID DO *
028400*    GRUPO, COM O ACESSO AUDITADO                               *
028400***************************************************************
028400 2040-DOSSIE-DO-ID.
028400     MOVE GRP-ID(WS-SUB-GRUPO) TO WS-ID-PEDIDO.
028500     PERFORM 2050-MEDIR-ID THRU 2050-MEDIR-ID-EXIT.
028600*    O PROPRIO ACESSO E AUDITADO, COMO NO TOKEN-REIDENT
028700     MOVE "LGPDDOS " TO AUD-PROGRAMA.
029000     MOVE WS-ID-PEDIDO TO AUD-CHAVE.
029100     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
029200     PERFORM 2100-SECAO-MESTRE THRU 2100-SECAO-MESTRE-EXIT.
029200     PERFORM 2150-SECAO-FUSAO THRU 2150-SECAO-FUSAO-EXIT.
029300     PERFORM 2200-SECAO-ENDERECO
029400         THRU 2200-SECAO-ENDERECO-EXIT.
029500     PERFORM 2300-SECAO-NOTAS THRU 2300-SECAO-NOTAS-EXIT.
030000         THRU 2600-SECAO-REJEITOS-EXIT.
030100     PERFORM 2700-SECAO-AUDITORIA
030200         THRU 2700-SECAO-AUDITORIA-EXIT.
030200     PERFORM 2750-SECAO-VISUALIZACOES
030200         THRU 2750-SECAO-VISUALIZACOES-EXIT.
030200 2040-DOSSIE-DO-ID-EXIT.
030600     EXIT.
030700*
030800***************************************************************
036100     END-IF.
036200     PERFORM 2850-DETALHE THRU 2850-DETALHE-EXIT.
036300 2100-SECAO-MESTRE-EXIT.
036300     EXIT.
036300*
036300***************************************************************
036300*    2150-SECAO-FUSAO - REFERENCIA CRUZADA DOS CADASTROS        *
036300*    FUNDIDOS COM O CLIENTE                                     *
036300***************************************************************
036300 2150-SECAO-FUSAO.
036300     IF NOT FUSOES-DISPONIVEIS
036300         GO TO 2150-SECAO-FUSAO-EXIT
036300     END-IF.
036300     MOVE "N" TO WS-FUS-EOF-SWITCH.
036300     MOVE WS-ID-PEDIDO TO FUS-CUST-ID.
036300     MOVE LOW-VALUES TO FUS-CUST-LIGADO.
036300     START FUSAO-FILE KEY IS NOT LESS THAN FUS-CHAVE
036300         INVALID KEY
036300             GO TO 2150-SECAO-FUSAO-EXIT
036300     END-START.
036300     PERFORM 2160-LER-FUSAO-SECAO THRU 2160-LER-FUSAO-SECAO-EXIT
036300         UNTIL FIM-DAS-FUSOES.
036300 2150-SECAO-FUSAO-EXIT.
036300     EXIT.
036300*
036300***************************************************************
036300*    2160-LER-FUSAO-SECAO                                      *
036300***************************************************************
036300 2160-LER-FUSAO-SECAO.
036300     READ FUSAO-FILE NEXT RECORD
036300         AT END
036300             MOVE "Y" TO WS-FUS-EOF-SWITCH
036300             GO TO 2160-LER-FUSAO-SECAO-EXIT
036300     END-READ.
036300     IF NOT FUSAO-OK OR FUS-CUST-ID NOT = WS-ID-PEDIDO
036300         MOVE "Y" TO WS-FUS-EOF-SWITCH
036300         GO TO 2160-LER-FUSAO-SECAO-EXIT
036300     END-IF.
036300     IF NOT FUS-EFETIVADA
036300         GO TO 2160-LER-FUSAO-SECAO-EXIT
036300     END-IF.
036300     MOVE SPACES TO RPT-LINHA-ENTRADA.
036300     IF FUS-PAPEL-VITIMA
036300         STRING "FUSAO: INCORPORADO AO CLIENTE " FUS-CUST-LIGADO
036300             " EM " FUS-DATA-DECISAO
036300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
036300         END-STRING
036300     ELSE
036300         STRING "FUSAO: INCORPOROU O CLIENTE " FUS-CUST-LIGADO
036300             " EM " FUS-DATA-DECISAO
036300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
036300         END-STRING
036300     END-IF.
036300     PERFORM 2850-DETALHE THRU 2850-DETALHE-EXIT.
036300 2160-LER-FUSAO-SECAO-EXIT.
036400     EXIT.
036500*
036600***************************************************************
055400*
055500***************************************************************
055600*    2700-SECAO-AUDITORIA - EVENTOS CUJO TEXTO CITA O CLIENTE   *
055600*    (MENOS OS DE PLD/AML, RESTRITOS A COMPLIANCE)              *
055700***************************************************************
055800 2700-SECAO-AUDITORIA.
055900     MOVE "N" TO WS-SCAN-EOF-SWITCH.
056400     PERFORM 2710-LER-AUDITORIA THRU 2710-LER-AUDITORIA-EXIT.
056500     PERFORM UNTIL FIM-DA-VARREDURA
056600         MOVE ZERO TO WS-QTDE-OCORRE
056600         MOVE ALOG-DESC(1:8) TO WS-ORIGEM-EVENTO
056600         IF WS-ID-LEN > ZERO AND NOT EVENTO-RESTRITO-PLD
056800             INSPECT ALOG-DESC TALLYING WS-QTDE-OCORRE
056900                 FOR ALL WS-ID-PEDIDO(1:WS-ID-LEN)
057000         END-IF
059500     EXIT.
059600*
059700***************************************************************
059701*    2750-SECAO-VISUALIZACOES - QUEM VIU OS DADOS DO CLIENTE   *
059702*    NAS TELAS (OPERADOR, TERMINAL, TRANSACAO, DATA E HORA)    *
059703***************************************************************
059704 2750-SECAO-VISUALIZACOES.
059705     MOVE ZERO TO WS-QTDE-LINHAS-SECAO.
059706     MOVE "N" TO WS-SCAN-EOF-SWITCH.
059707     OPEN INPUT VISUALIZ-FILE.
059708     IF NOT VISLOG-FILE-OK
059709         GO TO 2750-SECAO-VISUALIZACOES-EXIT
059710     END-IF.
059711     PERFORM 2770-LER-VISUALIZACAO
059712         THRU 2770-LER-VISUALIZACAO-EXIT.
059713     PERFORM 2760-TRATAR-VISUALIZACAO
059714         THRU 2760-TRATAR-VISUALIZACAO-EXIT
059715         UNTIL FIM-DA-VARREDURA.
059716     CLOSE VISUALIZ-FILE.
059717     IF WS-QTDE-LINHAS-SECAO = ZERO
059718         MOVE SPACES TO RPT-LINHA-ENTRADA
059719         STRING "VISTO: NENHUMA CONSULTA REGISTRADA NAS TELAS"
059720             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
059721         END-STRING
059722         PERFORM 2850-DETALHE THRU 2850-DETALHE-EXIT
059723     END-IF.
059724 2750-SECAO-VISUALIZACOES-EXIT.
059725     EXIT.
059726*
059727***************************************************************
059728*    2760-TRATAR-VISUALIZACAO                                  *
059729***************************************************************
059730 2760-TRATAR-VISUALIZACAO.
059731     IF VIS-CUST-ID = WS-ID-PEDIDO
059732         ADD 1 TO WS-QTDE-LINHAS-SECAO
059733         MOVE SPACES TO RPT-LINHA-ENTRADA
059734         STRING "VISTO " VIS-DATA " " VIS-HORA
059735             " OPERADOR " VIS-OPERADOR
059736             " TERMINAL " VIS-TERMINAL
059737             " TRANSACAO " VIS-TRANSACAO
059738             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
059739         END-STRING
059740         PERFORM 2850-DETALHE THRU 2850-DETALHE-EXIT
059741     END-IF.
059742     PERFORM 2770-LER-VISUALIZACAO
059743         THRU 2770-LER-VISUALIZACAO-EXIT.
059744 2760-TRATAR-VISUALIZACAO-EXIT.
059745     EXIT.
059746*
059747***************************************************************
059748*    2770-LER-VISUALIZACAO                                     *
059749***************************************************************
059750 2770-LER-VISUALIZACAO.
059751     READ VISUALIZ-FILE
059752         AT END
059753             MOVE "Y" TO WS-SCAN-EOF-SWITCH
059754     END-READ.
059755 2770-LER-VISUALIZACAO-EXIT.
059756     EXIT.
059757*
059758***************************************************************
059800*    9000-FINALIZAR                                            *
059900***************************************************************
060000 9000-FINALIZAR.
061000     IF ADDR-OK
061100         CLOSE ADDRESS-FILE
061200     END-IF.
061200     IF FUSOES-DISPONIVEIS
061200         CLOSE FUSAO-FILE
061200     END-IF.
061300     DISPLAY "====== DOSSIE LGPD ======".
061400     DISPLAY "DOSSIES MONTADOS ...: " WS-QTDE-DOSSIES.
061500 9000-FINALIZAR-EXIT.
