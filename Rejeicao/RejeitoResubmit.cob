002300*                       (REJFOUT); PROGRAMAS SEM ROTA DE
002400*                       RESSUBMISSAO FICAM COMO ESTAO E SAO
002500*                       CONTADOS NO RELATORIO FINAL.
002500*    2026-10-15 OPR     CREDITOS PIX SEM CLIENTE (PIXCRED)
002500*                       REPARADOS VOLTAM NO ARQUIVO PIXREENT, LIDO
002500*                       PELO PIX-CREDITO-PROCESSAR DEPOIS DO
002500*                       PIXIN.
002500*    2026-10-15 OPR     PARTIDAS CONTABEIS RECUSADAS PELO RAZAO
002500*                       (GLRETORN) REPARADAS VOLTAM NO ARQUIVO
002500*                       GLREENT, REENVIADO PELO GL-EXTRACT NO
002500*                       GLFILE DO DIA SEGUINTE.
002600***************************************************************
002700*
002800 ENVIRONMENT DIVISION.
004300     SELECT OPCODEIN-FILE ASSIGN TO "OPCODEIN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-OPCODEIN-FILE-STATUS.
004500     SELECT PIXREENT-FILE ASSIGN TO "PIXREENT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PIXREENT-FILE-STATUS.
004500     SELECT GLREENT-FILE ASSIGN TO "GLREENT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-GLREENT-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
006700     RECORDING MODE IS F.
006800 01  OPCODEIN-RECORD         PIC X(80).
006900*
006900 FD  PIXREENT-FILE
006900     RECORDING MODE IS F.
006900 01  PIXREENT-RECORD         PIC X(80).
006900*
006900 FD  GLREENT-FILE
006900     RECORDING MODE IS F.
006900 01  GLREENT-RECORD          PIC X(53).
006900*
007000 WORKING-STORAGE SECTION.
007100*
007200 77  WS-REJ-IN-FILE-STATUS   PIC X(02) VALUE ZEROS.
007900     88  CLIMSTTX-FILE-OK    VALUE "00".
008000 77  WS-OPCODEIN-FILE-STATUS PIC X(02) VALUE ZEROS.
008100     88  OPCODEIN-FILE-OK    VALUE "00".
008100 77  WS-PIXREENT-FILE-STATUS PIC X(02) VALUE ZEROS.
008100     88  PIXREENT-FILE-OK    VALUE "00".
008100 77  WS-GLREENT-FILE-STATUS  PIC X(02) VALUE ZEROS.
008100     88  GLREENT-FILE-OK     VALUE "00".
008200*
008300 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
008400     88  FIM-DO-ARQUIVO      VALUE "Y".
009100 77  WS-QTDE-PARA-OPERIN     PIC 9(07) COMP VALUE ZERO.
009200 77  WS-QTDE-PARA-CLIMSTTX   PIC 9(07) COMP VALUE ZERO.
009300 77  WS-QTDE-PARA-OPCODEIN   PIC 9(07) COMP VALUE ZERO.
009300 77  WS-QTDE-PARA-PIXREENT   PIC 9(07) COMP VALUE ZERO.
009300 77  WS-QTDE-PARA-GLREENT    PIC 9(07) COMP VALUE ZERO.
009400 77  WS-QTDE-SEM-ROTA        PIC 9(07) COMP VALUE ZERO.
009500 77  WS-QTDE-PENDENTES       PIC 9(07) COMP VALUE ZERO.
009600*
014820                 DISPLAY "AVISO: OPCODEIN INDISPONIVEL (STATUS "
014830                     WS-OPCODEIN-FILE-STATUS ") - REJEITOS DO "
014840                     "EVALBAT NAO SERAO RESSUBMETIDOS."
014840             END-IF
014840             OPEN EXTEND PIXREENT-FILE
014840             IF NOT PIXREENT-FILE-OK
014840                 OPEN OUTPUT PIXREENT-FILE
014840             END-IF
014840             IF NOT PIXREENT-FILE-OK
014840                 DISPLAY "AVISO: PIXREENT INDISPONIVEL (STATUS "
014840                     WS-PIXREENT-FILE-STATUS ") - CREDITOS PIX "
014840                     "NAO SERAO RESSUBMETIDOS."
014850             END-IF
014850             OPEN EXTEND GLREENT-FILE
014850             IF NOT GLREENT-FILE-OK
014850                 OPEN OUTPUT GLREENT-FILE
014850             END-IF
014850             IF NOT GLREENT-FILE-OK
014850                 DISPLAY "AVISO: GLREENT INDISPONIVEL (STATUS "
014850                     WS-GLREENT-FILE-STATUS ") - PARTIDAS "
014850                     "CONTABEIS NAO SERAO RESSUBMETIDAS."
014850             END-IF
014900             PERFORM 1100-LER-REJEITO
015000                 THRU 1100-LER-REJEITO-EXIT
021400                 SET REJ-RESSUBMETIDO TO TRUE
021500                 ADD 1 TO WS-QTDE-RESSUBMETIDOS
021600             END-IF
021600         WHEN REJ-PROGRAMA = "PIXCRED "
021600             MOVE REJ-IMAGEM TO PIXREENT-RECORD
021600             IF PIXREENT-FILE-OK
021600                 WRITE PIXREENT-RECORD
021600                 ADD 1 TO WS-QTDE-PARA-PIXREENT
021600                 SET REJ-RESSUBMETIDO TO TRUE
021600                 ADD 1 TO WS-QTDE-RESSUBMETIDOS
021600             END-IF
021600         WHEN REJ-PROGRAMA = "GLRETORN"
021600             MOVE REJ-IMAGEM TO GLREENT-RECORD
021600             IF GLREENT-FILE-OK
021600                 WRITE GLREENT-RECORD
021600                 ADD 1 TO WS-QTDE-PARA-GLREENT
021600                 SET REJ-RESSUBMETIDO TO TRUE
021600                 ADD 1 TO WS-QTDE-RESSUBMETIDOS
021600             END-IF
021700         WHEN OTHER
021800             ADD 1 TO WS-QTDE-SEM-ROTA
021900             DISPLAY "SEM ROTA DE RESSUBMISSAO PARA O PROGRAMA "
024100     IF OPCODEIN-FILE-OK
024200         CLOSE OPCODEIN-FILE
024300     END-IF.
024300     IF PIXREENT-FILE-OK
024300         CLOSE PIXREENT-FILE
024300     END-IF.
024300     IF GLREENT-FILE-OK
024300         CLOSE GLREENT-FILE
024300     END-IF.
024400     DISPLAY "====== RESSUBMISSAO DE REJEITOS ======".
024500     DISPLAY "REJEITOS LIDOS .........: " WS-QTDE-LIDOS.
024600     DISPLAY "RESSUBMETIDOS ..........: " WS-QTDE-RESSUBMETIDOS.
024700     DISPLAY "  PARA OPERIN ..........: " WS-QTDE-PARA-OPERIN.
024800     DISPLAY "  PARA CLIMSTTX ........: " WS-QTDE-PARA-CLIMSTTX.
024900     DISPLAY "  PARA OPCODEIN ........: " WS-QTDE-PARA-OPCODEIN.
024900     DISPLAY "  PARA PIXREENT ........: " WS-QTDE-PARA-PIXREENT.
024900     DISPLAY "  PARA GLREENT .........: " WS-QTDE-PARA-GLREENT.
025000     DISPLAY "REPARADOS SEM ROTA .....: " WS-QTDE-SEM-ROTA.
025100     DISPLAY "AINDA PENDENTES ........: " WS-QTDE-PENDENTES.
025200 9000-FINALIZAR-EXIT.
