003200*                             O RELATORIO FECHA CONFIRMADOS,
003300*                             DIVERGENTES E SEM RESPOSTA PARA OS
003400*                             AUDITORES.
003410*    2026-10-15 OPR     A CARTA PASSA A LISTAR OS TITULOS DE
003420*                       COBRANCA EM ABERTO DO CLIENTE (TITREG,
003430*                       CHAVE ALTERNADA CUST-ID) COM VENCIMENTO,
003440*                       VALOR E A LINHA DIGITAVEL DO BOLETO
003450*                       GRAVADA NA EMISSAO (VER BOLETO-CODIGO).
003450*    2026-10-15 OPR     NO MODO G CADA CARTA TAMBEM SAI, LINHA A
003450*                       LINHA, COMO DOCUMENTO DA MALA DIRETA NO
003450*                       MALADOC (VER COPYBOOKS/MALDOC.CPY), COM O
003450*                       NUMERO DE CONFIRMACAO COMO NUMERO DO
003450*                       DOCUMENTO, PARA O MALA-DIRETA ENVELOPAR E
003450*                       ORDENAR POR CEP. SEM O DD MALADOC A CARTA
003450*                       SAI COMO SEMPRE, COM AVISO.
003500***************************************************************
003600*
003700 ENVIRONMENT DIVISION.
005100     SELECT PRINT-FILE ASSIGN TO "CARTAPRT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PRINT-FILE-STATUS.
005300     SELECT MALA-FILE ASSIGN TO "MALADOC"
005300         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-MALA-FILE-STATUS.
005400     SELECT CIRC-REG-IN ASSIGN TO "CIRCREG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REG-IN-STATUS.
006000     SELECT CIRC-REG-EXT ASSIGN TO "CIRCREG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-REG-EXT-STATUS.
006210     SELECT TITULO-FILE ASSIGN TO "TITREG"
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS DYNAMIC
006240         RECORD KEY IS TIT-CHAVE
006250         ALTERNATE RECORD KEY IS TIT-CUST-ID
006260             WITH DUPLICATES
006270         FILE STATUS IS WS-TITULO-FILE-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
008200 FD  PRINT-FILE
008300     RECORDING MODE IS F.
008400 01  PRINT-LINE              PIC X(132).
008400*
008400 FD  MALA-FILE
008400     RECORDING MODE IS F.
008400*    LINHAS DA CARTA PARA A MALA DIRETA (VER COPYBOOKS/MALDOC.CPY)
008400 COPY "MALDOC.cpy".
008500*
008600 FD  CIRC-REG-IN
008700     RECORDING MODE IS F.
010700 FD  CIRC-REG-EXT
010800     RECORDING MODE IS F.
010900 01  CIRC-EXT-RECORD         PIC X(40).
010910*
010920 FD  TITULO-FILE.
010930*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
010940*    COPYBOOKS/TITREG.CPY)
010950 COPY "TITREG.cpy".
011000*
011100 WORKING-STORAGE SECTION.
011200*
011820     88  ENDERECOS-DISPONIVEIS VALUE "Y".
011900 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
012000     88  PRINT-FILE-OK       VALUE "00".
012000 77  WS-MALA-FILE-STATUS     PIC X(02) VALUE ZEROS.
012000     88  MALA-OK             VALUE "00".
012000 77  WS-MALA-ABERTO-SW       PIC X(01) VALUE "N".
012000     88  MALA-DISPONIVEL     VALUE "Y".
012000 77  WS-MALA-LINHA           PIC 9(05) VALUE ZERO.
012100 77  WS-REG-IN-STATUS        PIC X(02) VALUE ZEROS.
012200     88  REG-IN-OK           VALUE "00".
012300 77  WS-REG-OUT-STATUS       PIC X(02) VALUE ZEROS.
016800 77  WS-QTDE-CONFIRMADAS     PIC 9(05) VALUE ZEROS.
016900 77  WS-QTDE-DIVERGENTES     PIC 9(05) VALUE ZEROS.
017000 77  WS-QTDE-SEM-RESPOSTA    PIC 9(05) VALUE ZEROS.
017010*
017020***************************************************************
017030*    TITULOS DE COBRANCA EM ABERTO (ARQUIVO TITREG) - LINHA
017040*    DIGITAVEL DO BOLETO NA CARTA
017050***************************************************************
017060 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
017070     88  TITULO-OK           VALUE "00".
017080 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
017090     88  TITREG-DISPONIVEL   VALUE "Y".
017091 77  WS-TIT-FIM-SW           PIC X(01) VALUE "N".
017092     88  FIM-DOS-TITULOS     VALUE "Y".
017093 77  WS-VALOR-TITULO         PIC 9(11)V99 COMP-3 VALUE ZERO.
017100*
017200***************************************************************
017300*    PARAMETROS DO MONTADOR DE LINHAS (VER COPYBOOKS/LINEBLD.CPY)
017800*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
017900***************************************************************
018000 COPY "RUNDATE.cpy".
018010*
018020***************************************************************
018030*    PARAMETROS DA ROTINA DE LINHA DIGITAVEL DO BOLETO (VER
018040*    COPYBOOKS/BOLHDL.CPY)
018050***************************************************************
018060 COPY "BOLHDL.cpy".
018100*
018200***************************************************************
018300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
028240     IF ADDR-OK
028250         MOVE "Y" TO WS-ADDR-ABERTO-SW
028260     END-IF.
028270     OPEN INPUT TITULO-FILE.
028280     IF TITULO-OK
028290         MOVE "Y" TO WS-TITREG-ABERTO-SW
028291     ELSE
028292         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
028293             WS-TITULO-FILE-STATUS ") - CARTAS SEM TITULOS "
028294             "EM ABERTO."
028295     END-IF.
028300     OPEN OUTPUT PRINT-FILE.
028300     OPEN OUTPUT MALA-FILE.
028300     IF MALA-OK
028300         MOVE "Y" TO WS-MALA-ABERTO-SW
028300     ELSE
028300         DISPLAY "AVISO: MALADOC INDISPONIVEL (STATUS "
028300             WS-MALA-FILE-STATUS ") - CARTAS FORA DA MALA DIRETA."
028300     END-IF.
028400     OPEN EXTEND CIRC-REG-EXT.
028500     IF NOT REG-EXT-OK
028600         OPEN OUTPUT CIRC-REG-EXT
029300     IF ENDERECOS-DISPONIVEIS
029400         CLOSE ADDRESS-FILE
029500     END-IF.
029510     IF TITREG-DISPONIVEL
029520         CLOSE TITULO-FILE
029530     END-IF.
029600     IF PRINT-FILE-OK
029700         CLOSE PRINT-FILE
029800     END-IF.
029800     IF MALA-DISPONIVEL
029800         CLOSE MALA-FILE
029800     END-IF.
029900     IF REG-EXT-OK
030000         CLOSE CIRC-REG-EXT
030100     END-IF.
030200     DISPLAY "====== CIRCULARIZACAO - EMISSAO ======".
030300     DISPLAY "CARTAS EMITIDAS ....: " WS-QTDE-CARTAS.
030300     IF NOT MALA-DISPONIVEL
030300         DISPLAY "CARTAS FORA DA MALA DIRETA (SEM MALADOC)."
030300     END-IF.
030400 2000-GERAR-CARTAS-EXIT.
030500     EXIT.
030600*
039500 2300-IMPRIMIR-CARTA.
039600     ADD 1 TO WS-PROXIMO-NUMERO.
039700     ADD 1 TO WS-QTDE-CARTAS.
039700     MOVE ZERO TO WS-MALA-LINHA.
039800     MOVE ALL "=" TO PRINT-LINE.
039800     PERFORM 8100-IMPRIMIR-LINHA
039800         THRU 8100-IMPRIMIR-LINHA-EXIT.
040000     MOVE 4 TO LB-QTDE-PARTES.
040100     MOVE "CONFIRMACAO" TO LB-PARTE(1).
040200     MOVE "-NR:" TO LB-PARTE(2).
040500     CALL "LINE-BUILDER" USING LB-PARAMETROS-LINHA.
040600     MOVE SPACES TO PRINT-LINE.
040700     MOVE LB-LINHA-SAIDA TO PRINT-LINE.
040700     PERFORM 8100-IMPRIMIR-LINHA
040700         THRU 8100-IMPRIMIR-LINHA-EXIT.
040900     MOVE SPACES TO PRINT-LINE.
041000     STRING "AO CLIENTE " WS-ID-SNAP " " WS-NOME-SNAP
041100         DELIMITED BY SIZE INTO PRINT-LINE
041200     END-STRING.
041200     PERFORM 8100-IMPRIMIR-LINHA
041200         THRU 8100-IMPRIMIR-LINHA-EXIT.
041400     IF ENDERECOS-DISPONIVEIS
041500         MOVE WS-ID-SNAP TO ADR-CUST-ID
041600         READ ADDRESS-FILE
042300                 ADR-UF " CEP " ADR-CEP
042400                 DELIMITED BY SIZE INTO PRINT-LINE
042500             END-STRING
042500             PERFORM 8100-IMPRIMIR-LINHA
042500                 THRU 8100-IMPRIMIR-LINHA-EXIT
042700         END-IF
042800     END-IF.
042900     MOVE WS-SALDO-SNAP TO WS-SALDO-EDITADO.
043300         " EM 31 DE DEZEMBRO."
043400         DELIMITED BY SIZE INTO PRINT-LINE
043500     END-STRING.
043500     PERFORM 8100-IMPRIMIR-LINHA
043500         THRU 8100-IMPRIMIR-LINHA-EXIT.
043610     IF TITREG-DISPONIVEL
043620         PERFORM 2350-IMPRIMIR-TITULOS
043630             THRU 2350-IMPRIMIR-TITULOS-EXIT
043640     END-IF.
043700     MOVE SPACES TO PRINT-LINE.
043800     STRING "RESPONDER CITANDO O NUMERO DE CONFIRMACAO ACIMA."
043900         DELIMITED BY SIZE INTO PRINT-LINE
044000     END-STRING.
044000     PERFORM 8100-IMPRIMIR-LINHA
044000         THRU 8100-IMPRIMIR-LINHA-EXIT.
044200*    CONTROLE DOS NUMEROS EMITIDOS
044300     IF REG-EXT-OK
044400         MOVE SPACES TO CIRC-REG-RECORD
045200     END-IF.
045300 2300-IMPRIMIR-CARTA-EXIT.
045400     EXIT.
045410*
045411***************************************************************
045412*    2350-IMPRIMIR-TITULOS - TITULOS ABERTOS DO CLIENTE PELA   *
045413*    CHAVE ALTERNADA CUST-ID DO TITREG, COM A LINHA DIGITAVEL  *
045414*    GRAVADA NA EMISSAO                                        *
045415***************************************************************
045416 2350-IMPRIMIR-TITULOS.
045417     MOVE "N" TO WS-TIT-FIM-SW.
045418     MOVE WS-ID-SNAP TO TIT-CUST-ID.
045419     START TITULO-FILE KEY IS EQUAL TO TIT-CUST-ID
045420         INVALID KEY
045421             MOVE "Y" TO WS-TIT-FIM-SW
045422     END-START.
045423     IF NOT FIM-DOS-TITULOS
045424         PERFORM 2370-LER-TITULO THRU 2370-LER-TITULO-EXIT
045425     END-IF.
045426     PERFORM 2360-IMPRIMIR-UM-TITULO
045427         THRU 2360-IMPRIMIR-UM-TITULO-EXIT
045428         UNTIL FIM-DOS-TITULOS.
045429 2350-IMPRIMIR-TITULOS-EXIT.
045430     EXIT.
045431*
045432***************************************************************
045433*    2360-IMPRIMIR-UM-TITULO                                   *
045434***************************************************************
045435 2360-IMPRIMIR-UM-TITULO.
045436     IF NOT TIT-ABERTO
045437         GO TO 2360-IMPRIMIR-UM-TITULO-LER
045438     END-IF.
045439     COMPUTE WS-VALOR-TITULO = TIT-VALOR-CENTAVOS / 100.
045440     MOVE WS-VALOR-TITULO TO WS-SALDO-EDITADO.
045441     MOVE SPACES TO PRINT-LINE.
045442     STRING "TITULO EM ABERTO " TIT-REMSEQ
045443         " VENCIMENTO " TIT-DATA-VENC
045444         " VALOR R$ " WS-SALDO-EDITADO
045445         DELIMITED BY SIZE INTO PRINT-LINE
045446     END-STRING.
045446     PERFORM 8100-IMPRIMIR-LINHA
045446         THRU 8100-IMPRIMIR-LINHA-EXIT.
045448     SET BOL-ACAO-FORMATAR TO TRUE.
045449     MOVE TIT-LINHA-DIGITAVEL TO BOL-LINHA-DIGITAVEL.
045450     CALL "BOLETO-CODIGO" USING BOL-PARAMETROS.
045451     IF BOL-OK
045452         MOVE SPACES TO PRINT-LINE
045453         STRING "  LINHA DIGITAVEL " BOL-LINHA-FORMATADA
045454             DELIMITED BY SIZE INTO PRINT-LINE
045455         END-STRING
045455         PERFORM 8100-IMPRIMIR-LINHA
045455             THRU 8100-IMPRIMIR-LINHA-EXIT
045457     END-IF.
045458 2360-IMPRIMIR-UM-TITULO-LER.
045459     PERFORM 2370-LER-TITULO THRU 2370-LER-TITULO-EXIT.
045460 2360-IMPRIMIR-UM-TITULO-EXIT.
045461     EXIT.
045462*
045463***************************************************************
045464*    2370-LER-TITULO - PROXIMO TITULO DO MESMO CLIENTE          *
045465***************************************************************
045466 2370-LER-TITULO.
045467     READ TITULO-FILE NEXT RECORD
045468         AT END
045469             MOVE "Y" TO WS-TIT-FIM-SW
045470     END-READ.
045471     IF NOT TITULO-OK OR TIT-CUST-ID NOT = WS-ID-SNAP
045472         MOVE "Y" TO WS-TIT-FIM-SW
045473     END-IF.
045474 2370-LER-TITULO-EXIT.
045474     EXIT.
045474*
045474***************************************************************
045474*    8100-IMPRIMIR-LINHA - GRAVA A LINHA DA CARTA NO CARTAPRT  *
045474*    E, COM O MALADOC ABERTO, TAMBEM NA MALA DIRETA; O NUMERO  *
045474*    DE CONFIRMACAO E O NUMERO DO DOCUMENTO                    *
045474***************************************************************
045474 8100-IMPRIMIR-LINHA.
045474     WRITE PRINT-LINE.
045474     IF NOT MALA-DISPONIVEL
045474         GO TO 8100-IMPRIMIR-LINHA-EXIT
045474     END-IF.
045474     ADD 1 TO WS-MALA-LINHA.
045474     MOVE SPACES TO MALA-DOC-RECORD.
045474     SET MDC-ORIG-CIRCULAR TO TRUE.
045474     MOVE RUN-DATA TO MDC-DATA.
045474     MOVE WS-PROXIMO-NUMERO TO MDC-DOC.
045474     MOVE WS-ID-SNAP TO MDC-CUST-ID.
045474     MOVE WS-NOME-SNAP TO MDC-NOME.
045474     MOVE WS-MALA-LINHA TO MDC-LINHA.
045474     MOVE PRINT-LINE TO MDC-TEXTO.
045474     WRITE MALA-DOC-RECORD.
045474 8100-IMPRIMIR-LINHA-EXIT.
045475     EXIT.
045500*
045600***************************************************************
045700*    3000-REGISTRAR-RESPOSTAS - APLICA AS RESPOSTAS SOBRE O     *
