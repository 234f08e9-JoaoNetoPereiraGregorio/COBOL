000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GL-RETORNO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RETORNO DO RAZAO. O GL-EXTRACT MANDA O
001200*                       GLFILE E NADA DIZIA SE O RAZAO ACEITOU
001300*                       CADA PARTIDA. ESTE PASSO LE O GLACK (VER
001400*                       COPYBOOKS/GLAREG.CPY) E, POR EXTRATO
001500*                       (HEADER), CONFERE O RETORNO CONTRA O CORTE
001600*                       "GLFILE" DO XMITREG (MESMO SEQUENCIAL E
001700*                       MESMA QUANTIDADE DE PARTIDAS) E ACRESCENTA
001800*                       O "R" COM A QUANTIDADE E O HASH DAS
001900*                       ACEITAS. A PARTIDA RECUSADA VAI PARA O
002000*                       REJFILE (PROGRAMA "GLRETORN", MOTIVO DO
002100*                       RAZAO, IMAGEM DA PARTIDA) PARA O REPARO; O
002200*                       REJEITO-RESUBMIT A DEVOLVE NO GLREENT E O
002300*                       GL-EXTRACT A REENVIA. RETORNO SEM CORTE OU
002400*                       COM QUANTIDADE DIFERENTE DA CORTADA GERA
002500*                       ALERTA. O GLRPRT LISTA AS RECUSAS E O
002600*                       RESUMO DE CADA EXTRATO.
002700***************************************************************
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACK-FILE ASSIGN TO "GLACK"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ACK-FILE-STATUS.
003500     SELECT XMIT-REG-IN ASSIGN TO "XMITREG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REG-IN-STATUS.
003800     SELECT XMIT-REG-OUT ASSIGN TO "XMITREG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REG-OUT-STATUS.
004100     SELECT REJECT-FILE ASSIGN TO "REJFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REJECT-FILE-STATUS.
004400     SELECT PRINT-FILE ASSIGN TO "GLRPRT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PRINT-FILE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100 FD  ACK-FILE
005200     RECORDING MODE IS F.
005300*    RETORNO DO RAZAO (VER COPYBOOKS/GLAREG.CPY)
005400 COPY "GLAREG.cpy".
005500*
005600 FD  XMIT-REG-IN
005700     RECORDING MODE IS F.
005800*    CADASTRO DE TRANSMISSOES (VER COPYBOOKS/XMITREG.CPY)
005900 COPY "XMITREG.cpy".
006000*
006100 FD  XMIT-REG-OUT
006200     RECORDING MODE IS F.
006300 01  XMIT-OUT-RECORD         PIC X(65).
006400*
006500 FD  REJECT-FILE
006600     RECORDING MODE IS F.
006700 COPY "REJREC.cpy".
006800*
006900 FD  PRINT-FILE
007000     RECORDING MODE IS F.
007100 01  PRINT-LINE              PIC X(132).
007200*
007300 WORKING-STORAGE SECTION.
007400*
007500 77  WS-ACK-FILE-STATUS      PIC X(02) VALUE ZEROS.
007600     88  ACK-FILE-OK         VALUE "00".
007700 77  WS-REG-IN-STATUS        PIC X(02) VALUE ZEROS.
007800     88  REG-IN-OK           VALUE "00".
007900 77  WS-REG-OUT-STATUS       PIC X(02) VALUE ZEROS.
008000     88  REG-OUT-OK          VALUE "00".
008100 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
008200     88  REJECT-FILE-OK      VALUE "00".
008300 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
008400     88  PRINT-FILE-OK       VALUE "00".
008500*
008600 77  WS-ACK-EOF-SWITCH       PIC X(01) VALUE "N".
008700     88  FIM-DO-RETORNO      VALUE "Y".
008800 77  WS-REG-EOF-SWITCH       PIC X(01) VALUE "N".
008900     88  FIM-DO-REGISTRO     VALUE "Y".
009000 77  WS-GRUPO-SW             PIC X(01) VALUE "N".
009100     88  GRUPO-ABERTO        VALUE "Y".
009200*
009300 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
009400*
009500***************************************************************
009600*    CORTES "GLFILE" E RETORNOS JA REGISTRADOS NO XMITREG
009700***************************************************************
009800 77  WS-QTDE-CORTES          PIC 9(03) COMP VALUE ZERO.
009900 01  TABELA-CORTES.
010000     05  CORTE-ENTRY OCCURS 400 TIMES
010100         DEPENDING ON WS-QTDE-CORTES.
010200         10  COR-SITUACAO    PIC X(01).
010300         10  COR-SEQ         PIC 9(05).
010400         10  COR-QTDE        PIC 9(07).
010500 77  WS-SUB                  PIC 9(03) COMP VALUE ZERO.
010600 77  WS-IDX-CORTE            PIC 9(03) COMP VALUE ZERO.
010700 77  WS-IDX-RETORNO          PIC 9(03) COMP VALUE ZERO.
010800*
010900***************************************************************
011000*    EXTRATO CORRENTE (GRUPO DO HEADER NO GLACK)
011100***************************************************************
011200 01  WS-DATA-EXTRATO         PIC 9(08) VALUE ZERO.
011300 01  WS-DATA-EXTRATO-X REDEFINES WS-DATA-EXTRATO
011400                             PIC X(08).
011500 77  WS-SEQ-EXTRATO          PIC 9(05) VALUE ZERO.
011600 77  WS-GRP-RECEBIDAS        PIC 9(07) COMP VALUE ZERO.
011700 77  WS-GRP-ACEITAS          PIC 9(07) COMP VALUE ZERO.
011800 77  WS-GRP-RECUSADAS        PIC 9(07) COMP VALUE ZERO.
011900 77  WS-GRP-VALOR-ACEITO     PIC 9(13)V99 COMP-3 VALUE ZERO.
012000 77  WS-GRP-VALOR-RECUSADO   PIC 9(13)V99 COMP-3 VALUE ZERO.
012100 77  WS-SOMA-CENTAVOS        PIC 9(15) VALUE ZERO.
012200 77  WS-QTDE-CORTADA         PIC 9(07) VALUE ZERO.
012300*
012400***************************************************************
012500*    TOTAIS DE CONTROLE
012600***************************************************************
012700 77  WS-QTDE-EXTRATOS        PIC 9(07) COMP VALUE ZERO.
012800 77  WS-QTDE-ACEITAS         PIC 9(07) COMP VALUE ZERO.
012900 77  WS-QTDE-RECUSADAS       PIC 9(07) COMP VALUE ZERO.
013000 77  WS-QTDE-REGISTRADOS     PIC 9(07) COMP VALUE ZERO.
013100 77  WS-QTDE-DIVERGENTES     PIC 9(07) COMP VALUE ZERO.
013200 77  WS-QTDE-INVALIDOS       PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
013400 77  WS-QTDE-DISP-2          PIC 9(07) VALUE ZEROS.
013500 77  WS-QTDE-DISP-3          PIC 9(07) VALUE ZEROS.
013600 77  WS-VALOR-EDITADO        PIC Z(10)9.99.
013700*
013800***************************************************************
013900*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
014000*    COPYBOOKS/RPTWRT.CPY)
014100***************************************************************
014200 COPY "RPTWRT.cpy".
014300 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
014400*
014500***************************************************************
014600*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA (VER
014700*    COPYBOOKS/ALRHDL.CPY)
014800***************************************************************
014900 COPY "ALRHDL.cpy".
015000*
015100***************************************************************
015200*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
015300*    RUNDATE.CPY)
015400***************************************************************
015500 COPY "RUNDATE.cpy".
015600*
015700***************************************************************
015800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
015900***************************************************************
016000 COPY "ERRHDL.cpy".
016100*
016200 PROCEDURE DIVISION.
016300*
016400***************************************************************
016500*    0000-MAINLINE                                             *
016600***************************************************************
016700 0000-MAINLINE.
016800     MOVE ZERO TO RETURN-CODE.
016900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
017000     ACCEPT RUN-HORA FROM TIME.
017100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
017200     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
017300     IF RETURN-CODE NOT = ZERO
017400         GO TO 0000-MAINLINE-FIM
017500     END-IF.
017600     PERFORM 2000-TRATAR-RETORNO THRU 2000-TRATAR-RETORNO-EXIT
017700         UNTIL FIM-DO-RETORNO.
017800     IF GRUPO-ABERTO
017900         PERFORM 3000-FECHAR-EXTRATO THRU 3000-FECHAR-EXTRATO-EXIT
018000     END-IF.
018100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
018200 0000-MAINLINE-FIM.
018300     STOP RUN.
018400*
018500***************************************************************
018600*    1000-INICIALIZAR - CARREGA OS CORTES E RETORNOS "GLFILE"   *
018700*    DO XMITREG E ABRE O GLACK, O REJFILE E O RELATORIO         *
018800***************************************************************
018900 1000-INICIALIZAR.
019000     MOVE "GLRETORN" TO ERR-PROGRAMA.
019100     SET ERR-TIPO-ARQUIVO TO TRUE.
019200     OPEN INPUT ACK-FILE.
019300     IF NOT ACK-FILE-OK
019400         MOVE "ABERTURA DO ARQUIVO GLACK" TO ERR-CONTEXTO
019500         MOVE WS-ACK-FILE-STATUS TO ERR-FILE-STATUS
019600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
019700         MOVE 16 TO RETURN-CODE
019800         GO TO 1000-INICIALIZAR-EXIT
019900     END-IF.
020000     OPEN INPUT XMIT-REG-IN.
020100     IF REG-IN-OK
020200         PERFORM 1100-LER-REGISTRO THRU 1100-LER-REGISTRO-EXIT
020300         PERFORM 1200-GUARDAR-CORTE THRU 1200-GUARDAR-CORTE-EXIT
020400             UNTIL FIM-DO-REGISTRO
020500         CLOSE XMIT-REG-IN
020600     ELSE
020700         DISPLAY "AVISO: XMITREG INDISPONIVEL (STATUS "
020800             WS-REG-IN-STATUS ") - RETORNO SEM CORTE A CONFERIR."
020900     END-IF.
021000     OPEN EXTEND XMIT-REG-OUT.
021100     IF NOT REG-OUT-OK
021200         OPEN OUTPUT XMIT-REG-OUT
021300     END-IF.
021400     IF NOT REG-OUT-OK
021500         DISPLAY "AVISO: XMITREG INDISPONIVEL (STATUS "
021600             WS-REG-OUT-STATUS ") - RETORNO NAO REGISTRADO."
021700     END-IF.
021800     OPEN EXTEND REJECT-FILE.
021900     IF NOT REJECT-FILE-OK
022000         MOVE "ABERTURA DO ARQUIVO REJFILE" TO ERR-CONTEXTO
022100         MOVE WS-REJECT-FILE-STATUS TO ERR-FILE-STATUS
022200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
022300         CLOSE ACK-FILE
022400         IF REG-OUT-OK
022500             CLOSE XMIT-REG-OUT
022600         END-IF
022700         MOVE 16 TO RETURN-CODE
022800         GO TO 1000-INICIALIZAR-EXIT
022900     END-IF.
023000     OPEN OUTPUT PRINT-FILE.
023100     MOVE "RETORNO DO RAZAO CONTABIL" TO RPT-TITULO.
023200     MOVE ZERO TO RPT-LINHAS-POR-PAG.
023300     SET RPT-ACAO-INICIAR TO TRUE.
023400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
023500     PERFORM 8000-GRAVAR-LINHAS-RPT
023600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
023700     PERFORM 1300-LER-RETORNO THRU 1300-LER-RETORNO-EXIT.
023800 1000-INICIALIZAR-EXIT.
023900     EXIT.
024000*
024100***************************************************************
024200*    1100-LER-REGISTRO                                         *
024300***************************************************************
024400 1100-LER-REGISTRO.
024500     READ XMIT-REG-IN
024600         AT END
024700             MOVE "Y" TO WS-REG-EOF-SWITCH
024800     END-READ.
024900 1100-LER-REGISTRO-EXIT.
025000     EXIT.
025100*
025200***************************************************************
025300*    1200-GUARDAR-CORTE - SO OS "C" E "R" DO GLFILE INTERESSAM  *
025400***************************************************************
025500 1200-GUARDAR-CORTE.
025600     IF XMT-ARQUIVO = "GLFILE  "
025700         AND (XMT-CORTADO OR XMT-RETORNADO)
025800         AND WS-QTDE-CORTES < 400
025900         ADD 1 TO WS-QTDE-CORTES
026000         MOVE XMT-SITUACAO TO COR-SITUACAO(WS-QTDE-CORTES)
026100         MOVE XMT-SEQ TO COR-SEQ(WS-QTDE-CORTES)
026200         MOVE XMT-QTDE TO COR-QTDE(WS-QTDE-CORTES)
026300     END-IF.
026400     PERFORM 1100-LER-REGISTRO THRU 1100-LER-REGISTRO-EXIT.
026500 1200-GUARDAR-CORTE-EXIT.
026600     EXIT.
026700*
026800***************************************************************
026900*    1300-LER-RETORNO                                          *
027000***************************************************************
027100 1300-LER-RETORNO.
027200     READ ACK-FILE
027300         AT END
027400             MOVE "Y" TO WS-ACK-EOF-SWITCH
027500     END-READ.
027600 1300-LER-RETORNO-EXIT.
027700     EXIT.
027800*
027900***************************************************************
028000*    2000-TRATAR-RETORNO - HEADER ABRE O EXTRATO; DETALHE CONTA *
028100*    A PARTIDA ACEITA OU MANDA A RECUSADA PARA O REJFILE        *
028200***************************************************************
028300 2000-TRATAR-RETORNO.
028400     EVALUATE TRUE
028500         WHEN GLA-HEADER
028600             IF GRUPO-ABERTO
028700                 PERFORM 3000-FECHAR-EXTRATO
028800                     THRU 3000-FECHAR-EXTRATO-EXIT
028900             END-IF
029000             PERFORM 2100-ABRIR-EXTRATO
029100                 THRU 2100-ABRIR-EXTRATO-EXIT
029200         WHEN GLA-DETALHE AND GRUPO-ABERTO
029300             PERFORM 2200-TRATAR-PARTIDA
029400                 THRU 2200-TRATAR-PARTIDA-EXIT
029500         WHEN OTHER
029600             ADD 1 TO WS-QTDE-INVALIDOS
029700             DISPLAY "AVISO: REGISTRO DO GLACK FORA DE EXTRATO "
029800                 "IGNORADO - " GLA-RECORD(1:40)
029900     END-EVALUATE.
030000     PERFORM 1300-LER-RETORNO THRU 1300-LER-RETORNO-EXIT.
030100 2000-TRATAR-RETORNO-EXIT.
030200     EXIT.
030300*
030400***************************************************************
030500*    2100-ABRIR-EXTRATO - O SEQUENCIAL DO CORTE E O ULTIMO      *
030600*    DIGITO DO ANO + MES + DIA DO EXTRATO, COMO NO GL-EXTRACT   *
030700***************************************************************
030800 2100-ABRIR-EXTRATO.
030900     MOVE "Y" TO WS-GRUPO-SW.
031000     ADD 1 TO WS-QTDE-EXTRATOS.
031100     MOVE ZERO TO WS-DATA-EXTRATO.
031200     IF GLA-DATA-EXTRATO NUMERIC
031300         MOVE GLA-DATA-EXTRATO TO WS-DATA-EXTRATO
031400     END-IF.
031500     MOVE WS-DATA-EXTRATO-X(4:5) TO WS-SEQ-EXTRATO.
031600     MOVE ZERO TO WS-GRP-RECEBIDAS.
031700     IF GLA-QTDE-RECEBIDA NUMERIC
031800         MOVE GLA-QTDE-RECEBIDA TO WS-GRP-RECEBIDAS
031900     END-IF.
032000     MOVE ZERO TO WS-GRP-ACEITAS.
032100     MOVE ZERO TO WS-GRP-RECUSADAS.
032200     MOVE ZERO TO WS-GRP-VALOR-ACEITO.
032300     MOVE ZERO TO WS-GRP-VALOR-RECUSADO.
032400 2100-ABRIR-EXTRATO-EXIT.
032500     EXIT.
032600*
032700***************************************************************
032800*    2200-TRATAR-PARTIDA                                       *
032900***************************************************************
033000 2200-TRATAR-PARTIDA.
033100     IF GLA-VALOR NOT NUMERIC
033200         ADD 1 TO WS-QTDE-INVALIDOS
033300         DISPLAY "AVISO: PARTIDA DO GLACK SEM VALOR NUMERICO - "
033400             GLA-PARTIDA
033500         GO TO 2200-TRATAR-PARTIDA-EXIT
033600     END-IF.
033700     IF GLA-ACEITA
033800         ADD 1 TO WS-GRP-ACEITAS
033900         ADD 1 TO WS-QTDE-ACEITAS
034000         ADD GLA-VALOR TO WS-GRP-VALOR-ACEITO
034100         GO TO 2200-TRATAR-PARTIDA-EXIT
034200     END-IF.
034300*    QUALQUER SITUACAO QUE NAO SEJA "A" E RECUSA DO RAZAO
034400     ADD 1 TO WS-GRP-RECUSADAS.
034500     ADD 1 TO WS-QTDE-RECUSADAS.
034600     ADD GLA-VALOR TO WS-GRP-VALOR-RECUSADO.
034700     MOVE SPACES TO REJ-RECORD.
034800     MOVE "GLRETORN" TO REJ-PROGRAMA.
034900     MOVE RUN-DATA TO REJ-DATA.
035000     MOVE GLA-CUST-ID TO REJ-CHAVE.
035100     MOVE GLA-MOTIVO TO REJ-MOTIVO.
035200     IF GLA-MOTIVO = SPACES
035300         MOVE "RECUSADA PELO RAZAO SEM MOTIVO" TO REJ-MOTIVO
035400     END-IF.
035500     SET REJ-PENDENTE TO TRUE.
035600     MOVE GLA-PARTIDA TO REJ-IMAGEM.
035700     WRITE REJ-RECORD.
035800     MOVE GLA-VALOR TO WS-VALOR-EDITADO.
035900     MOVE SPACES TO RPT-LINHA-ENTRADA.
036000     STRING "RECUSADA " GLA-CONTA " " GLA-DC " " WS-VALOR-EDITADO
036100         " " GLA-DATA " " GLA-ORIGEM " " GLA-CUST-ID " - "
036200         GLA-MOTIVO
036300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
036400     END-STRING.
036500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
036600 2200-TRATAR-PARTIDA-EXIT.
036700     EXIT.
036800*
036900***************************************************************
037000*    3000-FECHAR-EXTRATO - CONFERE CONTRA O CORTE E REGISTRA O  *
037100*    "R" COM QUANTIDADE E HASH (CENTAVOS) DAS ACEITAS           *
037200***************************************************************
037300 3000-FECHAR-EXTRATO.
037400     MOVE "N" TO WS-GRUPO-SW.
037500     MOVE ZERO TO WS-IDX-CORTE.
037600     MOVE ZERO TO WS-IDX-RETORNO.
037700     PERFORM 3100-PROCURAR-CORTE THRU 3100-PROCURAR-CORTE-EXIT
037800         VARYING WS-SUB FROM 1 BY 1
037900         UNTIL WS-SUB > WS-QTDE-CORTES.
038000     MOVE WS-GRP-ACEITAS TO WS-QTDE-DISP.
038100     MOVE WS-GRP-RECUSADAS TO WS-QTDE-DISP-2.
038200     MOVE SPACES TO RPT-LINHA-ENTRADA.
038300     STRING "EXTRATO " WS-DATA-EXTRATO " SEQ " WS-SEQ-EXTRATO
038400         " ACEITAS " WS-QTDE-DISP " RECUSADAS " WS-QTDE-DISP-2
038500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
038600     END-STRING.
038700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038800     IF WS-IDX-CORTE = ZERO
038900         ADD 1 TO WS-QTDE-DIVERGENTES
039000         MOVE SPACES TO ALR-MENSAGEM
039100         STRING "RETORNO GLFILE " WS-DATA-EXTRATO
039200             " SEM CORTE NO XMITREG"
039300             DELIMITED BY SIZE INTO ALR-MENSAGEM
039400         END-STRING
039500         PERFORM 3300-ALERTAR THRU 3300-ALERTAR-EXIT
039600         GO TO 3000-FECHAR-EXTRATO-EXIT
039700     END-IF.
039800     IF WS-IDX-RETORNO > ZERO
039900         MOVE SPACES TO RPT-LINHA-ENTRADA
040000         STRING "  RETORNO DO EXTRATO " WS-DATA-EXTRATO
040100             " JA REGISTRADO NO XMITREG - NAO REGISTRADO DE NOVO"
040200             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
040300         END-STRING
040400         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
040500         GO TO 3000-FECHAR-EXTRATO-EXIT
040600     END-IF.
040700     MOVE COR-QTDE(WS-IDX-CORTE) TO WS-QTDE-CORTADA.
040800     IF WS-GRP-ACEITAS + WS-GRP-RECUSADAS NOT = WS-QTDE-CORTADA
040900         OR (WS-GRP-RECEBIDAS > ZERO
041000         AND WS-GRP-RECEBIDAS NOT = WS-QTDE-CORTADA)
041100         ADD 1 TO WS-QTDE-DIVERGENTES
041200         COMPUTE WS-QTDE-DISP-3 =
041300             WS-GRP-ACEITAS + WS-GRP-RECUSADAS
041400         MOVE SPACES TO ALR-MENSAGEM
041500         STRING "GLFILE " WS-DATA-EXTRATO " RETORNO "
041600             WS-QTDE-DISP-3 " CORTE " WS-QTDE-CORTADA
041700             DELIMITED BY SIZE INTO ALR-MENSAGEM
041800         END-STRING
041900         PERFORM 3300-ALERTAR THRU 3300-ALERTAR-EXIT
042000     END-IF.
042100     IF NOT REG-OUT-OK
042200         GO TO 3000-FECHAR-EXTRATO-EXIT
042300     END-IF.
042400     COMPUTE WS-SOMA-CENTAVOS = WS-GRP-VALOR-ACEITO * 100.
042500     MOVE SPACES TO XMIT-RECORD.
042600     SET XMT-RETORNADO TO TRUE.
042700     MOVE "GLFILE  " TO XMT-ARQUIVO.
042800     MOVE WS-SEQ-EXTRATO TO XMT-SEQ.
042900     MOVE RUN-DATA TO XMT-DATA.
043000     MOVE RUN-HORA TO XMT-HORA.
043100     MOVE WS-GRP-ACEITAS TO XMT-QTDE.
043200     MOVE WS-SOMA-CENTAVOS(3:13) TO XMT-HASH.
043300     MOVE WS-OPERATOR-ID TO XMT-OPERADOR.
043400     MOVE XMIT-RECORD TO XMIT-OUT-RECORD.
043500     WRITE XMIT-OUT-RECORD.
043600     ADD 1 TO WS-QTDE-REGISTRADOS.
043700 3000-FECHAR-EXTRATO-EXIT.
043800     EXIT.
043900*
044000***************************************************************
044100*    3100-PROCURAR-CORTE - GUARDA O ULTIMO "C" E O "R" DO       *
044200*    MESMO SEQUENCIAL (O CORTE REFEITO NO MESMO DIA VALE O      *
044300*    MAIS RECENTE)                                              *
044400***************************************************************
044500 3100-PROCURAR-CORTE.
044600     IF COR-SEQ(WS-SUB) NOT = WS-SEQ-EXTRATO
044700         GO TO 3100-PROCURAR-CORTE-EXIT
044800     END-IF.
044900     IF COR-SITUACAO(WS-SUB) = "C"
045000         MOVE WS-SUB TO WS-IDX-CORTE
045100         MOVE ZERO TO WS-IDX-RETORNO
045200     ELSE
045300         MOVE WS-SUB TO WS-IDX-RETORNO
045400     END-IF.
045500 3100-PROCURAR-CORTE-EXIT.
045600     EXIT.
045700*
045800***************************************************************
045900*    3300-ALERTAR - DIVERGENCIA VAI AO CONSOLE E AO RELATORIO   *
046000***************************************************************
046100 3300-ALERTAR.
046200     MOVE "GLRETORN" TO ALR-PROGRAMA.
046300     SET ALR-SEV-CRITICO TO TRUE.
046400     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
046500     MOVE SPACES TO RPT-LINHA-ENTRADA.
046600     STRING "  DIVERGENCIA: " ALR-MENSAGEM
046700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
046800     END-STRING.
046900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
047000 3300-ALERTAR-EXIT.
047100     EXIT.
047200*
047300***************************************************************
047400*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
047500*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
047600***************************************************************
047700 8000-GRAVAR-LINHAS-RPT.
047800     IF NOT PRINT-FILE-OK
047900         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
048000     END-IF.
048100     PERFORM 8100-GRAVAR-UMA-LINHA
048200         THRU 8100-GRAVAR-UMA-LINHA-EXIT
048300         VARYING WS-RPT-SUB FROM 1 BY 1
048400         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
048500 8000-GRAVAR-LINHAS-RPT-EXIT.
048600     EXIT.
048700*
048800***************************************************************
048900*    8100-GRAVAR-UMA-LINHA                                     *
049000***************************************************************
049100 8100-GRAVAR-UMA-LINHA.
049200     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
049300     WRITE PRINT-LINE.
049400 8100-GRAVAR-UMA-LINHA-EXIT.
049500     EXIT.
049600*
049700***************************************************************
049800*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
049900***************************************************************
050000 8500-DETALHE.
050100     SET RPT-ACAO-DETALHE TO TRUE.
050200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
050300     PERFORM 8000-GRAVAR-LINHAS-RPT
050400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
050500 8500-DETALHE-EXIT.
050600     EXIT.
050700*
050800***************************************************************
050900*    9000-FINALIZAR - TOTAIS; RECUSA OU DIVERGENCIA DA RC 4     *
051000***************************************************************
051100 9000-FINALIZAR.
051200     MOVE WS-QTDE-ACEITAS TO WS-QTDE-DISP.
051300     MOVE WS-QTDE-RECUSADAS TO WS-QTDE-DISP-2.
051400     MOVE WS-QTDE-DIVERGENTES TO WS-QTDE-DISP-3.
051500     MOVE SPACES TO RPT-LINHA-ENTRADA.
051600     STRING "ACEITAS " WS-QTDE-DISP " RECUSADAS " WS-QTDE-DISP-2
051700         " EXTRATOS DIVERGENTES " WS-QTDE-DISP-3
051800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
051900     END-STRING.
052000     SET RPT-ACAO-TOTAL TO TRUE.
052100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
052200     PERFORM 8000-GRAVAR-LINHAS-RPT
052300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
052400     IF PRINT-FILE-OK
052500         CLOSE PRINT-FILE
052600     END-IF.
052700     IF REG-OUT-OK
052800         CLOSE XMIT-REG-OUT
052900     END-IF.
053000     CLOSE REJECT-FILE.
053100     CLOSE ACK-FILE.
053200     DISPLAY "====== RETORNO DO RAZAO CONTABIL ======".
053300     DISPLAY "EXTRATOS NO RETORNO ..: " WS-QTDE-EXTRATOS.
053400     DISPLAY "PARTIDAS ACEITAS .....: " WS-QTDE-ACEITAS.
053500     DISPLAY "PARTIDAS RECUSADAS ...: " WS-QTDE-RECUSADAS.
053600     DISPLAY "RETORNOS REGISTRADOS .: " WS-QTDE-REGISTRADOS.
053700     DISPLAY "EXTRATOS DIVERGENTES .: " WS-QTDE-DIVERGENTES.
053800     DISPLAY "REGISTROS IGNORADOS ..: " WS-QTDE-INVALIDOS.
053900     IF WS-QTDE-RECUSADAS > ZERO
054000         DISPLAY "AVISO: " WS-QTDE-RECUSADAS " PARTIDAS "
054100             "RECUSADAS PELO RAZAO FORAM PARA O REJFILE - "
054200             "REPARAR E RESSUBMETER."
054300     END-IF.
054400     IF WS-QTDE-RECUSADAS > ZERO
054500         OR WS-QTDE-DIVERGENTES > ZERO
054600         OR WS-QTDE-INVALIDOS > ZERO
054700         MOVE 4 TO RETURN-CODE
054800     END-IF.
054900 9000-FINALIZAR-EXIT.
055000     EXIT.
