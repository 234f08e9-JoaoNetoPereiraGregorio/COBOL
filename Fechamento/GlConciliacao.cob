000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GL-CONCILIACAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CONCILIACAO MENSAL RAZAO X SISTEMA. OS
001200*                       SALDOS DO RAZAO DESCOLAVAM DO QUE O
001300*                       SALDO-TRIAL-BALANCE DIZ E NINGUEM MEDIA A
001400*                       DIFERENCA. O CARTAO GLCCTL INFORMA O
001500*                       PERIODO (AAAAMM); O PASSO MONTA PELO GLMAP
001600*                       AS CONTAS DE CLIENTE (A CONTA CREDORA DAS
001700*                       LINHAS "C" E A DEVEDORA DAS LINHAS "D" - O
001800*                       LADO QUE ACOMPANHA O CUST-SALDO), ATRIBUI
001900*                       CADA CLIENTE DO PERSNAP DO PERIODO A CONTA
002000*                       DO SEU STATUS (PRIMEIRA LINHA "C" DO GLMAP
002100*                       COM O STATUS OU COM STATUS EM BRANCO),
002200*                       TOTALIZA O CUST-SALDO POR CONTA E COMPARA
002300*                       COM O SALDO DE FECHAMENTO DO RAZAO NO
002400*                       GLSALDO (VER COPYBOOKS/GLSREG.CPY). O
002500*                       GLCPRT LISTA POR CONTA O SALDO DO SISTEMA,
002600*                       O DO RAZAO E A DIFERENCA; CONTA COM
002700*                       DIFERENCA, CONTA DE CLIENTE AUSENTE DO
002800*                       GLSALDO OU CLIENTE SEM CONTA NO GLMAP DAO
002900*                       RC 4.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CTL-FILE ASSIGN TO "GLCCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CTL-FILE-STATUS.
003800     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-GLMAP-FILE-STATUS.
004100     SELECT SNAPSHOT-FILE ASSIGN TO "PERSNAP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SNAP-FILE-STATUS.
004400     SELECT SALDO-RAZAO-FILE ASSIGN TO "GLSALDO"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-GLS-FILE-STATUS.
004700     SELECT PRINT-FILE ASSIGN TO "GLCPRT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PRINT-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
005400 FD  CTL-FILE
005500     RECORDING MODE IS F.
005600 01  CTL-RECORD.
005700     05  CTL-PERIODO         PIC 9(06).
005800*
005900 FD  GLMAP-FILE
006000     RECORDING MODE IS F.
006100 01  GLMAP-RECORD.
006200     05  GLM-PROGRAMA        PIC X(08).
006300     05  FILLER              PIC X(01).
006400     05  GLM-SENTIDO         PIC X(01).
006500     05  FILLER              PIC X(01).
006600     05  GLM-STATUS          PIC X(01).
006700     05  FILLER              PIC X(01).
006800     05  GLM-CONTA-DEBITO    PIC X(08).
006900     05  FILLER              PIC X(01).
007000     05  GLM-CONTA-CREDITO   PIC X(08).
007100*
007200 FD  SNAPSHOT-FILE
007300     RECORDING MODE IS F.
007400 01  SNAPSHOT-RECORD         PIC X(80).
007500*
007600 FD  SALDO-RAZAO-FILE
007700     RECORDING MODE IS F.
007800*    SALDOS DE FECHAMENTO DO RAZAO (VER COPYBOOKS/GLSREG.CPY)
007900 COPY "GLSREG.cpy".
008000*
008100 FD  PRINT-FILE
008200     RECORDING MODE IS F.
008300 01  PRINT-LINE              PIC X(132).
008400*
008500 WORKING-STORAGE SECTION.
008600*
008700 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE ZEROS.
008800     88  CTL-FILE-OK         VALUE "00".
008900 77  WS-GLMAP-FILE-STATUS    PIC X(02) VALUE ZEROS.
009000     88  GLMAP-FILE-OK       VALUE "00".
009100 77  WS-SNAP-FILE-STATUS     PIC X(02) VALUE ZEROS.
009200     88  SNAP-FILE-OK        VALUE "00".
009300 77  WS-GLS-FILE-STATUS      PIC X(02) VALUE ZEROS.
009400     88  GLS-FILE-OK         VALUE "00".
009500 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
009600     88  PRINT-FILE-OK       VALUE "00".
009700*
009800 77  WS-GLMAP-EOF-SWITCH     PIC X(01) VALUE "N".
009900     88  FIM-DO-GLMAP        VALUE "Y".
010000 77  WS-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
010100     88  FIM-DO-SNAPSHOT     VALUE "Y".
010200 77  WS-GLS-EOF-SWITCH       PIC X(01) VALUE "N".
010300     88  FIM-DO-GLSALDO      VALUE "Y".
010400*
010500 77  WS-PERIODO              PIC 9(06) VALUE ZERO.
010600*
010700***************************************************************
010800*    TABELA DE MAPEAMENTO CONTABIL (ARQUIVO GLMAP)
010900***************************************************************
011000 77  WS-QTDE-MAPAS           PIC 9(02) COMP VALUE ZERO.
011100 01  TABELA-MAPAS.
011200     05  MAPA-ENTRY OCCURS 50 TIMES
011300         DEPENDING ON WS-QTDE-MAPAS.
011400         10  MAP-SENTIDO     PIC X(01).
011500         10  MAP-STATUS      PIC X(01).
011600         10  MAP-CONTA-DEB   PIC X(08).
011700         10  MAP-CONTA-CRE   PIC X(08).
011800*
011900***************************************************************
012000*    CONTAS DE CLIENTE DO GLMAP COM OS DOIS LADOS DA CONCILIACAO
012100***************************************************************
012200 77  WS-QTDE-CONTAS          PIC 9(03) COMP VALUE ZERO.
012300 01  TABELA-CONTAS.
012400     05  CONTA-ENTRY OCCURS 100 TIMES
012500         DEPENDING ON WS-QTDE-CONTAS.
012600         10  CTA-CONTA       PIC X(08).
012700         10  CTA-QTDE-CLI    PIC 9(07) COMP.
012800         10  CTA-SALDO-SIS   PIC S9(13)V99 COMP-3.
012900         10  CTA-SALDO-RAZAO PIC S9(13)V99 COMP-3.
013000         10  CTA-NO-RAZAO    PIC X(01).
013100 77  WS-CONTA-PROCURADA      PIC X(08) VALUE SPACES.
013200 77  WS-SUB                  PIC 9(03) COMP VALUE ZERO.
013300 77  WS-IDX-MAPA             PIC 9(03) COMP VALUE ZERO.
013400 77  WS-IDX-CONTA            PIC 9(03) COMP VALUE ZERO.
013500*
013600***************************************************************
013700*    CAMPOS EXTRAIDOS DA IMAGEM DO PERSNAP (POSICOES DE
013800*    CUSTREC.CPY: STATUS 41, SALDO 42-50)
013900***************************************************************
014000 77  WS-STATUS-CLI           PIC X(01) VALUE SPACE.
014100 01  WS-SALDO-IMAGEM-AREA.
014200     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
014300 77  WS-SALDO-CLI            PIC S9(9)V99 COMP-3 VALUE ZERO.
014400*
014500***************************************************************
014600*    TOTAIS DE CONTROLE
014700***************************************************************
014800 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
014900 77  WS-QTDE-SEM-CONTA       PIC 9(07) COMP VALUE ZERO.
015000 77  WS-SALDO-SEM-CONTA      PIC S9(13)V99 COMP-3 VALUE ZERO.
015100 77  WS-QTDE-DIVERGENTES     PIC 9(03) COMP VALUE ZERO.
015200 77  WS-QTDE-FORA-RAZAO      PIC 9(03) COMP VALUE ZERO.
015300 77  WS-QTDE-OUTRAS-CONTAS   PIC 9(07) COMP VALUE ZERO.
015400 77  WS-TOTAL-SISTEMA        PIC S9(13)V99 COMP-3 VALUE ZERO.
015500 77  WS-TOTAL-RAZAO          PIC S9(13)V99 COMP-3 VALUE ZERO.
015600 77  WS-DIFERENCA            PIC S9(13)V99 COMP-3 VALUE ZERO.
015700 77  WS-SALDO-EDITADO        PIC -(11)9.99.
015800 77  WS-RAZAO-EDITADO        PIC -(11)9.99.
015900 77  WS-DIFERENCA-EDITADA    PIC -(11)9.99.
016000 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
016100 77  WS-SITUACAO-CONTA       PIC X(10) VALUE SPACES.
016200*
016300***************************************************************
016400*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
016500*    COPYBOOKS/RPTWRT.CPY)
016600***************************************************************
016700 COPY "RPTWRT.cpy".
016800 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
016900*
017000***************************************************************
017100*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
017200*    RUNDATE.CPY)
017300***************************************************************
017400 COPY "RUNDATE.cpy".
017500*
017600***************************************************************
017700*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
017800***************************************************************
017900 COPY "ERRHDL.cpy".
018000*
018100 PROCEDURE DIVISION.
018200*
018300***************************************************************
018400*    0000-MAINLINE                                             *
018500***************************************************************
018600 0000-MAINLINE.
018700     MOVE ZERO TO RETURN-CODE.
018800     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
018900     ACCEPT RUN-HORA FROM TIME.
019000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
019100     IF RETURN-CODE NOT = ZERO
019200         GO TO 0000-MAINLINE-FIM
019300     END-IF.
019400     PERFORM 2000-TOTALIZAR-SNAPSHOT
019500         THRU 2000-TOTALIZAR-SNAPSHOT-EXIT.
019600     PERFORM 3000-LER-SALDOS-RAZAO
019700         THRU 3000-LER-SALDOS-RAZAO-EXIT.
019800     PERFORM 4000-IMPRIMIR-CONTA THRU 4000-IMPRIMIR-CONTA-EXIT
019900         VARYING WS-SUB FROM 1 BY 1
020000         UNTIL WS-SUB > WS-QTDE-CONTAS.
020100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
020200 0000-MAINLINE-FIM.
020300     STOP RUN.
020400*
020500***************************************************************
020600*    1000-INICIALIZAR - PERIODO DO CARTAO, GLMAP EM MEMORIA E   *
020700*    AS CONTAS DE CLIENTE QUE ELE DEFINE                        *
020800***************************************************************
020900 1000-INICIALIZAR.
021000     MOVE "GLCONCIL" TO ERR-PROGRAMA.
021100     SET ERR-TIPO-ARQUIVO TO TRUE.
021200     OPEN INPUT CTL-FILE.
021300     IF CTL-FILE-OK
021400         READ CTL-FILE
021500             AT END
021600                 MOVE ZERO TO CTL-PERIODO
021700         END-READ
021800         IF CTL-PERIODO NUMERIC
021900             MOVE CTL-PERIODO TO WS-PERIODO
022000         END-IF
022100         CLOSE CTL-FILE
022200     END-IF.
022300     IF WS-PERIODO = ZERO
022400         DISPLAY "GLCCTL AUSENTE OU SEM PERIODO - INFORME AAAAMM."
022500         MOVE 16 TO RETURN-CODE
022600         GO TO 1000-INICIALIZAR-EXIT
022700     END-IF.
022800     OPEN INPUT GLMAP-FILE.
022900     IF GLMAP-FILE-OK
023000         PERFORM 1100-LER-MAPA THRU 1100-LER-MAPA-EXIT
023100         PERFORM 1200-GUARDAR-MAPA THRU 1200-GUARDAR-MAPA-EXIT
023200             UNTIL FIM-DO-GLMAP
023300         CLOSE GLMAP-FILE
023400     END-IF.
023500     IF WS-QTDE-CONTAS = ZERO
023600         DISPLAY "ABEND-GLCONC: GLMAP VAZIO OU AUSENTE - SEM "
023700             "CONTA DE CLIENTE NAO HA CONCILIACAO."
023800         MOVE 16 TO RETURN-CODE
023900         GO TO 1000-INICIALIZAR-EXIT
024000     END-IF.
024100     OPEN INPUT SNAPSHOT-FILE.
024200     IF NOT SNAP-FILE-OK
024300         MOVE "ABERTURA DO ARQUIVO PERSNAP" TO ERR-CONTEXTO
024400         MOVE WS-SNAP-FILE-STATUS TO ERR-FILE-STATUS
024500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024600         MOVE 16 TO RETURN-CODE
024700         GO TO 1000-INICIALIZAR-EXIT
024800     END-IF.
024900     OPEN INPUT SALDO-RAZAO-FILE.
025000     IF NOT GLS-FILE-OK
025100         MOVE "ABERTURA DO ARQUIVO GLSALDO" TO ERR-CONTEXTO
025200         MOVE WS-GLS-FILE-STATUS TO ERR-FILE-STATUS
025300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025400         CLOSE SNAPSHOT-FILE
025500         MOVE 16 TO RETURN-CODE
025600         GO TO 1000-INICIALIZAR-EXIT
025700     END-IF.
025800     OPEN OUTPUT PRINT-FILE.
025900     MOVE SPACES TO RPT-TITULO.
026000     STRING "CONCILIACAO DO RAZAO - PERIODO " WS-PERIODO
026100         DELIMITED BY SIZE INTO RPT-TITULO
026200     END-STRING.
026300     MOVE ZERO TO RPT-LINHAS-POR-PAG.
026400     SET RPT-ACAO-INICIAR TO TRUE.
026500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
026600     PERFORM 8000-GRAVAR-LINHAS-RPT
026700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
026800 1000-INICIALIZAR-EXIT.
026900     EXIT.
027000*
027100***************************************************************
027200*    1100-LER-MAPA                                             *
027300***************************************************************
027400 1100-LER-MAPA.
027500     READ GLMAP-FILE
027600         AT END
027700             MOVE "Y" TO WS-GLMAP-EOF-SWITCH
027800     END-READ.
027900 1100-LER-MAPA-EXIT.
028000     EXIT.
028100*
028200***************************************************************
028300*    1200-GUARDAR-MAPA - GUARDA A LINHA E A CONTA DO LADO DO    *
028400*    CLIENTE: CREDORA NO "C" (SALDO SOBE), DEVEDORA NO "D"      *
028500***************************************************************
028600 1200-GUARDAR-MAPA.
028700     IF GLM-PROGRAMA = SPACES OR WS-QTDE-MAPAS >= 50
028800         GO TO 1200-GUARDAR-MAPA-LER
028900     END-IF.
029000     ADD 1 TO WS-QTDE-MAPAS.
029100     MOVE GLM-SENTIDO TO MAP-SENTIDO(WS-QTDE-MAPAS).
029200     MOVE GLM-STATUS TO MAP-STATUS(WS-QTDE-MAPAS).
029300     MOVE GLM-CONTA-DEBITO TO MAP-CONTA-DEB(WS-QTDE-MAPAS).
029400     MOVE GLM-CONTA-CREDITO TO MAP-CONTA-CRE(WS-QTDE-MAPAS).
029500     IF GLM-SENTIDO = "C"
029600         MOVE GLM-CONTA-CREDITO TO WS-CONTA-PROCURADA
029700     ELSE
029800         MOVE GLM-CONTA-DEBITO TO WS-CONTA-PROCURADA
029900     END-IF.
030000     PERFORM 1300-INCLUIR-CONTA THRU 1300-INCLUIR-CONTA-EXIT.
030100 1200-GUARDAR-MAPA-LER.
030200     PERFORM 1100-LER-MAPA THRU 1100-LER-MAPA-EXIT.
030300 1200-GUARDAR-MAPA-EXIT.
030400     EXIT.
030500*
030600***************************************************************
030700*    1300-INCLUIR-CONTA - CONTA NOVA ENTRA ZERADA NA TABELA     *
030800***************************************************************
030900 1300-INCLUIR-CONTA.
031000     PERFORM 8200-PROCURAR-CONTA THRU 8200-PROCURAR-CONTA-EXIT.
031100     IF WS-IDX-CONTA > ZERO OR WS-QTDE-CONTAS >= 100
031200         OR WS-CONTA-PROCURADA = SPACES
031300         GO TO 1300-INCLUIR-CONTA-EXIT
031400     END-IF.
031500     ADD 1 TO WS-QTDE-CONTAS.
031600     MOVE WS-CONTA-PROCURADA TO CTA-CONTA(WS-QTDE-CONTAS).
031700     MOVE ZERO TO CTA-QTDE-CLI(WS-QTDE-CONTAS).
031800     MOVE ZERO TO CTA-SALDO-SIS(WS-QTDE-CONTAS).
031900     MOVE ZERO TO CTA-SALDO-RAZAO(WS-QTDE-CONTAS).
032000     MOVE "N" TO CTA-NO-RAZAO(WS-QTDE-CONTAS).
032100 1300-INCLUIR-CONTA-EXIT.
032200     EXIT.
032300*
032400***************************************************************
032500*    2000-TOTALIZAR-SNAPSHOT - CUST-SALDO DO PERIODO POR CONTA  *
032600***************************************************************
032700 2000-TOTALIZAR-SNAPSHOT.
032800     PERFORM 2100-LER-SNAPSHOT THRU 2100-LER-SNAPSHOT-EXIT.
032900     PERFORM 2200-ATRIBUIR-CLIENTE THRU 2200-ATRIBUIR-CLIENTE-EXIT
033000         UNTIL FIM-DO-SNAPSHOT.
033100     CLOSE SNAPSHOT-FILE.
033200 2000-TOTALIZAR-SNAPSHOT-EXIT.
033300     EXIT.
033400*
033500***************************************************************
033600*    2100-LER-SNAPSHOT                                         *
033700***************************************************************
033800 2100-LER-SNAPSHOT.
033900     READ SNAPSHOT-FILE
034000         AT END
034100             MOVE "Y" TO WS-SNAP-EOF-SWITCH
034200     END-READ.
034300 2100-LER-SNAPSHOT-EXIT.
034400     EXIT.
034500*
034600***************************************************************
034700*    2200-ATRIBUIR-CLIENTE - A CONTA DO STATUS E A CREDORA DA   *
034800*    PRIMEIRA LINHA "C" DO GLMAP QUE CASA O STATUS (BRANCO NO   *
034900*    MAPA E CORINGA, COMO NO GL-EXTRACT)                        *
035000***************************************************************
035100 2200-ATRIBUIR-CLIENTE.
035200     ADD 1 TO WS-QTDE-CLIENTES.
035300     MOVE SNAPSHOT-RECORD(41:1) TO WS-STATUS-CLI.
035400     MOVE ZERO TO WS-SALDO-CLI.
035500     MOVE SNAPSHOT-RECORD(42:9) TO WS-SALDO-IMAGEM-AREA.
035600     IF WS-SALDO-IMAGEM NUMERIC
035700         MOVE WS-SALDO-IMAGEM TO WS-SALDO-CLI
035800     END-IF.
035900     ADD WS-SALDO-CLI TO WS-TOTAL-SISTEMA.
036000     MOVE ZERO TO WS-IDX-MAPA.
036100     PERFORM 2250-PROCURAR-MAPA THRU 2250-PROCURAR-MAPA-EXIT
036200         VARYING WS-SUB FROM 1 BY 1
036300         UNTIL WS-SUB > WS-QTDE-MAPAS
036400         OR WS-IDX-MAPA > ZERO.
036500     IF WS-IDX-MAPA = ZERO
036600         ADD 1 TO WS-QTDE-SEM-CONTA
036700         ADD WS-SALDO-CLI TO WS-SALDO-SEM-CONTA
036800         GO TO 2200-ATRIBUIR-CLIENTE-LER
036900     END-IF.
037000     MOVE MAP-CONTA-CRE(WS-IDX-MAPA) TO WS-CONTA-PROCURADA.
037100     PERFORM 8200-PROCURAR-CONTA THRU 8200-PROCURAR-CONTA-EXIT.
037200     IF WS-IDX-CONTA = ZERO
037300         ADD 1 TO WS-QTDE-SEM-CONTA
037400         ADD WS-SALDO-CLI TO WS-SALDO-SEM-CONTA
037500         GO TO 2200-ATRIBUIR-CLIENTE-LER
037600     END-IF.
037700     ADD 1 TO CTA-QTDE-CLI(WS-IDX-CONTA).
037800     ADD WS-SALDO-CLI TO CTA-SALDO-SIS(WS-IDX-CONTA).
037900 2200-ATRIBUIR-CLIENTE-LER.
038000     PERFORM 2100-LER-SNAPSHOT THRU 2100-LER-SNAPSHOT-EXIT.
038100 2200-ATRIBUIR-CLIENTE-EXIT.
038200     EXIT.
038300*
038400***************************************************************
038500*    2250-PROCURAR-MAPA                                        *
038600***************************************************************
038700 2250-PROCURAR-MAPA.
038800     IF MAP-SENTIDO(WS-SUB) = "C"
038900         AND (MAP-STATUS(WS-SUB) = SPACE
039000             OR MAP-STATUS(WS-SUB) = WS-STATUS-CLI)
039100         MOVE WS-SUB TO WS-IDX-MAPA
039200     END-IF.
039300 2250-PROCURAR-MAPA-EXIT.
039400     EXIT.
039500*
039600***************************************************************
039700*    3000-LER-SALDOS-RAZAO - SALDO DE FECHAMENTO DO PERIODO     *
039800*    DAS CONTAS DE CLIENTE; AS DEMAIS CONTAS SO SAO CONTADAS    *
039900***************************************************************
040000 3000-LER-SALDOS-RAZAO.
040100     PERFORM 3100-LER-SALDO THRU 3100-LER-SALDO-EXIT.
040200     PERFORM 3200-TRATAR-SALDO THRU 3200-TRATAR-SALDO-EXIT
040300         UNTIL FIM-DO-GLSALDO.
040400     CLOSE SALDO-RAZAO-FILE.
040500 3000-LER-SALDOS-RAZAO-EXIT.
040600     EXIT.
040700*
040800***************************************************************
040900*    3100-LER-SALDO                                            *
041000***************************************************************
041100 3100-LER-SALDO.
041200     READ SALDO-RAZAO-FILE
041300         AT END
041400             MOVE "Y" TO WS-GLS-EOF-SWITCH
041500     END-READ.
041600 3100-LER-SALDO-EXIT.
041700     EXIT.
041800*
041900***************************************************************
042000*    3200-TRATAR-SALDO                                         *
042100***************************************************************
042200 3200-TRATAR-SALDO.
042300     IF GLS-PERIODO NOT = WS-PERIODO
042400         OR GLS-SALDO NOT NUMERIC
042500         GO TO 3200-TRATAR-SALDO-LER
042600     END-IF.
042700     MOVE GLS-CONTA TO WS-CONTA-PROCURADA.
042800     PERFORM 8200-PROCURAR-CONTA THRU 8200-PROCURAR-CONTA-EXIT.
042900     IF WS-IDX-CONTA = ZERO
043000         ADD 1 TO WS-QTDE-OUTRAS-CONTAS
043100         GO TO 3200-TRATAR-SALDO-LER
043200     END-IF.
043300     ADD GLS-SALDO TO CTA-SALDO-RAZAO(WS-IDX-CONTA).
043400     MOVE "S" TO CTA-NO-RAZAO(WS-IDX-CONTA).
043500 3200-TRATAR-SALDO-LER.
043600     PERFORM 3100-LER-SALDO THRU 3100-LER-SALDO-EXIT.
043700 3200-TRATAR-SALDO-EXIT.
043800     EXIT.
043900*
044000***************************************************************
044100*    4000-IMPRIMIR-CONTA - SISTEMA, RAZAO E DIFERENCA DA CONTA  *
044200***************************************************************
044300 4000-IMPRIMIR-CONTA.
044400     ADD CTA-SALDO-RAZAO(WS-SUB) TO WS-TOTAL-RAZAO.
044500     COMPUTE WS-DIFERENCA =
044600         CTA-SALDO-RAZAO(WS-SUB) - CTA-SALDO-SIS(WS-SUB).
044700     EVALUATE TRUE
044800         WHEN CTA-NO-RAZAO(WS-SUB) NOT = "S"
044900             ADD 1 TO WS-QTDE-FORA-RAZAO
045000             MOVE "SEM RAZAO" TO WS-SITUACAO-CONTA
045100         WHEN WS-DIFERENCA NOT = ZERO
045200             ADD 1 TO WS-QTDE-DIVERGENTES
045300             MOVE "DIVERGE" TO WS-SITUACAO-CONTA
045400         WHEN OTHER
045500             MOVE "CONCILIADA" TO WS-SITUACAO-CONTA
045600     END-EVALUATE.
045700     MOVE CTA-QTDE-CLI(WS-SUB) TO WS-QTDE-DISP.
045800     MOVE CTA-SALDO-SIS(WS-SUB) TO WS-SALDO-EDITADO.
045900     MOVE CTA-SALDO-RAZAO(WS-SUB) TO WS-RAZAO-EDITADO.
046000     MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA.
046100     MOVE SPACES TO RPT-LINHA-ENTRADA.
046200     STRING "CONTA " CTA-CONTA(WS-SUB) " CLIENTES " WS-QTDE-DISP
046300         " SISTEMA " WS-SALDO-EDITADO " RAZAO " WS-RAZAO-EDITADO
046400         " DIFERENCA " WS-DIFERENCA-EDITADA " " WS-SITUACAO-CONTA
046500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
046600     END-STRING.
046700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
046800 4000-IMPRIMIR-CONTA-EXIT.
046900     EXIT.
047000*
047100***************************************************************
047200*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
047300*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
047400***************************************************************
047500 8000-GRAVAR-LINHAS-RPT.
047600     IF NOT PRINT-FILE-OK
047700         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
047800     END-IF.
047900     PERFORM 8100-GRAVAR-UMA-LINHA
048000         THRU 8100-GRAVAR-UMA-LINHA-EXIT
048100         VARYING WS-RPT-SUB FROM 1 BY 1
048200         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
048300 8000-GRAVAR-LINHAS-RPT-EXIT.
048400     EXIT.
048500*
048600***************************************************************
048700*    8100-GRAVAR-UMA-LINHA                                     *
048800***************************************************************
048900 8100-GRAVAR-UMA-LINHA.
049000     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
049100     WRITE PRINT-LINE.
049200 8100-GRAVAR-UMA-LINHA-EXIT.
049300     EXIT.
049400*
049500***************************************************************
049600*    8200-PROCURAR-CONTA - INDICE DE WS-CONTA-PROCURADA NA      *
049700*    TABELA DE CONTAS (ZERO SE NAO HOUVER)                      *
049800***************************************************************
049900 8200-PROCURAR-CONTA.
050000     MOVE ZERO TO WS-IDX-CONTA.
050100     PERFORM 8250-COMPARAR-CONTA THRU 8250-COMPARAR-CONTA-EXIT
050200         VARYING WS-IDX-MAPA FROM 1 BY 1
050300         UNTIL WS-IDX-MAPA > WS-QTDE-CONTAS
050400         OR WS-IDX-CONTA > ZERO.
050500 8200-PROCURAR-CONTA-EXIT.
050600     EXIT.
050700*
050800***************************************************************
050900*    8250-COMPARAR-CONTA                                       *
051000***************************************************************
051100 8250-COMPARAR-CONTA.
051200     IF CTA-CONTA(WS-IDX-MAPA) = WS-CONTA-PROCURADA
051300         MOVE WS-IDX-MAPA TO WS-IDX-CONTA
051400     END-IF.
051500 8250-COMPARAR-CONTA-EXIT.
051600     EXIT.
051700*
051800***************************************************************
051900*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
052000***************************************************************
052100 8500-DETALHE.
052200     SET RPT-ACAO-DETALHE TO TRUE.
052300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
052400     PERFORM 8000-GRAVAR-LINHAS-RPT
052500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
052600 8500-DETALHE-EXIT.
052700     EXIT.
052800*
052900***************************************************************
053000*    9000-FINALIZAR - CLIENTES SEM CONTA, TOTAIS E RC           *
053100***************************************************************
053200 9000-FINALIZAR.
053300     IF WS-QTDE-SEM-CONTA > ZERO
053400         MOVE WS-QTDE-SEM-CONTA TO WS-QTDE-DISP
053500         MOVE WS-SALDO-SEM-CONTA TO WS-SALDO-EDITADO
053600         MOVE SPACES TO RPT-LINHA-ENTRADA
053700         STRING "SEM CONTA NO GLMAP CLIENTES " WS-QTDE-DISP
053800             " SISTEMA " WS-SALDO-EDITADO
053900             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
054000         END-STRING
054100         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
054200     END-IF.
054300     COMPUTE WS-DIFERENCA = WS-TOTAL-RAZAO - WS-TOTAL-SISTEMA.
054400     MOVE WS-TOTAL-SISTEMA TO WS-SALDO-EDITADO.
054500     MOVE WS-TOTAL-RAZAO TO WS-RAZAO-EDITADO.
054600     MOVE WS-DIFERENCA TO WS-DIFERENCA-EDITADA.
054700     MOVE SPACES TO RPT-LINHA-ENTRADA.
054800     STRING "TOTAL SISTEMA " WS-SALDO-EDITADO
054900         " RAZAO " WS-RAZAO-EDITADO
055000         " DIFERENCA " WS-DIFERENCA-EDITADA
055100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
055200     END-STRING.
055300     SET RPT-ACAO-TOTAL TO TRUE.
055400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
055500     PERFORM 8000-GRAVAR-LINHAS-RPT
055600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
055700     IF PRINT-FILE-OK
055800         CLOSE PRINT-FILE
055900     END-IF.
056000     DISPLAY "====== CONCILIACAO RAZAO X SISTEMA ======".
056100     DISPLAY "PERIODO ..............: " WS-PERIODO.
056200     DISPLAY "CLIENTES NO PERSNAP ..: " WS-QTDE-CLIENTES.
056300     DISPLAY "CONTAS DE CLIENTE ....: " WS-QTDE-CONTAS.
056400     DISPLAY "CONTAS DIVERGENTES ...: " WS-QTDE-DIVERGENTES.
056500     DISPLAY "CONTAS SEM SALDO RAZAO: " WS-QTDE-FORA-RAZAO.
056600     DISPLAY "CLIENTES SEM CONTA ...: " WS-QTDE-SEM-CONTA.
056700     DISPLAY "OUTRAS CONTAS NO RAZAO: " WS-QTDE-OUTRAS-CONTAS.
056800     DISPLAY "DIFERENCA TOTAL ......: " WS-DIFERENCA-EDITADA.
056900     IF WS-QTDE-DIVERGENTES > ZERO
057000         OR WS-QTDE-FORA-RAZAO > ZERO
057100         OR WS-QTDE-SEM-CONTA > ZERO
057200         MOVE 4 TO RETURN-CODE
057300     ELSE
057400         DISPLAY "RAZAO CONCILIADO COM O SISTEMA."
057500     END-IF.
057600 9000-FINALIZAR-EXIT.
057700     EXIT.
