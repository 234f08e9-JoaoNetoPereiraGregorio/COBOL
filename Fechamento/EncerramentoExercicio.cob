000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENCERRAMENTO-EXERCICIO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     ENCERRAMENTO DO EXERCICIO. O
001200*                       FECHAMENTO-MENSAL FECHA MESES, MAS NADA
001300*                       FECHAVA O ANO: AS CONTAS DE RESULTADO
001400*                       (JUROS, TARIFAS, MULTAS, VARIACAO CAMBIAL)
001500*                       NUNCA ERAM ZERADAS CONTRA LUCROS
001600*                       ACUMULADOS E NAO FICAVA POSICAO ANUAL PARA
001700*                       A AUDITORIA. O CARTAO EXECTL INFORMA O ANO
001800*                       (AAAA); O PASSO SO PROSSEGUE COM OS DOZE
001900*                       PERIODOS DO ANO FECHADOS NO PERCTL (ULTIMA
002000*                       SITUACAO "F") E ENTREGUES AO REGULADOR
002100*                       (REGSUBM). ENTAO:
002200*                         1) COPIA O PERSNAP DE DEZEMBRO NO
002300*                            ARQUIVO ANUAL PERANU (MESMA IMAGEM
002400*                            X(80) - OS LEITORES DE SNAPSHOT LEEM
002500*                            OS DOIS);
002600*                         2) IMPRIME NO EXEPRT O RESUMO DO ANO POR
002700*                            AGENCIA, STATUS E MOEDA;
002800*                         3) GRAVA NO MOVCTB, COM ORIGEM
002900*                            "ENCEXERC", UM MOVIMENTO POR CONTA DE
003000*                            RESULTADO PELO SALDO DE DEZEMBRO DO
003100*                            RAZAO (GLSALDO); O GL-EXTRACT DO DIA
003200*                            O MAPEIA PELO GLMAP CONTRA LUCROS
003300*                            ACUMULADOS;
003400*                         4) TRAVA O EXERCICIO NO PERCTL (PERIODO
003500*                            AAAA13, SITUACAO "E") - O
003600*                            FECHAMENTO-MENSAL NAO REFECHA MES DE
003700*                            ANO TRAVADO.
003800*                       AS CONTAS DE RESULTADO VEM DAS LINHAS
003900*                       "ENCEXERC" DO GLMAP: NA LINHA "C" (SALDO
004000*                       CREDOR) A CONTA DE RESULTADO E A DEVEDORA
004100*                       E LUCROS ACUMULADOS A CREDORA; NA LINHA
004200*                       "D" (SALDO DEVEDOR) O INVERSO. O STATUS DA
004300*                       LINHA IDENTIFICA A CONTA. QUALQUER
004400*                       PENDENCIA (PERIODO ABERTO OU NAO ENTREGUE,
004500*                       EXERCICIO JA TRAVADO, CONTA SEM LINHA PARA
004600*                       O SENTIDO DO SALDO) DA RC 16 SEM GRAVAR
004700*                       NADA.
004800***************************************************************
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT EXE-CTL-FILE ASSIGN TO "EXECTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CTL-FILE-STATUS.
005600     SELECT PERIOD-CTL-FILE ASSIGN TO "PERCTL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PERIOD-FILE-STATUS.
005900     SELECT SUBM-REG-FILE ASSIGN TO "REGSUBM"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SUBM-FILE-STATUS.
006200     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-GLMAP-FILE-STATUS.
006500     SELECT SALDO-RAZAO-FILE ASSIGN TO "GLSALDO"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-GLS-FILE-STATUS.
006800     SELECT SNAPSHOT-FILE ASSIGN TO "PERSNAP"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SNAP-FILE-STATUS.
007100     SELECT ANUAL-FILE ASSIGN TO "PERANU"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-ANUAL-FILE-STATUS.
007400     SELECT MOVCTB-FILE ASSIGN TO "MOVCTB"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-MOVCTB-FILE-STATUS.
007700     SELECT PRINT-FILE ASSIGN TO "EXEPRT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PRINT-FILE-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300*
008400 FD  EXE-CTL-FILE
008500     RECORDING MODE IS F.
008600 01  EXE-CTL-RECORD.
008700     05  EXE-ANO             PIC 9(04).
008800*
008900 FD  PERIOD-CTL-FILE
009000     RECORDING MODE IS F.
009100 01  PERIOD-CTL-RECORD.
009200     05  PER-PERIODO         PIC 9(06).
009300     05  PER-PERIODO-R REDEFINES PER-PERIODO.
009400         10  PER-ANO         PIC 9(04).
009500         10  PER-MES         PIC 9(02).
009600     05  FILLER              PIC X(01).
009700     05  PER-SITUACAO        PIC X(01).
009800     05  FILLER              PIC X(01).
009900     05  PER-DATA            PIC 9(08).
010000     05  FILLER              PIC X(01).
010100     05  PER-HORA            PIC 9(08).
010200*
010300 FD  SUBM-REG-FILE
010400     RECORDING MODE IS F.
010500*    CADASTRO DE SUBMISSOES AO REGULADOR (VER
010600*    REGULATORIO-MENSAL)
010700 01  SUBM-REG-RECORD.
010800     05  SBM-PERIODO         PIC 9(06).
010900     05  SBM-PERIODO-R REDEFINES SBM-PERIODO.
011000         10  SBM-ANO         PIC 9(04).
011100         10  SBM-MES         PIC 9(02).
011200     05  FILLER              PIC X(01).
011300     05  SBM-HASH            PIC 9(13).
011400     05  FILLER              PIC X(01).
011500     05  SBM-DATA-GERACAO    PIC 9(08).
011600*
011700 FD  GLMAP-FILE
011800     RECORDING MODE IS F.
011900 01  GLMAP-RECORD.
012000     05  GLM-PROGRAMA        PIC X(08).
012100     05  FILLER              PIC X(01).
012200     05  GLM-SENTIDO         PIC X(01).
012300     05  FILLER              PIC X(01).
012400     05  GLM-STATUS          PIC X(01).
012500     05  FILLER              PIC X(01).
012600     05  GLM-CONTA-DEBITO    PIC X(08).
012700     05  FILLER              PIC X(01).
012800     05  GLM-CONTA-CREDITO   PIC X(08).
012900*
013000 FD  SALDO-RAZAO-FILE
013100     RECORDING MODE IS F.
013200*    SALDOS DE FECHAMENTO DO RAZAO (VER COPYBOOKS/GLSREG.CPY)
013300 COPY "GLSREG.cpy".
013400*
013500 FD  SNAPSHOT-FILE
013600     RECORDING MODE IS F.
013700 01  SNAPSHOT-RECORD         PIC X(80).
013800*
013900 FD  ANUAL-FILE
014000     RECORDING MODE IS F.
014100 01  ANUAL-RECORD            PIC X(80).
014200*
014300 FD  MOVCTB-FILE
014400     RECORDING MODE IS F.
014500*    MOVIMENTO CONTABIL AVULSO (VER COPYBOOKS/MOVCTB.CPY)
014600 COPY "MOVCTB.cpy".
014700*
014800 FD  PRINT-FILE
014900     RECORDING MODE IS F.
015000 01  PRINT-LINE              PIC X(132).
015100*
015200 WORKING-STORAGE SECTION.
015300*
015400 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE ZEROS.
015500     88  CTL-FILE-OK         VALUE "00".
015600 77  WS-PERIOD-FILE-STATUS   PIC X(02) VALUE ZEROS.
015700     88  PERIOD-FILE-OK      VALUE "00".
015800 77  WS-SUBM-FILE-STATUS     PIC X(02) VALUE ZEROS.
015900     88  SUBM-FILE-OK        VALUE "00".
016000 77  WS-GLMAP-FILE-STATUS    PIC X(02) VALUE ZEROS.
016100     88  GLMAP-FILE-OK       VALUE "00".
016200 77  WS-GLS-FILE-STATUS      PIC X(02) VALUE ZEROS.
016300     88  GLS-FILE-OK         VALUE "00".
016400 77  WS-SNAP-FILE-STATUS     PIC X(02) VALUE ZEROS.
016500     88  SNAP-FILE-OK        VALUE "00".
016600 77  WS-ANUAL-FILE-STATUS    PIC X(02) VALUE ZEROS.
016700     88  ANUAL-FILE-OK       VALUE "00".
016800 77  WS-MOVCTB-FILE-STATUS   PIC X(02) VALUE ZEROS.
016900     88  MOVCTB-FILE-OK      VALUE "00".
017000 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
017100     88  PRINT-FILE-OK       VALUE "00".
017200*
017300 77  WS-PERIOD-EOF-SWITCH    PIC X(01) VALUE "N".
017400     88  FIM-DO-PERCTL       VALUE "Y".
017500 77  WS-SUBM-EOF-SWITCH      PIC X(01) VALUE "N".
017600     88  FIM-DO-REGSUBM      VALUE "Y".
017700 77  WS-GLMAP-EOF-SWITCH     PIC X(01) VALUE "N".
017800     88  FIM-DO-GLMAP        VALUE "Y".
017900 77  WS-GLS-EOF-SWITCH       PIC X(01) VALUE "N".
018000     88  FIM-DO-GLSALDO      VALUE "Y".
018100 77  WS-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
018200     88  FIM-DO-SNAPSHOT     VALUE "Y".
018300 77  WS-TRAVADO-SW           PIC X(01) VALUE "N".
018400     88  EXERCICIO-TRAVADO   VALUE "Y".
018500*
018600 77  WS-ANO                  PIC 9(04) VALUE ZERO.
018700 01  WS-PERIODO-TRAB.
018800     05  WS-PER-ANO          PIC 9(04) VALUE ZERO.
018900     05  WS-PER-MES          PIC 9(02) VALUE ZERO.
019000 01  WS-PERIODO-TRAB-N REDEFINES WS-PERIODO-TRAB
019100                             PIC 9(06).
019200*
019300***************************************************************
019400*    SITUACAO DE CADA MES DO ANO: ULTIMA SITUACAO NO PERCTL E   *
019500*    ENTREGA AO REGULADOR                                       *
019600***************************************************************
019700 01  TABELA-MESES.
019800     05  MES-ENTRY OCCURS 12 TIMES.
019900         10  MES-SITUACAO    PIC X(01).
020000         10  MES-SUBMETIDO   PIC X(01).
020100 77  WS-MES                  PIC 9(02) COMP VALUE ZERO.
020200 77  WS-QTDE-PENDENCIAS      PIC 9(03) COMP VALUE ZERO.
020300*
020400***************************************************************
020500*    CONTAS DE RESULTADO DO GLMAP (LINHAS "ENCEXERC") E SEU     *
020600*    SALDO DE DEZEMBRO NO RAZAO (CREDOR POSITIVO)               *
020700***************************************************************
020800 77  WS-QTDE-RESULTADO       PIC 9(02) COMP VALUE ZERO.
020900 01  TABELA-RESULTADO.
021000     05  RESULTADO-ENTRY OCCURS 40 TIMES
021100         DEPENDING ON WS-QTDE-RESULTADO.
021200         10  RSL-STATUS      PIC X(01).
021300         10  RSL-CONTA       PIC X(08).
021400         10  RSL-LUCROS      PIC X(08).
021500         10  RSL-TEM-C       PIC X(01).
021600         10  RSL-TEM-D       PIC X(01).
021700         10  RSL-NO-RAZAO    PIC X(01).
021800         10  RSL-SALDO       PIC S9(13)V99 COMP-3.
021900 77  WS-RSL-SUB              PIC 9(02) COMP VALUE ZERO.
022000 77  WS-RSL-ACHADO           PIC 9(02) COMP VALUE ZERO.
022100 77  WS-CONTA-RESULTADO      PIC X(08) VALUE SPACES.
022200 77  WS-CONTA-LUCROS         PIC X(08) VALUE SPACES.
022300*
022400***************************************************************
022500*    RESUMO DO ANO POR AGENCIA + STATUS + MOEDA, MANTIDO EM     *
022600*    ORDEM DE CHAVE PARA O RELATORIO                            *
022700***************************************************************
022800 77  WS-QTDE-RESUMO          PIC 9(03) COMP VALUE ZERO.
022900 01  TABELA-RESUMO.
023000     05  RESUMO-ENTRY OCCURS 300 TIMES
023100         DEPENDING ON WS-QTDE-RESUMO.
023200         10  RES-CHAVE.
023300             15  RES-AGENCIA PIC X(02).
023400             15  RES-STATUS  PIC X(01).
023500             15  RES-MOEDA   PIC X(03).
023600         10  RES-QTDE        PIC 9(07) COMP.
023700         10  RES-SALDO       PIC S9(13)V99 COMP-3.
023800 01  WS-CHAVE-RESUMO.
023900     05  WS-CHV-AGENCIA      PIC X(02).
024000     05  WS-CHV-STATUS       PIC X(01).
024100     05  WS-CHV-MOEDA        PIC X(03).
024200 77  WS-RES-SUB              PIC 9(03) COMP VALUE ZERO.
024300 77  WS-RES-POSICAO          PIC 9(03) COMP VALUE ZERO.
024400 77  WS-RES-DESTINO          PIC 9(03) COMP VALUE ZERO.
024500 77  WS-QTDE-RESUMO-CHEIO    PIC 9(07) COMP VALUE ZERO.
024600*
024700***************************************************************
024800*    IMAGEM DO CLIENTE LIDA DO SNAPSHOT (VER COPYBOOKS/         *
024900*    CUSTREC.CPY)                                               *
025000***************************************************************
025100 COPY "CUSTREC.cpy".
025200*
025300***************************************************************
025400*    TOTAIS DE CONTROLE
025500***************************************************************
025600 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
025700 77  WS-QTDE-MOVIMENTOS      PIC 9(03) COMP VALUE ZERO.
025800 77  WS-QTDE-OUTRAS-CONTAS   PIC 9(07) COMP VALUE ZERO.
025900 77  WS-RESULTADO-ANO        PIC S9(13)V99 COMP-3 VALUE ZERO.
026000 77  WS-VALOR-ABS            PIC 9(11)V99 VALUE ZERO.
026100 77  WS-SENTIDO              PIC X(01) VALUE SPACE.
026200 77  WS-SALDO-EDITADO        PIC -(11)9.99.
026300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
026400 77  WS-PERIODO-DISP         PIC 9(06) VALUE ZEROS.
026500*
026600***************************************************************
026700*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
026800*    COPYBOOKS/RPTWRT.CPY)
026900***************************************************************
027000 COPY "RPTWRT.cpy".
027100 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
027200*
027300***************************************************************
027400*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
027500*    RUNDATE.CPY)
027600***************************************************************
027700 COPY "RUNDATE.cpy".
027800*
027900***************************************************************
028000*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
028100***************************************************************
028200 COPY "ERRHDL.cpy".
028300*
028400 PROCEDURE DIVISION.
028500*
028600***************************************************************
028700*    0000-MAINLINE                                             *
028800***************************************************************
028900 0000-MAINLINE.
029000     MOVE ZERO TO RETURN-CODE.
029100     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
029200     ACCEPT RUN-HORA FROM TIME.
029300     MOVE "ENCEXERC" TO ERR-PROGRAMA.
029400     SET ERR-TIPO-ARQUIVO TO TRUE.
029500     PERFORM 1000-LER-CARTAO THRU 1000-LER-CARTAO-EXIT.
029600     IF RETURN-CODE = ZERO
029700         PERFORM 1100-VALIDAR-PERIODOS
029800             THRU 1100-VALIDAR-PERIODOS-EXIT
029900     END-IF.
030000     IF RETURN-CODE = ZERO
030100         PERFORM 1200-VALIDAR-SUBMISSOES
030200             THRU 1200-VALIDAR-SUBMISSOES-EXIT
030300     END-IF.
030400     IF RETURN-CODE = ZERO
030500         PERFORM 1300-CARREGAR-RESULTADO
030600             THRU 1300-CARREGAR-RESULTADO-EXIT
030700     END-IF.
030800     IF RETURN-CODE = ZERO
030900         PERFORM 1400-LER-SALDOS-RAZAO
031000             THRU 1400-LER-SALDOS-RAZAO-EXIT
031100     END-IF.
031200     IF RETURN-CODE = ZERO
031300         PERFORM 2000-FOTO-ANUAL THRU 2000-FOTO-ANUAL-EXIT
031400     END-IF.
031500     IF RETURN-CODE = ZERO
031600         PERFORM 3000-GRAVAR-ENCERRAMENTO
031700             THRU 3000-GRAVAR-ENCERRAMENTO-EXIT
031800     END-IF.
031900     IF RETURN-CODE = ZERO
032000         PERFORM 4000-IMPRIMIR-EXERCICIO
032100             THRU 4000-IMPRIMIR-EXERCICIO-EXIT
032200         PERFORM 5000-TRAVAR-EXERCICIO
032300             THRU 5000-TRAVAR-EXERCICIO-EXIT
032400     END-IF.
032500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
032600     STOP RUN.
032700*
032800***************************************************************
032900*    1000-LER-CARTAO                                           *
033000***************************************************************
033100 1000-LER-CARTAO.
033200     OPEN INPUT EXE-CTL-FILE.
033300     IF NOT CTL-FILE-OK
033400         DISPLAY "EXECTL AUSENTE - INFORME O ANO (AAAA)."
033500         MOVE 16 TO RETURN-CODE
033600         GO TO 1000-LER-CARTAO-EXIT
033700     END-IF.
033800     READ EXE-CTL-FILE
033900         AT END
034000             DISPLAY "EXECTL VAZIO."
034100             MOVE 16 TO RETURN-CODE
034200         NOT AT END
034300             IF EXE-ANO NUMERIC AND EXE-ANO > ZERO
034400                 MOVE EXE-ANO TO WS-ANO
034500             ELSE
034600                 DISPLAY "ANO INVALIDO NO EXECTL."
034700                 MOVE 16 TO RETURN-CODE
034800             END-IF
034900     END-READ.
035000     CLOSE EXE-CTL-FILE.
035100 1000-LER-CARTAO-EXIT.
035200     EXIT.
035300*
035400***************************************************************
035500*    1100-VALIDAR-PERIODOS - OS DOZE MESES COM ULTIMA SITUACAO  *
035600*    "F" NO PERCTL E O EXERCICIO AINDA NAO TRAVADO              *
035700***************************************************************
035800 1100-VALIDAR-PERIODOS.
035900     MOVE SPACES TO TABELA-MESES.
036000     OPEN INPUT PERIOD-CTL-FILE.
036100     IF NOT PERIOD-FILE-OK
036200         DISPLAY "ABEND-ENCEXERC: PERCTL INDISPONIVEL (STATUS "
036300             WS-PERIOD-FILE-STATUS ") - NENHUM PERIODO FECHADO."
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 1100-VALIDAR-PERIODOS-EXIT
036600     END-IF.
036700     PERFORM 1150-LER-PERCTL THRU 1150-LER-PERCTL-EXIT.
036800     PERFORM 1160-GUARDAR-SITUACAO THRU 1160-GUARDAR-SITUACAO-EXIT
036900         UNTIL FIM-DO-PERCTL.
037000     CLOSE PERIOD-CTL-FILE.
037100     IF EXERCICIO-TRAVADO
037200         DISPLAY "ABEND-ENCEXERC: EXERCICIO " WS-ANO
037300             " JA ENCERRADO E TRAVADO NO PERCTL."
037400         MOVE 16 TO RETURN-CODE
037500         GO TO 1100-VALIDAR-PERIODOS-EXIT
037600     END-IF.
037700     PERFORM 1170-TESTAR-FECHADO THRU 1170-TESTAR-FECHADO-EXIT
037800         VARYING WS-MES FROM 1 BY 1
037900         UNTIL WS-MES > 12.
038000     IF WS-QTDE-PENDENCIAS > ZERO
038100         DISPLAY "ABEND-ENCEXERC: " WS-QTDE-PENDENCIAS
038200             " PERIODO(S) DE " WS-ANO " NAO FECHADO(S) - "
038300             "ENCERRAMENTO RECUSADO."
038400         MOVE 16 TO RETURN-CODE
038500     END-IF.
038600 1100-VALIDAR-PERIODOS-EXIT.
038700     EXIT.
038800*
038900***************************************************************
039000*    1150-LER-PERCTL                                           *
039100***************************************************************
039200 1150-LER-PERCTL.
039300     READ PERIOD-CTL-FILE
039400         AT END
039500             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
039600     END-READ.
039700 1150-LER-PERCTL-EXIT.
039800     EXIT.
039900*
040000***************************************************************
040100*    1160-GUARDAR-SITUACAO - O PERCTL E ACRESCIDO EM ORDEM, LOGO *
040200*    O ULTIMO REGISTRO DO MES E A SITUACAO VIGENTE              *
040300***************************************************************
040400 1160-GUARDAR-SITUACAO.
040500     IF PER-PERIODO NOT NUMERIC OR PER-ANO NOT = WS-ANO
040600         GO TO 1160-GUARDAR-SITUACAO-LER
040700     END-IF.
040800     IF PER-MES = 13 AND PER-SITUACAO = "E"
040900         MOVE "Y" TO WS-TRAVADO-SW
041000     END-IF.
041100     IF PER-MES > ZERO AND PER-MES < 13
041200         MOVE PER-SITUACAO TO MES-SITUACAO(PER-MES)
041300     END-IF.
041400 1160-GUARDAR-SITUACAO-LER.
041500     PERFORM 1150-LER-PERCTL THRU 1150-LER-PERCTL-EXIT.
041600 1160-GUARDAR-SITUACAO-EXIT.
041700     EXIT.
041800*
041900***************************************************************
042000*    1170-TESTAR-FECHADO                                       *
042100***************************************************************
042200 1170-TESTAR-FECHADO.
042300     IF MES-SITUACAO(WS-MES) NOT = "F"
042400         ADD 1 TO WS-QTDE-PENDENCIAS
042500         MOVE WS-ANO TO WS-PER-ANO
042600         MOVE WS-MES TO WS-PER-MES
042700         DISPLAY "PERIODO " WS-PERIODO-TRAB-N
042800             " NAO CONSTA FECHADO NO PERCTL."
042900     END-IF.
043000 1170-TESTAR-FECHADO-EXIT.
043100     EXIT.
043200*
043300***************************************************************
043400*    1200-VALIDAR-SUBMISSOES - OS DOZE MESES NO REGSUBM         *
043500***************************************************************
043600 1200-VALIDAR-SUBMISSOES.
043700     OPEN INPUT SUBM-REG-FILE.
043800     IF SUBM-FILE-OK
043900         PERFORM 1250-LER-SUBMISSAO THRU 1250-LER-SUBMISSAO-EXIT
044000         PERFORM 1260-MARCAR-SUBMISSAO
044100             THRU 1260-MARCAR-SUBMISSAO-EXIT
044200             UNTIL FIM-DO-REGSUBM
044300         CLOSE SUBM-REG-FILE
044400     END-IF.
044500     PERFORM 1270-TESTAR-SUBMETIDO THRU 1270-TESTAR-SUBMETIDO-EXIT
044600         VARYING WS-MES FROM 1 BY 1
044700         UNTIL WS-MES > 12.
044800     IF WS-QTDE-PENDENCIAS > ZERO
044900         DISPLAY "ABEND-ENCEXERC: " WS-QTDE-PENDENCIAS
045000             " PERIODO(S) DE " WS-ANO " NAO ENTREGUE(S) AO "
045100             "REGULADOR - ENCERRAMENTO RECUSADO."
045200         MOVE 16 TO RETURN-CODE
045300     END-IF.
045400 1200-VALIDAR-SUBMISSOES-EXIT.
045500     EXIT.
045600*
045700***************************************************************
045800*    1250-LER-SUBMISSAO                                        *
045900***************************************************************
046000 1250-LER-SUBMISSAO.
046100     READ SUBM-REG-FILE
046200         AT END
046300             MOVE "Y" TO WS-SUBM-EOF-SWITCH
046400     END-READ.
046500 1250-LER-SUBMISSAO-EXIT.
046600     EXIT.
046700*
046800***************************************************************
046900*    1260-MARCAR-SUBMISSAO                                     *
047000***************************************************************
047100 1260-MARCAR-SUBMISSAO.
047200     IF SBM-PERIODO NUMERIC AND SBM-ANO = WS-ANO
047300         AND SBM-MES > ZERO AND SBM-MES < 13
047400         MOVE "S" TO MES-SUBMETIDO(SBM-MES)
047500     END-IF.
047600     PERFORM 1250-LER-SUBMISSAO THRU 1250-LER-SUBMISSAO-EXIT.
047700 1260-MARCAR-SUBMISSAO-EXIT.
047800     EXIT.
047900*
048000***************************************************************
048100*    1270-TESTAR-SUBMETIDO                                     *
048200***************************************************************
048300 1270-TESTAR-SUBMETIDO.
048400     IF MES-SUBMETIDO(WS-MES) NOT = "S"
048500         ADD 1 TO WS-QTDE-PENDENCIAS
048600         MOVE WS-ANO TO WS-PER-ANO
048700         MOVE WS-MES TO WS-PER-MES
048800         DISPLAY "PERIODO " WS-PERIODO-TRAB-N
048900             " NAO CONSTA NO REGSUBM."
049000     END-IF.
049100 1270-TESTAR-SUBMETIDO-EXIT.
049200     EXIT.
049300*
049400***************************************************************
049500*    1300-CARREGAR-RESULTADO - CONTAS DE RESULTADO DAS LINHAS   *
049600*    "ENCEXERC" DO GLMAP                                        *
049700***************************************************************
049800 1300-CARREGAR-RESULTADO.
049900     OPEN INPUT GLMAP-FILE.
050000     IF GLMAP-FILE-OK
050100         PERFORM 1350-LER-MAPA THRU 1350-LER-MAPA-EXIT
050200         PERFORM 1360-GUARDAR-CONTA THRU 1360-GUARDAR-CONTA-EXIT
050300             UNTIL FIM-DO-GLMAP
050400         CLOSE GLMAP-FILE
050500     END-IF.
050600     IF WS-QTDE-RESULTADO = ZERO
050700         DISPLAY "ABEND-ENCEXERC: GLMAP SEM LINHAS ENCEXERC - "
050800             "NAO HA CONTAS DE RESULTADO A ENCERRAR."
050900         MOVE 16 TO RETURN-CODE
051000     END-IF.
051100 1300-CARREGAR-RESULTADO-EXIT.
051200     EXIT.
051300*
051400***************************************************************
051500*    1350-LER-MAPA                                             *
051600***************************************************************
051700 1350-LER-MAPA.
051800     READ GLMAP-FILE
051900         AT END
052000             MOVE "Y" TO WS-GLMAP-EOF-SWITCH
052100     END-READ.
052200 1350-LER-MAPA-EXIT.
052300     EXIT.
052400*
052500***************************************************************
052600*    1360-GUARDAR-CONTA - NA LINHA "C" A CONTA DE RESULTADO E A *
052700*    DEVEDORA; NA "D", A CREDORA. O STATUS IDENTIFICA A CONTA   *
052800***************************************************************
052900 1360-GUARDAR-CONTA.
053000     IF GLM-PROGRAMA NOT = "ENCEXERC"
053100         OR (GLM-SENTIDO NOT = "C" AND GLM-SENTIDO NOT = "D")
053200         GO TO 1360-GUARDAR-CONTA-LER
053300     END-IF.
053400     IF GLM-SENTIDO = "C"
053500         MOVE GLM-CONTA-DEBITO TO WS-CONTA-RESULTADO
053600         MOVE GLM-CONTA-CREDITO TO WS-CONTA-LUCROS
053700     ELSE
053800         MOVE GLM-CONTA-CREDITO TO WS-CONTA-RESULTADO
053900         MOVE GLM-CONTA-DEBITO TO WS-CONTA-LUCROS
054000     END-IF.
054100     MOVE ZERO TO WS-RSL-ACHADO.
054200     PERFORM 1370-TESTAR-STATUS THRU 1370-TESTAR-STATUS-EXIT
054300         VARYING WS-RSL-SUB FROM 1 BY 1
054400         UNTIL WS-RSL-SUB > WS-QTDE-RESULTADO
054500         OR WS-RSL-ACHADO > ZERO.
054600     IF WS-RSL-ACHADO = ZERO
054700         IF WS-QTDE-RESULTADO >= 40
054800             GO TO 1360-GUARDAR-CONTA-LER
054900         END-IF
055000         ADD 1 TO WS-QTDE-RESULTADO
055100         MOVE WS-QTDE-RESULTADO TO WS-RSL-ACHADO
055200         MOVE GLM-STATUS TO RSL-STATUS(WS-RSL-ACHADO)
055300         MOVE WS-CONTA-RESULTADO TO RSL-CONTA(WS-RSL-ACHADO)
055400         MOVE WS-CONTA-LUCROS TO RSL-LUCROS(WS-RSL-ACHADO)
055500         MOVE "N" TO RSL-TEM-C(WS-RSL-ACHADO)
055600         MOVE "N" TO RSL-TEM-D(WS-RSL-ACHADO)
055700         MOVE "N" TO RSL-NO-RAZAO(WS-RSL-ACHADO)
055800         MOVE ZERO TO RSL-SALDO(WS-RSL-ACHADO)
055900     END-IF.
056000     IF GLM-SENTIDO = "C"
056100         MOVE "S" TO RSL-TEM-C(WS-RSL-ACHADO)
056200     ELSE
056300         MOVE "S" TO RSL-TEM-D(WS-RSL-ACHADO)
056400     END-IF.
056500 1360-GUARDAR-CONTA-LER.
056600     PERFORM 1350-LER-MAPA THRU 1350-LER-MAPA-EXIT.
056700 1360-GUARDAR-CONTA-EXIT.
056800     EXIT.
056900*
057000***************************************************************
057100*    1370-TESTAR-STATUS                                        *
057200***************************************************************
057300 1370-TESTAR-STATUS.
057400     IF RSL-STATUS(WS-RSL-SUB) = GLM-STATUS
057500         MOVE WS-RSL-SUB TO WS-RSL-ACHADO
057600     END-IF.
057700 1370-TESTAR-STATUS-EXIT.
057800     EXIT.
057900*
058000***************************************************************
058100*    1400-LER-SALDOS-RAZAO - SALDO DE DEZEMBRO DE CADA CONTA DE *
058200*    RESULTADO; O SENTIDO DO SALDO PRECISA TER LINHA NO GLMAP   *
058300***************************************************************
058400 1400-LER-SALDOS-RAZAO.
058500     OPEN INPUT SALDO-RAZAO-FILE.
058600     IF NOT GLS-FILE-OK
058700         MOVE "ABERTURA DO ARQUIVO GLSALDO" TO ERR-CONTEXTO
058800         MOVE WS-GLS-FILE-STATUS TO ERR-FILE-STATUS
058900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
059000         MOVE 16 TO RETURN-CODE
059100         GO TO 1400-LER-SALDOS-RAZAO-EXIT
059200     END-IF.
059300     MOVE WS-ANO TO WS-PER-ANO.
059400     MOVE 12 TO WS-PER-MES.
059500     PERFORM 1450-LER-SALDO THRU 1450-LER-SALDO-EXIT.
059600     PERFORM 1460-TRATAR-SALDO THRU 1460-TRATAR-SALDO-EXIT
059700         UNTIL FIM-DO-GLSALDO.
059800     CLOSE SALDO-RAZAO-FILE.
059900     MOVE ZERO TO WS-QTDE-PENDENCIAS.
060000     PERFORM 1480-TESTAR-SENTIDO THRU 1480-TESTAR-SENTIDO-EXIT
060100         VARYING WS-RSL-SUB FROM 1 BY 1
060200         UNTIL WS-RSL-SUB > WS-QTDE-RESULTADO.
060300     IF WS-QTDE-PENDENCIAS > ZERO
060400         DISPLAY "ABEND-ENCEXERC: " WS-QTDE-PENDENCIAS
060500             " CONTA(S) DE RESULTADO SEM SALDO NO GLSALDO OU SEM "
060600             "LINHA NO GLMAP PARA O SENTIDO DO SALDO."
060700         MOVE 16 TO RETURN-CODE
060800     END-IF.
060900 1400-LER-SALDOS-RAZAO-EXIT.
061000     EXIT.
061100*
061200***************************************************************
061300*    1450-LER-SALDO                                            *
061400***************************************************************
061500 1450-LER-SALDO.
061600     READ SALDO-RAZAO-FILE
061700         AT END
061800             MOVE "Y" TO WS-GLS-EOF-SWITCH
061900     END-READ.
062000 1450-LER-SALDO-EXIT.
062100     EXIT.
062200*
062300***************************************************************
062400*    1460-TRATAR-SALDO                                         *
062500***************************************************************
062600 1460-TRATAR-SALDO.
062700     IF GLS-PERIODO NOT = WS-PERIODO-TRAB-N
062800         OR GLS-SALDO NOT NUMERIC
062900         GO TO 1460-TRATAR-SALDO-LER
063000     END-IF.
063100     MOVE ZERO TO WS-RSL-ACHADO.
063200     PERFORM 1470-TESTAR-CONTA THRU 1470-TESTAR-CONTA-EXIT
063300         VARYING WS-RSL-SUB FROM 1 BY 1
063400         UNTIL WS-RSL-SUB > WS-QTDE-RESULTADO
063500         OR WS-RSL-ACHADO > ZERO.
063600     IF WS-RSL-ACHADO = ZERO
063700         ADD 1 TO WS-QTDE-OUTRAS-CONTAS
063800         GO TO 1460-TRATAR-SALDO-LER
063900     END-IF.
064000     ADD GLS-SALDO TO RSL-SALDO(WS-RSL-ACHADO).
064100     MOVE "S" TO RSL-NO-RAZAO(WS-RSL-ACHADO).
064200 1460-TRATAR-SALDO-LER.
064300     PERFORM 1450-LER-SALDO THRU 1450-LER-SALDO-EXIT.
064400 1460-TRATAR-SALDO-EXIT.
064500     EXIT.
064600*
064700***************************************************************
064800*    1470-TESTAR-CONTA                                         *
064900***************************************************************
065000 1470-TESTAR-CONTA.
065100     IF RSL-CONTA(WS-RSL-SUB) = GLS-CONTA
065200         MOVE WS-RSL-SUB TO WS-RSL-ACHADO
065300     END-IF.
065400 1470-TESTAR-CONTA-EXIT.
065500     EXIT.
065600*
065700***************************************************************
065800*    1480-TESTAR-SENTIDO - SALDO CREDOR PEDE A LINHA "C" E      *
065900*    SALDO DEVEDOR A LINHA "D"                                  *
066000***************************************************************
066100 1480-TESTAR-SENTIDO.
066200     IF RSL-NO-RAZAO(WS-RSL-SUB) NOT = "S"
066300         ADD 1 TO WS-QTDE-PENDENCIAS
066400         DISPLAY "CONTA " RSL-CONTA(WS-RSL-SUB)
066500             " SEM SALDO DE DEZEMBRO NO GLSALDO."
066600         GO TO 1480-TESTAR-SENTIDO-EXIT
066700     END-IF.
066800     IF (RSL-SALDO(WS-RSL-SUB) > ZERO
066900             AND RSL-TEM-C(WS-RSL-SUB) NOT = "S")
067000         OR (RSL-SALDO(WS-RSL-SUB) < ZERO
067100             AND RSL-TEM-D(WS-RSL-SUB) NOT = "S")
067200         ADD 1 TO WS-QTDE-PENDENCIAS
067300         DISPLAY "CONTA " RSL-CONTA(WS-RSL-SUB)
067400             " SEM LINHA ENCEXERC NO GLMAP PARA O SENTIDO "
067500             "DO SALDO."
067600     END-IF.
067700 1480-TESTAR-SENTIDO-EXIT.
067800     EXIT.
067900*
068000***************************************************************
068100*    2000-FOTO-ANUAL - PERSNAP DE DEZEMBRO COPIADO NO PERANU E  *
068200*    RESUMIDO POR AGENCIA, STATUS E MOEDA                       *
068300***************************************************************
068400 2000-FOTO-ANUAL.
068500     OPEN INPUT SNAPSHOT-FILE.
068600     IF NOT SNAP-FILE-OK
068700         MOVE "ABERTURA DO ARQUIVO PERSNAP" TO ERR-CONTEXTO
068800         MOVE WS-SNAP-FILE-STATUS TO ERR-FILE-STATUS
068900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
069000         MOVE 16 TO RETURN-CODE
069100         GO TO 2000-FOTO-ANUAL-EXIT
069200     END-IF.
069300     OPEN OUTPUT ANUAL-FILE.
069400     IF NOT ANUAL-FILE-OK
069500         MOVE "ABERTURA DO ARQUIVO PERANU" TO ERR-CONTEXTO
069600         MOVE WS-ANUAL-FILE-STATUS TO ERR-FILE-STATUS
069700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
069800         CLOSE SNAPSHOT-FILE
069900         MOVE 16 TO RETURN-CODE
070000         GO TO 2000-FOTO-ANUAL-EXIT
070100     END-IF.
070200     PERFORM 2100-LER-SNAPSHOT THRU 2100-LER-SNAPSHOT-EXIT.
070300     PERFORM 2200-ACUMULAR THRU 2200-ACUMULAR-EXIT
070400         UNTIL FIM-DO-SNAPSHOT.
070500     CLOSE SNAPSHOT-FILE.
070600     CLOSE ANUAL-FILE.
070700     IF WS-QTDE-CLIENTES = ZERO
070800         DISPLAY "ABEND-ENCEXERC: PERSNAP DE DEZEMBRO VAZIO."
070900         MOVE 16 TO RETURN-CODE
071000     END-IF.
071100 2000-FOTO-ANUAL-EXIT.
071200     EXIT.
071300*
071400***************************************************************
071500*    2100-LER-SNAPSHOT                                         *
071600***************************************************************
071700 2100-LER-SNAPSHOT.
071800     READ SNAPSHOT-FILE
071900         AT END
072000             MOVE "Y" TO WS-SNAP-EOF-SWITCH
072100     END-READ.
072200 2100-LER-SNAPSHOT-EXIT.
072300     EXIT.
072400*
072500***************************************************************
072600*    2200-ACUMULAR - AGENCIA EM BRANCO VALE 01 E MOEDA EM       *
072700*    BRANCO VALE BRL, COMO NOS DEMAIS RELATORIOS                *
072800***************************************************************
072900 2200-ACUMULAR.
073000     ADD 1 TO WS-QTDE-CLIENTES.
073100     MOVE SNAPSHOT-RECORD TO ANUAL-RECORD.
073200     WRITE ANUAL-RECORD.
073300     MOVE SNAPSHOT-RECORD TO CUSTOMER-MASTER-RECORD.
073400     IF CUST-AGENCIA = SPACES
073500         MOVE "01" TO WS-CHV-AGENCIA
073600     ELSE
073700         MOVE CUST-AGENCIA TO WS-CHV-AGENCIA
073800     END-IF.
073900     MOVE CUST-STATUS TO WS-CHV-STATUS.
074000     IF CUST-MOEDA = SPACES
074100         MOVE "BRL" TO WS-CHV-MOEDA
074200     ELSE
074300         MOVE CUST-MOEDA TO WS-CHV-MOEDA
074400     END-IF.
074500     PERFORM 2300-ACUMULAR-RESUMO THRU 2300-ACUMULAR-RESUMO-EXIT.
074600     PERFORM 2100-LER-SNAPSHOT THRU 2100-LER-SNAPSHOT-EXIT.
074700 2200-ACUMULAR-EXIT.
074800     EXIT.
074900*
075000***************************************************************
075100*    2300-ACUMULAR-RESUMO - PROCURA A POSICAO DA CHAVE; CHAVE   *
075200*    NOVA ENTRA NO LUGAR, DESLOCANDO AS MAIORES UMA POSICAO     *
075300***************************************************************
075400 2300-ACUMULAR-RESUMO.
075500     MOVE ZERO TO WS-RES-POSICAO.
075600     PERFORM 2350-PROCURAR-POSICAO THRU 2350-PROCURAR-POSICAO-EXIT
075700         VARYING WS-RES-SUB FROM 1 BY 1
075800         UNTIL WS-RES-SUB > WS-QTDE-RESUMO
075900         OR WS-RES-POSICAO > ZERO.
076000     IF WS-RES-POSICAO > ZERO
076100         IF RES-CHAVE(WS-RES-POSICAO) = WS-CHAVE-RESUMO
076200             GO TO 2300-ACUMULAR-RESUMO-SOMAR
076300         END-IF
076400     END-IF.
076500     IF WS-QTDE-RESUMO >= 300
076600         ADD 1 TO WS-QTDE-RESUMO-CHEIO
076700         GO TO 2300-ACUMULAR-RESUMO-EXIT
076800     END-IF.
076900     ADD 1 TO WS-QTDE-RESUMO.
077000     IF WS-RES-POSICAO = ZERO
077100         MOVE WS-QTDE-RESUMO TO WS-RES-POSICAO
077200     ELSE
077300         PERFORM 2370-DESLOCAR THRU 2370-DESLOCAR-EXIT
077400             VARYING WS-RES-DESTINO FROM WS-QTDE-RESUMO BY -1
077500             UNTIL WS-RES-DESTINO NOT > WS-RES-POSICAO
077600     END-IF.
077700     MOVE WS-CHAVE-RESUMO TO RES-CHAVE(WS-RES-POSICAO).
077800     MOVE ZERO TO RES-QTDE(WS-RES-POSICAO).
077900     MOVE ZERO TO RES-SALDO(WS-RES-POSICAO).
078000 2300-ACUMULAR-RESUMO-SOMAR.
078100     ADD 1 TO RES-QTDE(WS-RES-POSICAO).
078200     IF CUST-SALDO NUMERIC
078300         ADD CUST-SALDO TO RES-SALDO(WS-RES-POSICAO)
078400     END-IF.
078500 2300-ACUMULAR-RESUMO-EXIT.
078600     EXIT.
078700*
078800***************************************************************
078900*    2350-PROCURAR-POSICAO - PRIMEIRA CHAVE NAO MENOR QUE A     *
079000*    PROCURADA                                                  *
079100***************************************************************
079200 2350-PROCURAR-POSICAO.
079300     IF RES-CHAVE(WS-RES-SUB) NOT < WS-CHAVE-RESUMO
079400         MOVE WS-RES-SUB TO WS-RES-POSICAO
079500     END-IF.
079600 2350-PROCURAR-POSICAO-EXIT.
079700     EXIT.
079800*
079900***************************************************************
080000*    2370-DESLOCAR                                             *
080100***************************************************************
080200 2370-DESLOCAR.
080300     MOVE RESUMO-ENTRY(WS-RES-DESTINO - 1)
080400         TO RESUMO-ENTRY(WS-RES-DESTINO).
080500 2370-DESLOCAR-EXIT.
080600     EXIT.
080700*
080800***************************************************************
080900*    3000-GRAVAR-ENCERRAMENTO - UM MOVIMENTO AVULSO POR CONTA   *
081000*    DE RESULTADO COM SALDO, DATADO DO DIA PARA O GL-EXTRACT    *
081100***************************************************************
081200 3000-GRAVAR-ENCERRAMENTO.
081300     OPEN EXTEND MOVCTB-FILE.
081400     IF NOT MOVCTB-FILE-OK
081500         OPEN OUTPUT MOVCTB-FILE
081600     END-IF.
081700     IF NOT MOVCTB-FILE-OK
081800         MOVE "GRAVACAO NO ARQUIVO MOVCTB" TO ERR-CONTEXTO
081900         MOVE WS-MOVCTB-FILE-STATUS TO ERR-FILE-STATUS
082000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
082100         MOVE 16 TO RETURN-CODE
082200         GO TO 3000-GRAVAR-ENCERRAMENTO-EXIT
082300     END-IF.
082400     PERFORM 3100-GRAVAR-MOVIMENTO THRU 3100-GRAVAR-MOVIMENTO-EXIT
082500         VARYING WS-RSL-SUB FROM 1 BY 1
082600         UNTIL WS-RSL-SUB > WS-QTDE-RESULTADO.
082700     CLOSE MOVCTB-FILE.
082800 3000-GRAVAR-ENCERRAMENTO-EXIT.
082900     EXIT.
083000*
083100***************************************************************
083200*    3100-GRAVAR-MOVIMENTO                                     *
083300***************************************************************
083400 3100-GRAVAR-MOVIMENTO.
083500     ADD RSL-SALDO(WS-RSL-SUB) TO WS-RESULTADO-ANO.
083600     IF RSL-SALDO(WS-RSL-SUB) = ZERO
083700         GO TO 3100-GRAVAR-MOVIMENTO-EXIT
083800     END-IF.
083900     IF RSL-SALDO(WS-RSL-SUB) > ZERO
084000         MOVE "C" TO WS-SENTIDO
084100         MOVE RSL-SALDO(WS-RSL-SUB) TO WS-VALOR-ABS
084200     ELSE
084300         MOVE "D" TO WS-SENTIDO
084400         COMPUTE WS-VALOR-ABS = ZERO - RSL-SALDO(WS-RSL-SUB)
084500     END-IF.
084600     MOVE SPACES TO MOVCTB-RECORD.
084700     MOVE "ENCEXERC" TO MVC-PROGRAMA.
084800     MOVE WS-SENTIDO TO MVC-SENTIDO.
084900     MOVE RSL-STATUS(WS-RSL-SUB) TO MVC-STATUS.
085000     MOVE WS-VALOR-ABS TO MVC-VALOR.
085100     MOVE RUN-DATA TO MVC-DATA.
085200     STRING "EXERC " WS-ANO
085300         DELIMITED BY SIZE INTO MVC-CUST-ID
085400     END-STRING.
085500     WRITE MOVCTB-RECORD.
085600     ADD 1 TO WS-QTDE-MOVIMENTOS.
085700 3100-GRAVAR-MOVIMENTO-EXIT.
085800     EXIT.
085900*
086000***************************************************************
086100*    4000-IMPRIMIR-EXERCICIO - RESUMO DO ANO E MOVIMENTOS DE    *
086200*    ENCERRAMENTO                                               *
086300***************************************************************
086400 4000-IMPRIMIR-EXERCICIO.
086500     OPEN OUTPUT PRINT-FILE.
086600     MOVE SPACES TO RPT-TITULO.
086700     STRING "ENCERRAMENTO DO EXERCICIO " WS-ANO
086800         DELIMITED BY SIZE INTO RPT-TITULO
086900     END-STRING.
087000     MOVE ZERO TO RPT-LINHAS-POR-PAG.
087100     SET RPT-ACAO-INICIAR TO TRUE.
087200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
087300     PERFORM 8000-GRAVAR-LINHAS-RPT
087400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
087500     MOVE WS-QTDE-CLIENTES TO WS-QTDE-DISP.
087600     MOVE SPACES TO RPT-LINHA-ENTRADA.
087700     STRING "POSICAO ANUAL (PERSNAP DE DEZEMBRO) CLIENTES "
087800         WS-QTDE-DISP
087900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
088000     END-STRING.
088100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
088200     PERFORM 4100-LINHA-RESUMO THRU 4100-LINHA-RESUMO-EXIT
088300         VARYING WS-RES-SUB FROM 1 BY 1
088400         UNTIL WS-RES-SUB > WS-QTDE-RESUMO.
088500     PERFORM 4200-LINHA-RESULTADO THRU 4200-LINHA-RESULTADO-EXIT
088600         VARYING WS-RSL-SUB FROM 1 BY 1
088700         UNTIL WS-RSL-SUB > WS-QTDE-RESULTADO.
088800     MOVE WS-RESULTADO-ANO TO WS-SALDO-EDITADO.
088900     MOVE SPACES TO RPT-LINHA-ENTRADA.
089000     STRING "RESULTADO DO EXERCICIO A LUCROS ACUMULADOS R$ "
089100         WS-SALDO-EDITADO
089200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
089300     END-STRING.
089400     SET RPT-ACAO-TOTAL TO TRUE.
089500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
089600     PERFORM 8000-GRAVAR-LINHAS-RPT
089700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
089800     CLOSE PRINT-FILE.
089900 4000-IMPRIMIR-EXERCICIO-EXIT.
090000     EXIT.
090100*
090200***************************************************************
090300*    4100-LINHA-RESUMO - AGENCIA, STATUS E MOEDA                *
090400***************************************************************
090500 4100-LINHA-RESUMO.
090600     MOVE RES-QTDE(WS-RES-SUB) TO WS-QTDE-DISP.
090700     MOVE RES-SALDO(WS-RES-SUB) TO WS-SALDO-EDITADO.
090800     MOVE SPACES TO RPT-LINHA-ENTRADA.
090900     STRING "AGENCIA " RES-AGENCIA(WS-RES-SUB)
091000         " STATUS " RES-STATUS(WS-RES-SUB)
091100         " MOEDA " RES-MOEDA(WS-RES-SUB)
091200         " QTDE " WS-QTDE-DISP " SALDO " WS-SALDO-EDITADO
091300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
091400     END-STRING.
091500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
091600 4100-LINHA-RESUMO-EXIT.
091700     EXIT.
091800*
091900***************************************************************
092000*    4200-LINHA-RESULTADO - CONTA, SALDO DE DEZEMBRO E DESTINO  *
092100***************************************************************
092200 4200-LINHA-RESULTADO.
092300     MOVE RSL-SALDO(WS-RSL-SUB) TO WS-SALDO-EDITADO.
092400     MOVE SPACES TO RPT-LINHA-ENTRADA.
092500     STRING "CONTA DE RESULTADO " RSL-CONTA(WS-RSL-SUB)
092600         " SALDO DEZ R$ " WS-SALDO-EDITADO
092700         " ENCERRADA CONTRA " RSL-LUCROS(WS-RSL-SUB)
092800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
092900     END-STRING.
093000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
093100 4200-LINHA-RESULTADO-EXIT.
093200     EXIT.
093300*
093400***************************************************************
093500*    5000-TRAVAR-EXERCICIO - PERIODO AAAA13 "E" NO PERCTL       *
093600***************************************************************
093700 5000-TRAVAR-EXERCICIO.
093800     OPEN EXTEND PERIOD-CTL-FILE.
093900     IF NOT PERIOD-FILE-OK
094000         MOVE "GRAVACAO NO ARQUIVO PERCTL" TO ERR-CONTEXTO
094100         MOVE WS-PERIOD-FILE-STATUS TO ERR-FILE-STATUS
094200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
094300         MOVE 16 TO RETURN-CODE
094400         GO TO 5000-TRAVAR-EXERCICIO-EXIT
094500     END-IF.
094600     MOVE SPACES TO PERIOD-CTL-RECORD.
094700     MOVE WS-ANO TO PER-ANO.
094800     MOVE 13 TO PER-MES.
094900     MOVE "E" TO PER-SITUACAO.
095000     MOVE RUN-DATA TO PER-DATA.
095100     MOVE RUN-HORA TO PER-HORA.
095200     WRITE PERIOD-CTL-RECORD.
095300     CLOSE PERIOD-CTL-FILE.
095400     DISPLAY "EXERCICIO " WS-ANO " ENCERRADO E TRAVADO.".
095500 5000-TRAVAR-EXERCICIO-EXIT.
095600     EXIT.
095700*
095800***************************************************************
095900*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
096000*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
096100***************************************************************
096200 8000-GRAVAR-LINHAS-RPT.
096300     IF NOT PRINT-FILE-OK
096400         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
096500     END-IF.
096600     PERFORM 8100-GRAVAR-UMA-LINHA
096700         THRU 8100-GRAVAR-UMA-LINHA-EXIT
096800         VARYING WS-RPT-SUB FROM 1 BY 1
096900         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
097000 8000-GRAVAR-LINHAS-RPT-EXIT.
097100     EXIT.
097200*
097300***************************************************************
097400*    8100-GRAVAR-UMA-LINHA                                     *
097500***************************************************************
097600 8100-GRAVAR-UMA-LINHA.
097700     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
097800     WRITE PRINT-LINE.
097900 8100-GRAVAR-UMA-LINHA-EXIT.
098000     EXIT.
098100*
098200***************************************************************
098300*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
098400***************************************************************
098500 8500-DETALHE.
098600     SET RPT-ACAO-DETALHE TO TRUE.
098700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
098800     PERFORM 8000-GRAVAR-LINHAS-RPT
098900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
099000 8500-DETALHE-EXIT.
099100     EXIT.
099200*
099300***************************************************************
099400*    9000-FINALIZAR                                            *
099500***************************************************************
099600 9000-FINALIZAR.
099700     DISPLAY "====== ENCERRAMENTO DO EXERCICIO ======".
099800     DISPLAY "ANO ..................: " WS-ANO.
099900     DISPLAY "CLIENTES NA FOTO ANUAL: " WS-QTDE-CLIENTES.
100000     DISPLAY "CONTAS DE RESULTADO ..: " WS-QTDE-RESULTADO.
100100     DISPLAY "MOVIMENTOS NO MOVCTB .: " WS-QTDE-MOVIMENTOS.
100200     MOVE WS-RESULTADO-ANO TO WS-SALDO-EDITADO.
100300     DISPLAY "RESULTADO DO EXERCICIO: " WS-SALDO-EDITADO.
100400     IF WS-QTDE-RESUMO-CHEIO > ZERO
100500         DISPLAY "AVISO: RESUMO LIMITADO A 300 COMBINACOES - "
100600             WS-QTDE-RESUMO-CHEIO " CLIENTE(S) FORA DO RESUMO."
100700         IF RETURN-CODE = ZERO
100800             MOVE 4 TO RETURN-CODE
100900         END-IF
101000     END-IF.
101100 9000-FINALIZAR-EXIT.
101200     EXIT.
