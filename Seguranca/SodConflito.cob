000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOD-CONFLITO-REPORT.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     ANALISE DE SEGREGACAO DE FUNCOES SOBRE A
001200*                       MATRIZ DE PERMISSOES. O PERM-USAGE-REPORT
001300*                       DIZ QUAIS CONCESSOES SAO USADAS, MAS NAO
001400*                       QUAIS COMBINACOES SAO PERIGOSAS. ESTE
001500*                       PASSO LE OS PARES DE FUNCOES INCOMPATIVEIS
001600*                       DO SODRULE (VER COPYBOOKS/SODREG.CPY) E
001700*                       CONFRONTA COM ELES:
001800*                         - CADA PAPEL DO PERMMAT (O PAPEL QUE TEM
001900*                           AS DUAS FUNCOES DE UM PAR E LISTADO);
002000*                         - CADA OPERADOR DO SECPROF, PELO SEU
002100*                           PAPEL, SEPARANDO O CONFLITO COM
002200*                           EXCECAO DOCUMENTADA NA TELA SEGP (LOG
002300*                           SODLOG, VER COPYBOOKS/SODEXC.CPY) DO
002400*                           CONFLITO SEM EXCECAO.
002500*                       OPERADOR EM CONFLITO SEM EXCECAO TERMINA O
002600*                       PASSO COM RETURN-CODE 4.
002700***************************************************************
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PERM-FILE ASSIGN TO "PERMMAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PERM-FILE-STATUS.
003500     SELECT PROFILE-FILE ASSIGN TO "SECPROF"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PROFILE-FILE-STATUS.
003800     SELECT RULE-FILE ASSIGN TO "SODRULE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RULE-FILE-STATUS.
004100     SELECT EXCECAO-FILE ASSIGN TO "SODLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-EXCECAO-FILE-STATUS.
004400     SELECT PRINT-FILE ASSIGN TO "SODPRT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PRINT-FILE-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100 FD  PERM-FILE
005200     RECORDING MODE IS F.
005300 01  PERM-RECORD.
005400     05  PRM-PAPEL           PIC X(08).
005500     05  FILLER              PIC X(01).
005600     05  PRM-FUNCAO          PIC X(08).
005700*
005800 FD  PROFILE-FILE
005900     RECORDING MODE IS F.
006000 01  PROFILE-RECORD.
006100     05  PRF-OPERADOR        PIC X(08).
006200     05  FILLER              PIC X(01).
006300     05  PRF-SENHA           PIC X(08).
006400     05  FILLER              PIC X(01).
006500     05  PRF-VALIDADE        PIC 9(08).
006600     05  FILLER              PIC X(01).
006700     05  PRF-TROCA           PIC X(01).
006800     05  FILLER              PIC X(01).
006900     05  PRF-PAPEL           PIC X(08).
007000*
007100 FD  RULE-FILE
007200     RECORDING MODE IS F.
007300*    PARES DE FUNCOES INCOMPATIVEIS (VER COPYBOOKS/SODREG.CPY)
007400 COPY "SODREG.cpy".
007500*
007600 FD  EXCECAO-FILE
007700     RECORDING MODE IS F.
007800*    EXCECOES DOCUMENTADAS NA TELA SEGP (VER COPYBOOKS/SODEXC.CPY)
007900 COPY "SODEXC.cpy".
008000*
008100 FD  PRINT-FILE
008200     RECORDING MODE IS F.
008300 01  PRINT-LINE              PIC X(132).
008400*
008500 WORKING-STORAGE SECTION.
008600*
008700 77  WS-PERM-FILE-STATUS     PIC X(02) VALUE ZEROS.
008800     88  PERM-FILE-OK        VALUE "00".
008900 77  WS-PROFILE-FILE-STATUS  PIC X(02) VALUE ZEROS.
009000     88  PROFILE-FILE-OK     VALUE "00".
009100 77  WS-RULE-FILE-STATUS     PIC X(02) VALUE ZEROS.
009200     88  RULE-FILE-OK        VALUE "00".
009300 77  WS-EXCECAO-FILE-STATUS  PIC X(02) VALUE ZEROS.
009400     88  EXCECAO-FILE-OK     VALUE "00".
009500 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
009600     88  PRINT-FILE-OK       VALUE "00".
009700*
009800 77  WS-PERM-EOF-SWITCH      PIC X(01) VALUE "N".
009900     88  FIM-DA-MATRIZ       VALUE "Y".
010000 77  WS-PROF-EOF-SWITCH      PIC X(01) VALUE "N".
010100     88  FIM-DO-CADASTRO     VALUE "Y".
010200 77  WS-RULE-EOF-SWITCH      PIC X(01) VALUE "N".
010300     88  FIM-DAS-REGRAS      VALUE "Y".
010400 77  WS-EXC-EOF-SWITCH       PIC X(01) VALUE "N".
010500     88  FIM-DAS-EXCECOES    VALUE "Y".
010600*
010700***************************************************************
010800*    MATRIZ, PAPEIS, REGRAS E EXCECOES
010900***************************************************************
011000 77  WS-QTDE-LINHAS          PIC 9(03) COMP VALUE ZERO.
011100 01  TABELA-MATRIZ.
011200     05  MATRIZ-ENTRY OCCURS 300 TIMES
011300         DEPENDING ON WS-QTDE-LINHAS.
011400         10  MTX-PAPEL       PIC X(08).
011500         10  MTX-FUNCAO      PIC X(08).
011600 77  WS-QTDE-PAPEIS          PIC 9(02) COMP VALUE ZERO.
011700 01  TABELA-PAPEIS.
011800     05  PAPEL-ENTRY OCCURS 50 TIMES
011900         DEPENDING ON WS-QTDE-PAPEIS.
012000         10  PPL-PAPEL       PIC X(08).
012100         10  PPL-QTDE-CONFLITOS PIC 9(03).
012200 77  WS-QTDE-REGRAS          PIC 9(03) COMP VALUE ZERO.
012300 01  TABELA-REGRAS.
012400     05  REGRA-ENTRY OCCURS 200 TIMES
012500         DEPENDING ON WS-QTDE-REGRAS.
012600         10  RGR-FUNCAO-A    PIC X(08).
012700         10  RGR-FUNCAO-B    PIC X(08).
012800         10  RGR-DESCRICAO   PIC X(40).
012900 77  WS-QTDE-EXCECOES        PIC 9(03) COMP VALUE ZERO.
013000 01  TABELA-EXCECOES.
013100     05  EXCECAO-ENTRY OCCURS 500 TIMES
013200         DEPENDING ON WS-QTDE-EXCECOES.
013300         10  EXC-OPERADOR    PIC X(08).
013400         10  EXC-PAPEL       PIC X(08).
013500         10  EXC-FUNCAO-A    PIC X(08).
013600         10  EXC-FUNCAO-B    PIC X(08).
013700         10  EXC-DATA        PIC 9(08).
013800         10  EXC-OPER-SEGURANCA PIC X(08).
013900*
014000 77  WS-SUB                  PIC 9(03) COMP VALUE ZERO.
014100 77  WS-SUB-PAPEL            PIC 9(03) COMP VALUE ZERO.
014200 77  WS-SUB-REGRA            PIC 9(03) COMP VALUE ZERO.
014300 77  WS-IDX-ACHADO           PIC 9(03) COMP VALUE ZERO.
014400 77  WS-IDX-PAPEL            PIC 9(03) COMP VALUE ZERO.
014500 77  WS-PAPEL-TESTE          PIC X(08) VALUE SPACES.
014600 77  WS-FUNCAO-TESTE         PIC X(08) VALUE SPACES.
014700 77  WS-TEM-FUNCAO-SW        PIC X(01) VALUE "N".
014800     88  PAPEL-TEM-FUNCAO    VALUE "Y".
014900 77  WS-CONFLITO-SW          PIC X(01) VALUE "N".
015000     88  PAPEL-EM-CONFLITO   VALUE "Y".
015100*
015200 77  WS-QTDE-PERFIS          PIC 9(05) COMP VALUE ZERO.
015300 77  WS-QTDE-PAPEIS-CONFL    PIC 9(03) VALUE ZEROS.
015400 77  WS-QTDE-CONFL-PAPEL     PIC 9(05) VALUE ZEROS.
015500 77  WS-QTDE-OPER-CONFL      PIC 9(05) VALUE ZEROS.
015600 77  WS-QTDE-COM-EXCECAO     PIC 9(05) VALUE ZEROS.
015700 77  WS-QTDE-SEM-EXCECAO     PIC 9(05) VALUE ZEROS.
015800*
015900***************************************************************
016000*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
016100*    COPYBOOKS/RPTWRT.CPY)
016200***************************************************************
016300 COPY "RPTWRT.cpy".
016400 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
016500*
016600***************************************************************
016700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER
016800*    COPYBOOKS/RUNDATE.CPY)
016900***************************************************************
017000 COPY "RUNDATE.cpy".
017100*
017200***************************************************************
017300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
017400***************************************************************
017500 COPY "ERRHDL.cpy".
017600*
017700 PROCEDURE DIVISION.
017800*
017900***************************************************************
018000*    0000-MAINLINE                                             *
018100***************************************************************
018200 0000-MAINLINE.
018300     MOVE ZERO TO RETURN-CODE.
018400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
018500     ACCEPT RUN-HORA FROM TIME.
018600     PERFORM 1000-CARREGAR-MATRIZ
018700         THRU 1000-CARREGAR-MATRIZ-EXIT.
018800     IF RETURN-CODE NOT = ZERO
018900         GO TO 0000-MAINLINE-FIM
019000     END-IF.
019100     PERFORM 1200-CARREGAR-REGRAS
019200         THRU 1200-CARREGAR-REGRAS-EXIT.
019300     IF RETURN-CODE NOT = ZERO
019400         GO TO 0000-MAINLINE-FIM
019500     END-IF.
019600     PERFORM 1400-CARREGAR-EXCECOES
019700         THRU 1400-CARREGAR-EXCECOES-EXIT.
019800     OPEN OUTPUT PRINT-FILE.
019900     MOVE "SEGREGACAO DE FUNCOES (SODRULE)" TO RPT-TITULO.
020000     MOVE ZERO TO RPT-LINHAS-POR-PAG.
020100     SET RPT-ACAO-INICIAR TO TRUE.
020200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
020300     PERFORM 8000-GRAVAR-LINHAS-RPT
020400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
020500     PERFORM 3000-ANALISAR-PAPEIS
020600         THRU 3000-ANALISAR-PAPEIS-EXIT.
020700     PERFORM 4000-ANALISAR-OPERADORES
020800         THRU 4000-ANALISAR-OPERADORES-EXIT.
020900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
021000 0000-MAINLINE-FIM.
021100     STOP RUN.
021200*
021300***************************************************************
021400*    1000-CARREGAR-MATRIZ                                      *
021500***************************************************************
021600 1000-CARREGAR-MATRIZ.
021700     OPEN INPUT PERM-FILE.
021800     IF NOT PERM-FILE-OK
021900         MOVE "SODCONF " TO ERR-PROGRAMA
022000         SET ERR-TIPO-ARQUIVO TO TRUE
022100         MOVE "ABERTURA DO ARQUIVO PERMMAT" TO ERR-CONTEXTO
022200         MOVE WS-PERM-FILE-STATUS TO ERR-FILE-STATUS
022300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
022400         MOVE 16 TO RETURN-CODE
022500         GO TO 1000-CARREGAR-MATRIZ-EXIT
022600     END-IF.
022700     PERFORM 1100-LER-MATRIZ THRU 1100-LER-MATRIZ-EXIT.
022800     PERFORM 1020-ANOTAR-LINHA THRU 1020-ANOTAR-LINHA-EXIT
022900         UNTIL FIM-DA-MATRIZ OR WS-QTDE-LINHAS >= 300.
023000     CLOSE PERM-FILE.
023100 1000-CARREGAR-MATRIZ-EXIT.
023200     EXIT.
023300*
023400***************************************************************
023500*    1020-ANOTAR-LINHA                                         *
023600***************************************************************
023700 1020-ANOTAR-LINHA.
023800     IF PRM-PAPEL NOT = SPACES
023900         ADD 1 TO WS-QTDE-LINHAS
024000         MOVE PRM-PAPEL TO MTX-PAPEL(WS-QTDE-LINHAS)
024100         MOVE PRM-FUNCAO TO MTX-FUNCAO(WS-QTDE-LINHAS)
024200         PERFORM 1050-ANOTAR-PAPEL THRU 1050-ANOTAR-PAPEL-EXIT
024300     END-IF.
024400     PERFORM 1100-LER-MATRIZ THRU 1100-LER-MATRIZ-EXIT.
024500 1020-ANOTAR-LINHA-EXIT.
024600     EXIT.
024700*
024800***************************************************************
024900*    1050-ANOTAR-PAPEL                                         *
025000***************************************************************
025100 1050-ANOTAR-PAPEL.
025200     MOVE PRM-PAPEL TO WS-PAPEL-TESTE.
025300     PERFORM 1060-PROCURAR-PAPEL THRU 1060-PROCURAR-PAPEL-EXIT.
025400     IF WS-IDX-PAPEL = ZERO AND WS-QTDE-PAPEIS < 50
025500         ADD 1 TO WS-QTDE-PAPEIS
025600         MOVE PRM-PAPEL TO PPL-PAPEL(WS-QTDE-PAPEIS)
025700         MOVE ZERO TO PPL-QTDE-CONFLITOS(WS-QTDE-PAPEIS)
025800     END-IF.
025900 1050-ANOTAR-PAPEL-EXIT.
026000     EXIT.
026100*
026200***************************************************************
026300*    1060-PROCURAR-PAPEL - POSICAO DE WS-PAPEL-TESTE NA TABELA  *
026400*    DE PAPEIS (ZERO = NAO CONSTA)                              *
026500***************************************************************
026600 1060-PROCURAR-PAPEL.
026700     MOVE ZERO TO WS-IDX-PAPEL.
026800     PERFORM 1070-TESTAR-PAPEL THRU 1070-TESTAR-PAPEL-EXIT
026900         VARYING WS-SUB FROM 1 BY 1
027000         UNTIL WS-SUB > WS-QTDE-PAPEIS
027100         OR WS-IDX-PAPEL > ZERO.
027200 1060-PROCURAR-PAPEL-EXIT.
027300     EXIT.
027400*
027500***************************************************************
027600*    1070-TESTAR-PAPEL                                         *
027700***************************************************************
027800 1070-TESTAR-PAPEL.
027900     IF PPL-PAPEL(WS-SUB) = WS-PAPEL-TESTE
028000         MOVE WS-SUB TO WS-IDX-PAPEL
028100     END-IF.
028200 1070-TESTAR-PAPEL-EXIT.
028300     EXIT.
028400*
028500***************************************************************
028600*    1100-LER-MATRIZ                                           *
028700***************************************************************
028800 1100-LER-MATRIZ.
028900     READ PERM-FILE
029000         AT END
029100             MOVE "Y" TO WS-PERM-EOF-SWITCH
029200     END-READ.
029300 1100-LER-MATRIZ-EXIT.
029400     EXIT.
029500*
029600***************************************************************
029700*    1200-CARREGAR-REGRAS - PARES INCOMPATIVEIS DO SODRULE      *
029800***************************************************************
029900 1200-CARREGAR-REGRAS.
030000     OPEN INPUT RULE-FILE.
030100     IF NOT RULE-FILE-OK
030200         MOVE "SODCONF " TO ERR-PROGRAMA
030300         SET ERR-TIPO-ARQUIVO TO TRUE
030400         MOVE "ABERTURA DO ARQUIVO SODRULE" TO ERR-CONTEXTO
030500         MOVE WS-RULE-FILE-STATUS TO ERR-FILE-STATUS
030600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030700         MOVE 16 TO RETURN-CODE
030800         GO TO 1200-CARREGAR-REGRAS-EXIT
030900     END-IF.
031000     PERFORM 1300-LER-REGRA THRU 1300-LER-REGRA-EXIT.
031100     PERFORM 1250-ANOTAR-REGRA THRU 1250-ANOTAR-REGRA-EXIT
031200         UNTIL FIM-DAS-REGRAS OR WS-QTDE-REGRAS >= 200.
031300     CLOSE RULE-FILE.
031400 1200-CARREGAR-REGRAS-EXIT.
031500     EXIT.
031600*
031700***************************************************************
031800*    1250-ANOTAR-REGRA                                         *
031900***************************************************************
032000 1250-ANOTAR-REGRA.
032100     IF SOD-FUNCAO-A NOT = SPACES AND SOD-FUNCAO-B NOT = SPACES
032200         ADD 1 TO WS-QTDE-REGRAS
032300         MOVE SOD-FUNCAO-A TO RGR-FUNCAO-A(WS-QTDE-REGRAS)
032400         MOVE SOD-FUNCAO-B TO RGR-FUNCAO-B(WS-QTDE-REGRAS)
032500         MOVE SOD-DESCRICAO TO RGR-DESCRICAO(WS-QTDE-REGRAS)
032600     END-IF.
032700     PERFORM 1300-LER-REGRA THRU 1300-LER-REGRA-EXIT.
032800 1250-ANOTAR-REGRA-EXIT.
032900     EXIT.
033000*
033100***************************************************************
033200*    1300-LER-REGRA                                            *
033300***************************************************************
033400 1300-LER-REGRA.
033500     READ RULE-FILE
033600         AT END
033700             MOVE "Y" TO WS-RULE-EOF-SWITCH
033800     END-READ.
033900 1300-LER-REGRA-EXIT.
034000     EXIT.
034100*
034200***************************************************************
034300*    1400-CARREGAR-EXCECOES - EXCECOES DOCUMENTADAS NA SEGP;    *
034400*    SEM O SODLOG, TODO CONFLITO DE OPERADOR SAI SEM EXCECAO    *
034500***************************************************************
034600 1400-CARREGAR-EXCECOES.
034700     OPEN INPUT EXCECAO-FILE.
034800     IF NOT EXCECAO-FILE-OK
034900         DISPLAY "AVISO: SODLOG INDISPONIVEL (STATUS "
035000             WS-EXCECAO-FILE-STATUS ") - NENHUMA EXCECAO "
035100             "DOCUMENTADA."
035200         GO TO 1400-CARREGAR-EXCECOES-EXIT
035300     END-IF.
035400     PERFORM 1500-LER-EXCECAO THRU 1500-LER-EXCECAO-EXIT.
035500     PERFORM 1450-ANOTAR-EXCECAO THRU 1450-ANOTAR-EXCECAO-EXIT
035600         UNTIL FIM-DAS-EXCECOES OR WS-QTDE-EXCECOES >= 500.
035700     IF NOT FIM-DAS-EXCECOES
035800         DISPLAY "AVISO: SODLOG COM MAIS DE 500 EXCECOES - AS "
035900             "DEMAIS NAO FORAM CONSIDERADAS."
036000     END-IF.
036100     CLOSE EXCECAO-FILE.
036200 1400-CARREGAR-EXCECOES-EXIT.
036300     EXIT.
036400*
036500***************************************************************
036600*    1450-ANOTAR-EXCECAO                                       *
036700***************************************************************
036800 1450-ANOTAR-EXCECAO.
036900     IF SDX-OPERADOR NOT = SPACES
037000         ADD 1 TO WS-QTDE-EXCECOES
037100         MOVE SDX-OPERADOR TO EXC-OPERADOR(WS-QTDE-EXCECOES)
037200         MOVE SDX-PAPEL TO EXC-PAPEL(WS-QTDE-EXCECOES)
037300         MOVE SDX-FUNCAO-A TO EXC-FUNCAO-A(WS-QTDE-EXCECOES)
037400         MOVE SDX-FUNCAO-B TO EXC-FUNCAO-B(WS-QTDE-EXCECOES)
037500         MOVE SDX-DATA TO EXC-DATA(WS-QTDE-EXCECOES)
037600         MOVE SDX-OPER-SEGURANCA
037700             TO EXC-OPER-SEGURANCA(WS-QTDE-EXCECOES)
037800     END-IF.
037900     PERFORM 1500-LER-EXCECAO THRU 1500-LER-EXCECAO-EXIT.
038000 1450-ANOTAR-EXCECAO-EXIT.
038100     EXIT.
038200*
038300***************************************************************
038400*    1500-LER-EXCECAO                                          *
038500***************************************************************
038600 1500-LER-EXCECAO.
038700     READ EXCECAO-FILE
038800         AT END
038900             MOVE "Y" TO WS-EXC-EOF-SWITCH
039000     END-READ.
039100 1500-LER-EXCECAO-EXIT.
039200     EXIT.
039300*
039400***************************************************************
039500*    3000-ANALISAR-PAPEIS - CADA PAPEL DO PERMMAT CONTRA CADA   *
039600*    PAR DO SODRULE                                             *
039700***************************************************************
039800 3000-ANALISAR-PAPEIS.
039900     MOVE SPACES TO RPT-LINHA-ENTRADA.
040000     STRING "===== CONFLITOS POR PAPEL (PERMMAT) ====="
040100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
040200     END-STRING.
040300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
040400     PERFORM 3100-ANALISAR-PAPEL THRU 3100-ANALISAR-PAPEL-EXIT
040500         VARYING WS-SUB-PAPEL FROM 1 BY 1
040600         UNTIL WS-SUB-PAPEL > WS-QTDE-PAPEIS.
040700     IF WS-QTDE-PAPEIS-CONFL = ZERO
040800         MOVE SPACES TO RPT-LINHA-ENTRADA
040900         STRING "NENHUM PAPEL REUNE UM PAR INCOMPATIVEL"
041000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
041100         END-STRING
041200         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
041300     END-IF.
041400 3000-ANALISAR-PAPEIS-EXIT.
041500     EXIT.
041600*
041700***************************************************************
041800*    3100-ANALISAR-PAPEL                                       *
041900***************************************************************
042000 3100-ANALISAR-PAPEL.
042100     MOVE PPL-PAPEL(WS-SUB-PAPEL) TO WS-PAPEL-TESTE.
042200     PERFORM 3200-TESTAR-REGRA-PAPEL
042300         THRU 3200-TESTAR-REGRA-PAPEL-EXIT
042400         VARYING WS-SUB-REGRA FROM 1 BY 1
042500         UNTIL WS-SUB-REGRA > WS-QTDE-REGRAS.
042600     IF PPL-QTDE-CONFLITOS(WS-SUB-PAPEL) > ZERO
042700         ADD 1 TO WS-QTDE-PAPEIS-CONFL
042800     END-IF.
042900 3100-ANALISAR-PAPEL-EXIT.
043000     EXIT.
043100*
043200***************************************************************
043300*    3200-TESTAR-REGRA-PAPEL                                   *
043400***************************************************************
043500 3200-TESTAR-REGRA-PAPEL.
043600     PERFORM 3500-VERIFICAR-CONFLITO
043700         THRU 3500-VERIFICAR-CONFLITO-EXIT.
043800     IF NOT PAPEL-EM-CONFLITO
043900         GO TO 3200-TESTAR-REGRA-PAPEL-EXIT
044000     END-IF.
044100     ADD 1 TO PPL-QTDE-CONFLITOS(WS-SUB-PAPEL).
044200     ADD 1 TO WS-QTDE-CONFL-PAPEL.
044300     MOVE SPACES TO RPT-LINHA-ENTRADA.
044400     STRING "PAPEL " WS-PAPEL-TESTE
044500         " FUNCOES " RGR-FUNCAO-A(WS-SUB-REGRA)
044600         " X " RGR-FUNCAO-B(WS-SUB-REGRA)
044700         " - " RGR-DESCRICAO(WS-SUB-REGRA)
044800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
044900     END-STRING.
045000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
045100 3200-TESTAR-REGRA-PAPEL-EXIT.
045200     EXIT.
045300*
045400***************************************************************
045500*    3500-VERIFICAR-CONFLITO - O PAPEL WS-PAPEL-TESTE TEM AS    *
045600*    DUAS FUNCOES DA REGRA WS-SUB-REGRA?                        *
045700***************************************************************
045800 3500-VERIFICAR-CONFLITO.
045900     MOVE "N" TO WS-CONFLITO-SW.
046000     MOVE RGR-FUNCAO-A(WS-SUB-REGRA) TO WS-FUNCAO-TESTE.
046100     PERFORM 3600-PROCURAR-FUNCAO THRU 3600-PROCURAR-FUNCAO-EXIT.
046200     IF NOT PAPEL-TEM-FUNCAO
046300         GO TO 3500-VERIFICAR-CONFLITO-EXIT
046400     END-IF.
046500     MOVE RGR-FUNCAO-B(WS-SUB-REGRA) TO WS-FUNCAO-TESTE.
046600     PERFORM 3600-PROCURAR-FUNCAO THRU 3600-PROCURAR-FUNCAO-EXIT.
046700     IF PAPEL-TEM-FUNCAO
046800         MOVE "Y" TO WS-CONFLITO-SW
046900     END-IF.
047000 3500-VERIFICAR-CONFLITO-EXIT.
047100     EXIT.
047200*
047300***************************************************************
047400*    3600-PROCURAR-FUNCAO - LINHA PAPEL/FUNCAO NA MATRIZ        *
047500***************************************************************
047600 3600-PROCURAR-FUNCAO.
047700     MOVE "N" TO WS-TEM-FUNCAO-SW.
047800     PERFORM 3650-TESTAR-LINHA THRU 3650-TESTAR-LINHA-EXIT
047900         VARYING WS-SUB FROM 1 BY 1
048000         UNTIL WS-SUB > WS-QTDE-LINHAS
048100         OR PAPEL-TEM-FUNCAO.
048200 3600-PROCURAR-FUNCAO-EXIT.
048300     EXIT.
048400*
048500***************************************************************
048600*    3650-TESTAR-LINHA                                         *
048700***************************************************************
048800 3650-TESTAR-LINHA.
048900     IF MTX-PAPEL(WS-SUB) = WS-PAPEL-TESTE
049000         AND MTX-FUNCAO(WS-SUB) = WS-FUNCAO-TESTE
049100         MOVE "Y" TO WS-TEM-FUNCAO-SW
049200     END-IF.
049300 3650-TESTAR-LINHA-EXIT.
049400     EXIT.
049500*
049600***************************************************************
049700*    4000-ANALISAR-OPERADORES - CADA OPERADOR DO SECPROF CUJO   *
049800*    PAPEL TEM CONFLITO, PAR A PAR, COM OU SEM EXCECAO          *
049900***************************************************************
050000 4000-ANALISAR-OPERADORES.
050100     MOVE SPACES TO RPT-LINHA-ENTRADA.
050200     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
050300     MOVE SPACES TO RPT-LINHA-ENTRADA.
050400     STRING "===== CONFLITOS POR OPERADOR (SECPROF) ====="
050500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
050600     END-STRING.
050700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
050800     OPEN INPUT PROFILE-FILE.
050900     IF NOT PROFILE-FILE-OK
051000         DISPLAY "AVISO: SECPROF INDISPONIVEL (STATUS "
051100             WS-PROFILE-FILE-STATUS ") - SEM ANALISE POR "
051200             "OPERADOR."
051300         GO TO 4000-ANALISAR-OPERADORES-EXIT
051400     END-IF.
051500     PERFORM 4900-LER-PERFIL THRU 4900-LER-PERFIL-EXIT.
051600     PERFORM 4100-ANALISAR-OPERADOR
051700         THRU 4100-ANALISAR-OPERADOR-EXIT
051800         UNTIL FIM-DO-CADASTRO.
051900     CLOSE PROFILE-FILE.
052000 4000-ANALISAR-OPERADORES-EXIT.
052100     EXIT.
052200*
052300***************************************************************
052400*    4100-ANALISAR-OPERADOR                                    *
052500***************************************************************
052600 4100-ANALISAR-OPERADOR.
052700     IF PRF-OPERADOR = SPACES
052800         GO TO 4100-ANALISAR-OPERADOR-LER
052900     END-IF.
053000     ADD 1 TO WS-QTDE-PERFIS.
053100     MOVE PRF-PAPEL TO WS-PAPEL-TESTE.
053200     PERFORM 1060-PROCURAR-PAPEL THRU 1060-PROCURAR-PAPEL-EXIT.
053300     IF WS-IDX-PAPEL = ZERO
053400         GO TO 4100-ANALISAR-OPERADOR-LER
053500     END-IF.
053600     IF PPL-QTDE-CONFLITOS(WS-IDX-PAPEL) = ZERO
053700         GO TO 4100-ANALISAR-OPERADOR-LER
053800     END-IF.
053900     ADD 1 TO WS-QTDE-OPER-CONFL.
054000     PERFORM 4200-TESTAR-REGRA-OPERADOR
054100         THRU 4200-TESTAR-REGRA-OPERADOR-EXIT
054200         VARYING WS-SUB-REGRA FROM 1 BY 1
054300         UNTIL WS-SUB-REGRA > WS-QTDE-REGRAS.
054400 4100-ANALISAR-OPERADOR-LER.
054500     PERFORM 4900-LER-PERFIL THRU 4900-LER-PERFIL-EXIT.
054600 4100-ANALISAR-OPERADOR-EXIT.
054700     EXIT.
054800*
054900***************************************************************
055000*    4200-TESTAR-REGRA-OPERADOR - PAR EM CONFLITO NO PAPEL DO   *
055100*    OPERADOR E A EXCECAO DOCUMENTADA, SE HOUVER                *
055200***************************************************************
055300 4200-TESTAR-REGRA-OPERADOR.
055400     PERFORM 3500-VERIFICAR-CONFLITO
055500         THRU 3500-VERIFICAR-CONFLITO-EXIT.
055600     IF NOT PAPEL-EM-CONFLITO
055700         GO TO 4200-TESTAR-REGRA-OPERADOR-EXIT
055800     END-IF.
055900     MOVE ZERO TO WS-IDX-ACHADO.
056000     PERFORM 4300-PROCURAR-EXCECAO THRU 4300-PROCURAR-EXCECAO-EXIT
056100         VARYING WS-SUB FROM 1 BY 1
056200         UNTIL WS-SUB > WS-QTDE-EXCECOES.
056300     MOVE SPACES TO RPT-LINHA-ENTRADA.
056400     IF WS-IDX-ACHADO > ZERO
056500         ADD 1 TO WS-QTDE-COM-EXCECAO
056600         STRING "OPERADOR " PRF-OPERADOR
056700             " PAPEL " PRF-PAPEL
056800             " FUNCOES " RGR-FUNCAO-A(WS-SUB-REGRA)
056900             " X " RGR-FUNCAO-B(WS-SUB-REGRA)
057000             " EXCECAO EM " EXC-DATA(WS-IDX-ACHADO)
057100             " POR " EXC-OPER-SEGURANCA(WS-IDX-ACHADO)
057200             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
057300         END-STRING
057400     ELSE
057500         ADD 1 TO WS-QTDE-SEM-EXCECAO
057600         STRING "OPERADOR " PRF-OPERADOR
057700             " PAPEL " PRF-PAPEL
057800             " FUNCOES " RGR-FUNCAO-A(WS-SUB-REGRA)
057900             " X " RGR-FUNCAO-B(WS-SUB-REGRA)
058000             " *** SEM EXCECAO DOCUMENTADA ***"
058100             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
058200         END-STRING
058300     END-IF.
058400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
058500 4200-TESTAR-REGRA-OPERADOR-EXIT.
058600     EXIT.
058700*
058800***************************************************************
058900*    4300-PROCURAR-EXCECAO - A MAIS RECENTE DO OPERADOR PARA O  *
059000*    PAPEL E O PAR (EM QUALQUER ORDEM)                          *
059100***************************************************************
059200 4300-PROCURAR-EXCECAO.
059300     IF EXC-OPERADOR(WS-SUB) NOT = PRF-OPERADOR
059400         OR EXC-PAPEL(WS-SUB) NOT = PRF-PAPEL
059500         GO TO 4300-PROCURAR-EXCECAO-EXIT
059600     END-IF.
059700     IF (EXC-FUNCAO-A(WS-SUB) = RGR-FUNCAO-A(WS-SUB-REGRA)
059800         AND EXC-FUNCAO-B(WS-SUB) = RGR-FUNCAO-B(WS-SUB-REGRA))
059900         OR (EXC-FUNCAO-A(WS-SUB) = RGR-FUNCAO-B(WS-SUB-REGRA)
060000         AND EXC-FUNCAO-B(WS-SUB) = RGR-FUNCAO-A(WS-SUB-REGRA))
060100         MOVE WS-SUB TO WS-IDX-ACHADO
060200     END-IF.
060300 4300-PROCURAR-EXCECAO-EXIT.
060400     EXIT.
060500*
060600***************************************************************
060700*    4900-LER-PERFIL                                           *
060800***************************************************************
060900 4900-LER-PERFIL.
061000     READ PROFILE-FILE
061100         AT END
061200             MOVE "Y" TO WS-PROF-EOF-SWITCH
061300     END-READ.
061400 4900-LER-PERFIL-EXIT.
061500     EXIT.
061600*
061700***************************************************************
061800*    8500-DETALHE - GRAVA A LINHA CORRENTE DO RELATORIO         *
061900***************************************************************
062000 8500-DETALHE.
062100     SET RPT-ACAO-DETALHE TO TRUE.
062200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
062300     PERFORM 8000-GRAVAR-LINHAS-RPT
062400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
062500 8500-DETALHE-EXIT.
062600     EXIT.
062700*
062800***************************************************************
062900*    9000-FINALIZAR                                            *
063000***************************************************************
063100 9000-FINALIZAR.
063200     MOVE SPACES TO RPT-LINHA-ENTRADA.
063300     STRING "PAPEIS EM CONFLITO=" WS-QTDE-PAPEIS-CONFL
063400         " PARES EM PAPEIS=" WS-QTDE-CONFL-PAPEL
063500         " OPERADORES EM CONFLITO=" WS-QTDE-OPER-CONFL
063600         " COM EXCECAO=" WS-QTDE-COM-EXCECAO
063700         " SEM EXCECAO=" WS-QTDE-SEM-EXCECAO
063800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
063900     END-STRING.
064000     SET RPT-ACAO-TOTAL TO TRUE.
064100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
064200     PERFORM 8000-GRAVAR-LINHAS-RPT
064300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
064400     IF PRINT-FILE-OK
064500         CLOSE PRINT-FILE
064600     END-IF.
064700     IF WS-QTDE-SEM-EXCECAO > ZERO
064800         MOVE 4 TO RETURN-CODE
064900     END-IF.
065000     DISPLAY "====== SEGREGACAO DE FUNCOES ======".
065100     DISPLAY "LINHAS DA MATRIZ ........: " WS-QTDE-LINHAS.
065200     DISPLAY "REGRAS DO SODRULE .......: " WS-QTDE-REGRAS.
065300     DISPLAY "PAPEIS EM CONFLITO ......: " WS-QTDE-PAPEIS-CONFL.
065400     DISPLAY "OPERADORES ANALISADOS ...: " WS-QTDE-PERFIS.
065500     DISPLAY "OPERADORES EM CONFLITO ..: " WS-QTDE-OPER-CONFL.
065600     DISPLAY "PARES COM EXCECAO .......: " WS-QTDE-COM-EXCECAO.
065700     DISPLAY "PARES SEM EXCECAO .......: " WS-QTDE-SEM-EXCECAO.
065800 9000-FINALIZAR-EXIT.
065900     EXIT.
066000*
066100***************************************************************
066200*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
066300*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
066400***************************************************************
066500 8000-GRAVAR-LINHAS-RPT.
066600     IF NOT PRINT-FILE-OK
066700         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
066800     END-IF.
066900     PERFORM 8100-GRAVAR-UMA-LINHA
067000         THRU 8100-GRAVAR-UMA-LINHA-EXIT
067100         VARYING WS-RPT-SUB FROM 1 BY 1
067200         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
067300 8000-GRAVAR-LINHAS-RPT-EXIT.
067400     EXIT.
067500*
067600***************************************************************
067700*    8100-GRAVAR-UMA-LINHA                                     *
067800***************************************************************
067900 8100-GRAVAR-UMA-LINHA.
068000     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
068100     WRITE PRINT-LINE.
068200 8100-GRAVAR-UMA-LINHA-EXIT.
068300     EXIT.
