000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STATUS-REGRAS.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     AVALIADOR NOTURNO DAS REGRAS DE STATUS. A
001200*                       MUDANCA DE STATUS SO ACONTECIA QUANDO UM
001300*                       OPERADOR DIGITAVA OU QUANDO ALGUEM RODAVA
001400*                       O MASS-STATUS-CHANGE COM O CRITERIO DO
001500*                       DIA; CLIENTE QUE QUITOU FICAVA BLOQUEADO E
001600*                       DEVEDOR ANTIGO FICAVA ATIVO. AS REGRAS
001700*                       FICAM NA TABELA STATRGR (UM CARTAO POR
001800*                       REGRA, NA ORDEM DE PRIORIDADE): "ATRS" -
001900*                       ATRASO NO AGINGDET DE PELO MENOS N DIAS;
002000*                       "QUIT" - SALDO ZERO OU POSITIVO COM
002100*                       LIQUIDACAO NO SETLREG NOS ULTIMOS N DIAS
002200*                       UTEIS; "INAT" - SEM MOVIMENTO NO DORMCTL
002300*                       HA N MESES. PARA CADA CLIENTE DO CUSTMAST
002400*                       (FORA CANCELADO E QUEM JA TEM MUDANCA
002500*                       AGENDADA NO PENDTRAN - O AGENDAMENTO DE
002600*                       UMA PESSOA PREVALECE), A PRIMEIRA REGRA
002700*                       CUJO STATUS DE ORIGEM CASA E CUJA CONDICAO
002800*                       VALE AGENDA A MUDANCA NO PENDTRAN COM DATA
002900*                       EFETIVA DE HOJE, ORIGEM "R" E O CODIGO DA
003000*                       REGRA; O STATUS-EFFECTIVE-APPLY APLICA NO
003100*                       MESMO CAMINHO DAS DEMAIS, COM O CODIGO NO
003200*                       STATHIST E NO JOURNAL. CANCELAMENTO NAO E
003300*                       AUTOMATICO: REGRA PARA "C" E RECUSADA.
003400*                       RELATORIO RGRPRT.
003500***************************************************************
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REGRA-FILE ASSIGN TO "STATRGR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REGRA-FILE-STATUS.
004300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS CUST-ID
004700         ALTERNATE RECORD KEY IS CUST-NOME
004800             WITH DUPLICATES
004900         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005000         FILE STATUS IS WS-MASTER-FILE-STATUS.
005100     SELECT AGING-DET-FILE ASSIGN TO "AGINGDET"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AGING-FILE-STATUS.
005400     SELECT SETTLE-FILE ASSIGN TO "SETLREG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS STL-CHAVE
005800         FILE STATUS IS WS-SETTLE-FILE-STATUS.
005900     SELECT DORM-FILE ASSIGN TO "DORMCTL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DRM-CHAVE
006300         FILE STATUS IS WS-DORM-FILE-STATUS.
006400     SELECT PENDING-TRANS-FILE ASSIGN TO "PENDTRAN"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PENDTRAN-FILE-STATUS.
006700     SELECT PRINT-FILE ASSIGN TO "RGRPRT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PRINT-FILE-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007400*    TABELA DE REGRAS: CODIGO, TIPO (ATRS/QUIT/INAT), STATUS DE
007500*    ORIGEM ACEITOS (ATE 5 CODIGOS, EX. "SP"), STATUS NOVO, LIMITE
007600*    (DIAS DE ATRASO, DIAS UTEIS DESDE A LIQUIDACAO OU MESES SEM
007700*    MOVIMENTO), MOTIVO GRAVADO NO STATHIST E DESCRICAO; LINHA EM
007800*    BRANCO OU COM "*" NA COLUNA 1 E COMENTARIO
007900 FD  REGRA-FILE
008000     RECORDING MODE IS F.
008100 01  REGRA-RECORD.
008200     05  RGR-ID              PIC X(04).
008300     05  FILLER              PIC X(01).
008400     05  RGR-TIPO            PIC X(04).
008500     05  FILLER              PIC X(01).
008600     05  RGR-STATUS-DE       PIC X(05).
008700     05  FILLER              PIC X(01).
008800     05  RGR-STATUS-PARA     PIC X(01).
008900     05  FILLER              PIC X(01).
009000     05  RGR-LIMITE          PIC 9(04).
009100     05  FILLER              PIC X(01).
009200     05  RGR-MOTIVO          PIC X(04).
009300     05  FILLER              PIC X(01).
009400     05  RGR-DESCRICAO       PIC X(30).
009500*
009600 FD  CUSTOMER-MASTER.
009700*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009800 COPY "CUSTREC.cpy".
009900*
010000 FD  AGING-DET-FILE
010100     RECORDING MODE IS F.
010200*    DETALHE DO AGING POR CLIENTE, EM ORDEM DE CLIENTE (VER
010300*    COPYBOOKS/AGINGDET.CPY)
010400 COPY "AGINGDET.cpy".
010500*
010600 FD  SETTLE-FILE.
010700*    LIQUIDACOES DE TITULOS (VER COPYBOOKS/SETLREG.CPY)
010800 COPY "SETLREG.cpy".
010900*
011000 FD  DORM-FILE.
011100*    CONTROLE DE DORMENCIA (VER COPYBOOKS/DORMREG.CPY)
011200 COPY "DORMREG.cpy".
011300*
011400 FD  PENDING-TRANS-FILE
011500     RECORDING MODE IS F.
011600 01  PENDING-TRANS-RECORD.
011700     05  PEND-DATA-EFETIVA   PIC 9(08).
011800     05  FILLER              PIC X(01).
011900     05  PEND-ID             PIC X(10).
012000     05  FILLER              PIC X(01).
012100     05  PEND-STATUS-NOVO    PIC X(01).
012200     05  FILLER              PIC X(01).
012300     05  PEND-MOTIVO         PIC X(04).
012400     05  FILLER              PIC X(01).
012500     05  PEND-ORIGEM         PIC X(01).
012600     05  FILLER              PIC X(01).
012700     05  PEND-REGRA          PIC X(04).
012800*
012900 FD  PRINT-FILE
013000     RECORDING MODE IS F.
013100 01  PRINT-LINE              PIC X(132).
013200*
013300 WORKING-STORAGE SECTION.
013400*
013500 77  WS-REGRA-FILE-STATUS    PIC X(02) VALUE ZEROS.
013600     88  REGRA-FILE-OK       VALUE "00".
013700 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
013800     88  MASTER-OK           VALUE "00".
013900 77  WS-AGING-FILE-STATUS    PIC X(02) VALUE ZEROS.
014000     88  AGING-FILE-OK       VALUE "00".
014100 77  WS-SETTLE-FILE-STATUS   PIC X(02) VALUE ZEROS.
014200     88  SETTLE-OK           VALUE "00".
014300 77  WS-DORM-FILE-STATUS     PIC X(02) VALUE ZEROS.
014400     88  DORM-OK             VALUE "00".
014500 77  WS-PENDTRAN-FILE-STATUS PIC X(02) VALUE ZEROS.
014600     88  PENDTRAN-FILE-OK    VALUE "00".
014700 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
014800     88  PRINT-FILE-OK       VALUE "00".
014900*
015000 77  WS-REGRA-EOF-SWITCH     PIC X(01) VALUE "N".
015100     88  FIM-DAS-REGRAS      VALUE "Y".
015200 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
015300     88  FIM-DO-MESTRE       VALUE "Y".
015400 77  WS-AGING-EOF-SWITCH     PIC X(01) VALUE "N".
015500     88  FIM-DO-AGING        VALUE "Y".
015600 77  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
015700     88  FIM-DOS-AGENDADOS   VALUE "Y".
015800 77  WS-STL-EOF-SWITCH       PIC X(01) VALUE "N".
015900     88  FIM-DAS-LIQUIDACOES VALUE "Y".
016000 77  WS-DRM-EOF-SWITCH       PIC X(01) VALUE "N".
016100     88  FIM-DA-DORMENCIA    VALUE "Y".
016200*
016300*    ARQUIVOS DE APOIO ABERTOS (SEM ELES, AS REGRAS DO TIPO
016400*    CORRESPONDENTE NAO DISPARAM)
016500 77  WS-AGING-SW             PIC X(01) VALUE "N".
016600     88  AGING-DISPONIVEL    VALUE "Y".
016700 77  WS-SETTLE-SW            PIC X(01) VALUE "N".
016800     88  SETLREG-DISPONIVEL  VALUE "Y".
016900 77  WS-DORM-SW              PIC X(01) VALUE "N".
017000     88  DORMCTL-DISPONIVEL  VALUE "Y".
017100 77  WS-PENDTRAN-ABERTO-SW   PIC X(01) VALUE "N".
017200     88  PENDTRAN-DISPONIVEL VALUE "Y".
017300*
017400***************************************************************
017500*    TABELA DE REGRAS (STATRGR), NA ORDEM DOS CARTOES
017600***************************************************************
017700 77  WS-QTDE-REGRAS          PIC 9(03) COMP VALUE ZERO.
017800 01  TABELA-REGRAS.
017900     05  REGRA-ITEM OCCURS 1 TO 50 TIMES
018000         DEPENDING ON WS-QTDE-REGRAS.
018100         10  RGT-ID          PIC X(04).
018200         10  RGT-TIPO        PIC X(04).
018300             88  RGT-ATRASO      VALUE "ATRS".
018400             88  RGT-QUITACAO    VALUE "QUIT".
018500             88  RGT-INATIVIDADE VALUE "INAT".
018600         10  RGT-STATUS-DE   PIC X(05).
018700         10  RGT-STATUS-PARA PIC X(01).
018800         10  RGT-LIMITE      PIC 9(04).
018900         10  RGT-MOTIVO      PIC X(04).
019000         10  RGT-DESCRICAO   PIC X(30).
019100         10  RGT-DATA-CORTE  PIC 9(08).
019200         10  RGT-QTDE        PIC 9(07) COMP.
019300 77  WS-SUB-RGR              PIC 9(03) COMP VALUE ZERO.
019400 77  WS-REGRA-ACHADA         PIC 9(03) COMP VALUE ZERO.
019500*
019600***************************************************************
019700*    CLIENTES COM MUDANCA JA AGENDADA NO PENDTRAN
019800***************************************************************
019900 77  WS-QTDE-AGENDADOS       PIC 9(05) COMP VALUE ZERO.
020000 01  TABELA-AGENDADOS.
020100     05  AGENDADO-ITEM OCCURS 1 TO 5000 TIMES
020200         DEPENDING ON WS-QTDE-AGENDADOS
020300         INDEXED BY AGN-IDX.
020400         10  AGN-CUST-ID     PIC X(10).
020500 77  WS-AGENDADO-SW          PIC X(01) VALUE "N".
020600     88  CLIENTE-JA-AGENDADO VALUE "Y".
020700 77  WS-QTDE-AGN-ESTOURO     PIC 9(07) COMP VALUE ZERO.
020800*
020900***************************************************************
021000*    SITUACAO DO CLIENTE EM AVALIACAO
021100***************************************************************
021200 77  WS-DIAS-ATRASO          PIC 9(05) VALUE ZERO.
021300 77  WS-LIQ-SW               PIC X(01) VALUE "N".
021400     88  LIQUIDACAO-APURADA  VALUE "Y".
021500 77  WS-DATA-ULT-LIQ         PIC 9(08) VALUE ZERO.
021600 77  WS-DIAS-DESDE-LIQ       PIC S9(05) VALUE ZERO.
021700 77  WS-MOV-SW               PIC X(01) VALUE "N".
021800     88  MOVIMENTO-APURADO   VALUE "Y".
021900 77  WS-DATA-ULT-MOV         PIC 9(08) VALUE ZERO.
022000 77  WS-DATA-MOV-CONTA       PIC 9(08) VALUE ZERO.
022100 77  WS-QTDE-STATUS-DE       PIC 9(02) COMP VALUE ZERO.
022200*
022300***************************************************************
022400*    CORTE DAS REGRAS DE INATIVIDADE: HOJE MENOS N MESES (O DIA
022500*    FICA O MESMO; A COMPARACAO E SO DE ORDEM)
022600***************************************************************
022700 01  WS-DATA-TRAB.
022800     05  WS-DT-ANO           PIC 9(04).
022900     05  WS-DT-MES           PIC 9(02).
023000     05  WS-DT-DIA           PIC 9(02).
023100 77  WS-MESES-TOTAL          PIC 9(06) COMP VALUE ZERO.
023200 77  WS-DN-ANO               PIC 9(04) COMP VALUE ZERO.
023300 77  WS-RESTO-MES            PIC 9(02) COMP VALUE ZERO.
023400*
023500***************************************************************
023600*    TOTAIS DE CONTROLE
023700***************************************************************
023800 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
023900 77  WS-QTDE-CANCELADOS      PIC 9(07) COMP VALUE ZERO.
024000 77  WS-QTDE-JA-AGENDADOS    PIC 9(07) COMP VALUE ZERO.
024100 77  WS-QTDE-AGENDADAS       PIC 9(07) COMP VALUE ZERO.
024200 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
024300 77  WS-LIMITE-DISP          PIC 9(04) VALUE ZEROS.
024400*
024500***************************************************************
024600*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
024700*    COPYBOOKS/RPTWRT.CPY)
024800***************************************************************
024900 COPY "RPTWRT.cpy".
025000 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
025100*
025200***************************************************************
025300*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
025400***************************************************************
025500 COPY "CALHDL.cpy".
025600*
025700***************************************************************
025800*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
025900*    RUNDATE.CPY)
026000***************************************************************
026100 COPY "RUNDATE.cpy".
026200*
026300***************************************************************
026400*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
026500***************************************************************
026600 COPY "ERRHDL.cpy".
026700*
026800 PROCEDURE DIVISION.
026900*
027000***************************************************************
027100*    0000-MAINLINE                                              *
027200***************************************************************
027300 0000-MAINLINE.
027400     MOVE ZERO TO RETURN-CODE.
027500     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
027600     ACCEPT RUN-HORA FROM TIME.
027700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
027800     IF RETURN-CODE NOT = ZERO
027900         GO TO 0000-MAINLINE-FIM
028000     END-IF.
028100     PERFORM 1100-LER-CLIENTE THRU 1100-LER-CLIENTE-EXIT.
028200     PERFORM 2000-AVALIAR-CLIENTE
028300         THRU 2000-AVALIAR-CLIENTE-EXIT
028400         UNTIL FIM-DO-MESTRE.
028500 0000-MAINLINE-FIM.
028600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
028700     STOP RUN.
028800*
028900***************************************************************
029000*    1000-INICIALIZAR - REGRAS, AGENDAMENTOS JA EXISTENTES E    *
029100*    ARQUIVOS; SO O STATRGR, O CUSTMAST E O PENDTRAN SAO        *
029200*    OBRIGATORIOS                                               *
029300***************************************************************
029400 1000-INICIALIZAR.
029500     PERFORM 1200-CARREGAR-REGRAS
029600         THRU 1200-CARREGAR-REGRAS-EXIT.
029700     IF RETURN-CODE NOT = ZERO
029800         GO TO 1000-INICIALIZAR-EXIT
029900     END-IF.
030000     PERFORM 1300-CARREGAR-AGENDADOS
030100         THRU 1300-CARREGAR-AGENDADOS-EXIT.
030200     OPEN INPUT CUSTOMER-MASTER.
030300     IF NOT MASTER-OK
030400         MOVE "STREGRAS" TO ERR-PROGRAMA
030500         SET ERR-TIPO-ARQUIVO TO TRUE
030600         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
030700         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
030800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 1000-INICIALIZAR-EXIT
031100     END-IF.
031200     OPEN EXTEND PENDING-TRANS-FILE.
031300     IF NOT PENDTRAN-FILE-OK
031400         OPEN OUTPUT PENDING-TRANS-FILE
031500     END-IF.
031600     IF NOT PENDTRAN-FILE-OK
031700         MOVE "STREGRAS" TO ERR-PROGRAMA
031800         SET ERR-TIPO-ARQUIVO TO TRUE
031900         MOVE "ABERTURA DO ARQUIVO PENDTRAN" TO ERR-CONTEXTO
032000         MOVE WS-PENDTRAN-FILE-STATUS TO ERR-FILE-STATUS
032100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
032200         CLOSE CUSTOMER-MASTER
032300         MOVE 16 TO RETURN-CODE
032400         GO TO 1000-INICIALIZAR-EXIT
032500     END-IF.
032600     MOVE "Y" TO WS-PENDTRAN-ABERTO-SW.
032700*    SEM O AGINGDET, AS REGRAS DE ATRASO NAO DISPARAM
032800     OPEN INPUT AGING-DET-FILE.
032900     IF AGING-FILE-OK
033000         MOVE "Y" TO WS-AGING-SW
033100         PERFORM 1400-LER-AGING THRU 1400-LER-AGING-EXIT
033200     ELSE
033300         DISPLAY "AVISO: AGINGDET INDISPONIVEL (STATUS "
033400             WS-AGING-FILE-STATUS ") - REGRAS ATRS NAO DISPARAM."
033500         MOVE "Y" TO WS-AGING-EOF-SWITCH
033600     END-IF.
033700*    SEM O SETLREG, AS REGRAS DE QUITACAO NAO DISPARAM
033800     OPEN INPUT SETTLE-FILE.
033900     IF SETTLE-OK
034000         MOVE "Y" TO WS-SETTLE-SW
034100     ELSE
034200         DISPLAY "AVISO: SETLREG INDISPONIVEL (STATUS "
034300             WS-SETTLE-FILE-STATUS ") - REGRAS QUIT NAO DISPARAM."
034400     END-IF.
034500*    SEM O DORMCTL, AS REGRAS DE INATIVIDADE NAO DISPARAM
034600     OPEN INPUT DORM-FILE.
034700     IF DORM-OK
034800         MOVE "Y" TO WS-DORM-SW
034900     ELSE
035000         DISPLAY "AVISO: DORMCTL INDISPONIVEL (STATUS "
035100             WS-DORM-FILE-STATUS ") - REGRAS INAT NAO DISPARAM."
035200     END-IF.
035300     OPEN OUTPUT PRINT-FILE.
035400     MOVE "MUDANCAS DE STATUS POR REGRA" TO RPT-TITULO.
035500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
035600     SET RPT-ACAO-INICIAR TO TRUE.
035700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
035800     PERFORM 8000-GRAVAR-LINHAS-RPT
035900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
036000 1000-INICIALIZAR-EXIT.
036100     EXIT.
036200*
036300***************************************************************
036400*    1100-LER-CLIENTE                                           *
036500***************************************************************
036600 1100-LER-CLIENTE.
036700     READ CUSTOMER-MASTER NEXT RECORD
036800         AT END
036900             MOVE "Y" TO WS-MASTER-EOF-SWITCH
037000     END-READ.
037100 1100-LER-CLIENTE-EXIT.
037200     EXIT.
037300*
037400***************************************************************
037500*    1200-CARREGAR-REGRAS - STATRGR NA TABELA; SEM REGRA VALIDA *
037600*    NAO HA O QUE AVALIAR                                       *
037700***************************************************************
037800 1200-CARREGAR-REGRAS.
037900     OPEN INPUT REGRA-FILE.
038000     IF NOT REGRA-FILE-OK
038100         MOVE "STREGRAS" TO ERR-PROGRAMA
038200         SET ERR-TIPO-ARQUIVO TO TRUE
038300         MOVE "ABERTURA DO ARQUIVO STATRGR" TO ERR-CONTEXTO
038400         MOVE WS-REGRA-FILE-STATUS TO ERR-FILE-STATUS
038500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
038600         MOVE 16 TO RETURN-CODE
038700         GO TO 1200-CARREGAR-REGRAS-EXIT
038800     END-IF.
038900     PERFORM 1250-GUARDAR-REGRA THRU 1250-GUARDAR-REGRA-EXIT
039000         UNTIL FIM-DAS-REGRAS.
039100     CLOSE REGRA-FILE.
039200     IF WS-QTDE-REGRAS = ZERO
039300         DISPLAY "STATRGR SEM REGRAS VALIDAS - NADA A AVALIAR."
039400         MOVE 4 TO RETURN-CODE
039500     END-IF.
039600 1200-CARREGAR-REGRAS-EXIT.
039700     EXIT.
039800*
039900***************************************************************
040000*    1250-GUARDAR-REGRA - CANCELAMENTO E DEFINITIVO E NAO SAI   *
040100*    DE REGRA AUTOMATICA                                        *
040200***************************************************************
040300 1250-GUARDAR-REGRA.
040400     READ REGRA-FILE
040500         AT END
040600             MOVE "Y" TO WS-REGRA-EOF-SWITCH
040700             GO TO 1250-GUARDAR-REGRA-EXIT
040800     END-READ.
040900     IF REGRA-RECORD = SPACES
041000         OR REGRA-RECORD(1:1) = "*"
041100         GO TO 1250-GUARDAR-REGRA-EXIT
041200     END-IF.
041300     IF RGR-ID = SPACES
041400         OR NOT (RGR-TIPO = "ATRS" OR "QUIT" OR "INAT")
041500         OR RGR-STATUS-DE = SPACES
041600         OR NOT (RGR-STATUS-PARA = "S" OR "N" OR "P" OR "B")
041700         OR RGR-LIMITE NOT NUMERIC
041800         OR RGR-LIMITE = ZERO
041900         DISPLAY "LINHA INVALIDA NO STATRGR IGNORADA: "
042000             REGRA-RECORD
042100         GO TO 1250-GUARDAR-REGRA-EXIT
042200     END-IF.
042300     IF WS-QTDE-REGRAS >= 50
042400         DISPLAY "STATRGR COM MAIS DE 50 REGRAS - IGNORADA: "
042500             REGRA-RECORD
042600         GO TO 1250-GUARDAR-REGRA-EXIT
042700     END-IF.
042800     ADD 1 TO WS-QTDE-REGRAS.
042900     MOVE RGR-ID TO RGT-ID(WS-QTDE-REGRAS).
043000     MOVE RGR-TIPO TO RGT-TIPO(WS-QTDE-REGRAS).
043100     MOVE RGR-STATUS-DE TO RGT-STATUS-DE(WS-QTDE-REGRAS).
043200     MOVE RGR-STATUS-PARA TO RGT-STATUS-PARA(WS-QTDE-REGRAS).
043300     MOVE RGR-LIMITE TO RGT-LIMITE(WS-QTDE-REGRAS).
043400     IF RGR-MOTIVO = SPACES
043500         MOVE RGR-TIPO TO RGT-MOTIVO(WS-QTDE-REGRAS)
043600     ELSE
043700         MOVE RGR-MOTIVO TO RGT-MOTIVO(WS-QTDE-REGRAS)
043800     END-IF.
043900     MOVE RGR-DESCRICAO TO RGT-DESCRICAO(WS-QTDE-REGRAS).
044000     MOVE ZERO TO RGT-DATA-CORTE(WS-QTDE-REGRAS).
044100     MOVE ZERO TO RGT-QTDE(WS-QTDE-REGRAS).
044200     IF RGR-TIPO = "INAT"
044300         MOVE RUN-DATA TO WS-DATA-TRAB
044400         COMPUTE WS-MESES-TOTAL = (WS-DT-ANO * 12) + WS-DT-MES
044500             - 1 - RGR-LIMITE
044600         DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-DN-ANO
044700             REMAINDER WS-RESTO-MES
044800         MOVE WS-DN-ANO TO WS-DT-ANO
044900         COMPUTE WS-DT-MES = WS-RESTO-MES + 1
045000         MOVE WS-DATA-TRAB TO RGT-DATA-CORTE(WS-QTDE-REGRAS)
045100     END-IF.
045200 1250-GUARDAR-REGRA-EXIT.
045300     EXIT.
045400*
045500***************************************************************
045600*    1300-CARREGAR-AGENDADOS - QUEM JA TEM MUDANCA NO PENDTRAN  *
045700*    (DE PESSOA OU DE RODADA ANTERIOR AINDA NAO APLICADA) NAO   *
045800*    RECEBE OUTRA                                               *
045900***************************************************************
046000 1300-CARREGAR-AGENDADOS.
046100     OPEN INPUT PENDING-TRANS-FILE.
046200     IF NOT PENDTRAN-FILE-OK
046300         DISPLAY "PENDTRAN VAZIO OU INDISPONIVEL (STATUS "
046400             WS-PENDTRAN-FILE-STATUS ") - NENHUM AGENDAMENTO "
046500             "ANTERIOR."
046600         GO TO 1300-CARREGAR-AGENDADOS-EXIT
046700     END-IF.
046800     PERFORM 1350-GUARDAR-AGENDADO
046900         THRU 1350-GUARDAR-AGENDADO-EXIT
047000         UNTIL FIM-DOS-AGENDADOS.
047100     CLOSE PENDING-TRANS-FILE.
047200     IF WS-QTDE-AGN-ESTOURO > ZERO
047300         DISPLAY "AVISO: " WS-QTDE-AGN-ESTOURO
047400             " AGENDAMENTOS FORA DA TABELA (5000) - ESSES "
047500             "CLIENTES PODEM RECEBER MUDANCA POR REGRA."
047600     END-IF.
047700 1300-CARREGAR-AGENDADOS-EXIT.
047800     EXIT.
047900*
048000***************************************************************
048100*    1350-GUARDAR-AGENDADO                                      *
048200***************************************************************
048300 1350-GUARDAR-AGENDADO.
048400     READ PENDING-TRANS-FILE
048500         AT END
048600             MOVE "Y" TO WS-PEND-EOF-SWITCH
048700             GO TO 1350-GUARDAR-AGENDADO-EXIT
048800     END-READ.
048900     IF PEND-ID = SPACES
049000         GO TO 1350-GUARDAR-AGENDADO-EXIT
049100     END-IF.
049200     IF WS-QTDE-AGENDADOS >= 5000
049300         ADD 1 TO WS-QTDE-AGN-ESTOURO
049400         GO TO 1350-GUARDAR-AGENDADO-EXIT
049500     END-IF.
049600     ADD 1 TO WS-QTDE-AGENDADOS.
049700     MOVE PEND-ID TO AGN-CUST-ID(WS-QTDE-AGENDADOS).
049800 1350-GUARDAR-AGENDADO-EXIT.
049900     EXIT.
050000*
050100***************************************************************
050200*    1400-LER-AGING                                             *
050300***************************************************************
050400 1400-LER-AGING.
050500     READ AGING-DET-FILE
050600         AT END
050700             MOVE "Y" TO WS-AGING-EOF-SWITCH
050800     END-READ.
050900 1400-LER-AGING-EXIT.
051000     EXIT.
051100*
051200***************************************************************
051300*    2000-AVALIAR-CLIENTE - A PRIMEIRA REGRA QUE VALE AGENDA A  *
051400*    MUDANCA                                                    *
051500***************************************************************
051600 2000-AVALIAR-CLIENTE.
051700     ADD 1 TO WS-QTDE-LIDOS.
051800*    O AGINGDET VEM NA MESMA ORDEM DO MESTRE (CASAMENTO)
051900     PERFORM 1400-LER-AGING THRU 1400-LER-AGING-EXIT
052000         UNTIL FIM-DO-AGING
052100         OR AGD-CUST-ID NOT < CUST-ID.
052200     MOVE ZERO TO WS-DIAS-ATRASO.
052300     IF NOT FIM-DO-AGING
052400         AND AGD-CUST-ID = CUST-ID
052500         AND AGD-DIAS-ATRASO NUMERIC
052600         MOVE AGD-DIAS-ATRASO TO WS-DIAS-ATRASO
052700     END-IF.
052800     IF CUST-CANCELADO
052900         ADD 1 TO WS-QTDE-CANCELADOS
053000         GO TO 2000-AVALIAR-CLIENTE-LER
053100     END-IF.
053200     MOVE "N" TO WS-AGENDADO-SW.
053300     IF WS-QTDE-AGENDADOS > ZERO
053400         SET AGN-IDX TO 1
053500         SEARCH AGENDADO-ITEM
053600             WHEN AGN-CUST-ID(AGN-IDX) = CUST-ID
053700                 MOVE "Y" TO WS-AGENDADO-SW
053800         END-SEARCH
053900     END-IF.
054000     IF CLIENTE-JA-AGENDADO
054100         ADD 1 TO WS-QTDE-JA-AGENDADOS
054200         GO TO 2000-AVALIAR-CLIENTE-LER
054300     END-IF.
054400     MOVE "N" TO WS-LIQ-SW.
054500     MOVE "N" TO WS-MOV-SW.
054600     MOVE ZERO TO WS-REGRA-ACHADA.
054700     PERFORM 2100-TESTAR-REGRA THRU 2100-TESTAR-REGRA-EXIT
054800         VARYING WS-SUB-RGR FROM 1 BY 1
054900         UNTIL WS-SUB-RGR > WS-QTDE-REGRAS
055000         OR WS-REGRA-ACHADA > ZERO.
055100     IF WS-REGRA-ACHADA > ZERO
055200         PERFORM 2500-AGENDAR-MUDANCA
055300             THRU 2500-AGENDAR-MUDANCA-EXIT
055400     END-IF.
055500 2000-AVALIAR-CLIENTE-LER.
055600     PERFORM 1100-LER-CLIENTE THRU 1100-LER-CLIENTE-EXIT.
055700 2000-AVALIAR-CLIENTE-EXIT.
055800     EXIT.
055900*
056000***************************************************************
056100*    2100-TESTAR-REGRA - STATUS DE ORIGEM ACEITO PELA REGRA E   *
056200*    CONDICAO DO TIPO                                           *
056300***************************************************************
056400 2100-TESTAR-REGRA.
056500     IF RGT-STATUS-PARA(WS-SUB-RGR) = CUST-STATUS
056600         GO TO 2100-TESTAR-REGRA-EXIT
056700     END-IF.
056800     MOVE ZERO TO WS-QTDE-STATUS-DE.
056900     INSPECT RGT-STATUS-DE(WS-SUB-RGR) TALLYING WS-QTDE-STATUS-DE
057000         FOR ALL CUST-STATUS.
057100     IF WS-QTDE-STATUS-DE = ZERO
057200         GO TO 2100-TESTAR-REGRA-EXIT
057300     END-IF.
057400     IF RGT-ATRASO(WS-SUB-RGR)
057500         IF WS-DIAS-ATRASO >= RGT-LIMITE(WS-SUB-RGR)
057600             MOVE WS-SUB-RGR TO WS-REGRA-ACHADA
057700         END-IF
057800         GO TO 2100-TESTAR-REGRA-EXIT
057900     END-IF.
058000     IF RGT-QUITACAO(WS-SUB-RGR)
058100         IF CUST-SALDO < ZERO OR NOT SETLREG-DISPONIVEL
058200             GO TO 2100-TESTAR-REGRA-EXIT
058300         END-IF
058400         IF NOT LIQUIDACAO-APURADA
058500             PERFORM 2200-ULTIMA-LIQUIDACAO
058600                 THRU 2200-ULTIMA-LIQUIDACAO-EXIT
058700         END-IF
058800         IF WS-DATA-ULT-LIQ > ZERO
058900             AND WS-DIAS-DESDE-LIQ >= ZERO
059000             AND WS-DIAS-DESDE-LIQ <= RGT-LIMITE(WS-SUB-RGR)
059100             MOVE WS-SUB-RGR TO WS-REGRA-ACHADA
059200         END-IF
059300         GO TO 2100-TESTAR-REGRA-EXIT
059400     END-IF.
059500     IF RGT-INATIVIDADE(WS-SUB-RGR)
059600         IF NOT DORMCTL-DISPONIVEL
059700             GO TO 2100-TESTAR-REGRA-EXIT
059800         END-IF
059900         IF NOT MOVIMENTO-APURADO
060000             PERFORM 2300-ULTIMO-MOVIMENTO
060100                 THRU 2300-ULTIMO-MOVIMENTO-EXIT
060200         END-IF
060300         IF WS-DATA-ULT-MOV > ZERO
060400             AND WS-DATA-ULT-MOV < RGT-DATA-CORTE(WS-SUB-RGR)
060500             MOVE WS-SUB-RGR TO WS-REGRA-ACHADA
060600         END-IF
060700     END-IF.
060800 2100-TESTAR-REGRA-EXIT.
060900     EXIT.
061000*
061100***************************************************************
061200*    2200-ULTIMA-LIQUIDACAO - DATA DA LIQUIDACAO MAIS RECENTE   *
061300*    DO CLIENTE NO SETLREG E DIAS UTEIS DESDE ENTAO (NA PRACA   *
061400*    DA AGENCIA DO CLIENTE)                                     *
061500***************************************************************
061600 2200-ULTIMA-LIQUIDACAO.
061700     MOVE "Y" TO WS-LIQ-SW.
061800     MOVE ZERO TO WS-DATA-ULT-LIQ.
061900     MOVE -1 TO WS-DIAS-DESDE-LIQ.
062000     MOVE "N" TO WS-STL-EOF-SWITCH.
062100     MOVE CUST-ID TO STL-CUST-ID.
062200     MOVE ZERO TO STL-DATA-PAGTO.
062300     MOVE ZERO TO STL-VALOR-CTVS.
062400     START SETTLE-FILE KEY IS NOT LESS THAN STL-CHAVE
062500         INVALID KEY
062600             MOVE "Y" TO WS-STL-EOF-SWITCH
062700     END-START.
062800     PERFORM 2250-LER-LIQUIDACAO THRU 2250-LER-LIQUIDACAO-EXIT
062900         UNTIL FIM-DAS-LIQUIDACOES.
063000     IF WS-DATA-ULT-LIQ = ZERO
063100         GO TO 2200-ULTIMA-LIQUIDACAO-EXIT
063200     END-IF.
063300     SET CAL-ACAO-ENTRE TO TRUE.
063400     MOVE WS-DATA-ULT-LIQ TO CAL-DATA-1.
063500     MOVE RUN-DATA TO CAL-DATA-2.
063600     MOVE CUST-AGENCIA TO CAL-AGENCIA.
063700     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
063800     IF CAL-RC = ZERO
063900         MOVE CAL-DIAS-UTEIS TO WS-DIAS-DESDE-LIQ
064000     END-IF.
064100 2200-ULTIMA-LIQUIDACAO-EXIT.
064200     EXIT.
064300*
064400***************************************************************
064500*    2250-LER-LIQUIDACAO - A CHAVE JA VEM EM ORDEM DE DATA      *
064600***************************************************************
064700 2250-LER-LIQUIDACAO.
064800     READ SETTLE-FILE NEXT RECORD
064900         AT END
065000             MOVE "Y" TO WS-STL-EOF-SWITCH
065100             GO TO 2250-LER-LIQUIDACAO-EXIT
065200     END-READ.
065300     IF STL-CUST-ID NOT = CUST-ID
065400         MOVE "Y" TO WS-STL-EOF-SWITCH
065500         GO TO 2250-LER-LIQUIDACAO-EXIT
065600     END-IF.
065700     IF STL-DATA-PAGTO NUMERIC
065800         AND STL-DATA-PAGTO <= RUN-DATA
065900         MOVE STL-DATA-PAGTO TO WS-DATA-ULT-LIQ
066000     END-IF.
066100 2250-LER-LIQUIDACAO-EXIT.
066200     EXIT.
066300*
066400***************************************************************
066500*    2300-ULTIMO-MOVIMENTO - MOVIMENTO MAIS RECENTE DO CLIENTE  *
066600*    EM QUALQUER CONTA NO DORMCTL (CONTA SEM MOVIMENTO VALE A   *
066700*    DATA DE ABERTURA); CLIENTE FORA DO DORMCTL NAO E AVALIADO  *
066800***************************************************************
066900 2300-ULTIMO-MOVIMENTO.
067000     MOVE "Y" TO WS-MOV-SW.
067100     MOVE ZERO TO WS-DATA-ULT-MOV.
067200     MOVE "N" TO WS-DRM-EOF-SWITCH.
067300     MOVE CUST-ID TO DRM-CUST-ID.
067400     MOVE LOW-VALUES TO DRM-CONTA.
067500     START DORM-FILE KEY IS NOT LESS THAN DRM-CHAVE
067600         INVALID KEY
067700             MOVE "Y" TO WS-DRM-EOF-SWITCH
067800     END-START.
067900     PERFORM 2350-LER-DORMENCIA THRU 2350-LER-DORMENCIA-EXIT
068000         UNTIL FIM-DA-DORMENCIA.
068100 2300-ULTIMO-MOVIMENTO-EXIT.
068200     EXIT.
068300*
068400***************************************************************
068500*    2350-LER-DORMENCIA                                         *
068600***************************************************************
068700 2350-LER-DORMENCIA.
068800     READ DORM-FILE NEXT RECORD
068900         AT END
069000             MOVE "Y" TO WS-DRM-EOF-SWITCH
069100             GO TO 2350-LER-DORMENCIA-EXIT
069200     END-READ.
069300     IF DRM-CUST-ID NOT = CUST-ID
069400         MOVE "Y" TO WS-DRM-EOF-SWITCH
069500         GO TO 2350-LER-DORMENCIA-EXIT
069600     END-IF.
069700     MOVE ZERO TO WS-DATA-MOV-CONTA.
069800     IF DRM-DATA-ULT-MOV NUMERIC
069900         MOVE DRM-DATA-ULT-MOV TO WS-DATA-MOV-CONTA
070000     END-IF.
070100     IF WS-DATA-MOV-CONTA = ZERO
070200         AND DRM-DATA-ABERTURA NUMERIC
070300         MOVE DRM-DATA-ABERTURA TO WS-DATA-MOV-CONTA
070400     END-IF.
070500     IF WS-DATA-MOV-CONTA > WS-DATA-ULT-MOV
070600         MOVE WS-DATA-MOV-CONTA TO WS-DATA-ULT-MOV
070700     END-IF.
070800 2350-LER-DORMENCIA-EXIT.
070900     EXIT.
071000*
071100***************************************************************
071200*    2500-AGENDAR-MUDANCA - DATA EFETIVA DE HOJE, ORIGEM "R" E  *
071300*    CODIGO DA REGRA NO PENDTRAN                                *
071400***************************************************************
071500 2500-AGENDAR-MUDANCA.
071600     MOVE SPACES TO PENDING-TRANS-RECORD.
071700     MOVE RUN-DATA TO PEND-DATA-EFETIVA.
071800     MOVE CUST-ID TO PEND-ID.
071900     MOVE RGT-STATUS-PARA(WS-REGRA-ACHADA) TO PEND-STATUS-NOVO.
072000     MOVE RGT-MOTIVO(WS-REGRA-ACHADA) TO PEND-MOTIVO.
072100     MOVE "R" TO PEND-ORIGEM.
072200     MOVE RGT-ID(WS-REGRA-ACHADA) TO PEND-REGRA.
072300     WRITE PENDING-TRANS-RECORD.
072400     IF NOT PENDTRAN-FILE-OK
072500         MOVE "STREGRAS" TO ERR-PROGRAMA
072600         SET ERR-TIPO-ARQUIVO TO TRUE
072700         MOVE "GRAVACAO NO ARQUIVO PENDTRAN" TO ERR-CONTEXTO
072800         MOVE WS-PENDTRAN-FILE-STATUS TO ERR-FILE-STATUS
072900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
073000         MOVE 16 TO RETURN-CODE
073100         MOVE "Y" TO WS-MASTER-EOF-SWITCH
073200         GO TO 2500-AGENDAR-MUDANCA-EXIT
073300     END-IF.
073400     ADD 1 TO WS-QTDE-AGENDADAS.
073500     ADD 1 TO RGT-QTDE(WS-REGRA-ACHADA).
073600     MOVE SPACES TO RPT-LINHA-ENTRADA.
073700     STRING "REGRA " RGT-ID(WS-REGRA-ACHADA)
073800         " CLIENTE " CUST-ID
073900         " DE " CUST-STATUS
074000         " PARA " RGT-STATUS-PARA(WS-REGRA-ACHADA)
074100         " MOTIVO " RGT-MOTIVO(WS-REGRA-ACHADA)
074200         " AGENCIA " CUST-AGENCIA
074300         " " CUST-NOME
074400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
074500     END-STRING.
074600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
074700 2500-AGENDAR-MUDANCA-EXIT.
074800     EXIT.
074900*
075000***************************************************************
075100*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
075200*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
075300***************************************************************
075400 8000-GRAVAR-LINHAS-RPT.
075500     IF NOT PRINT-FILE-OK
075600         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
075700     END-IF.
075800     PERFORM 8100-GRAVAR-UMA-LINHA
075900         THRU 8100-GRAVAR-UMA-LINHA-EXIT
076000         VARYING WS-RPT-SUB FROM 1 BY 1
076100         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
076200 8000-GRAVAR-LINHAS-RPT-EXIT.
076300     EXIT.
076400*
076500***************************************************************
076600*    8100-GRAVAR-UMA-LINHA                                      *
076700***************************************************************
076800 8100-GRAVAR-UMA-LINHA.
076900     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
077000     WRITE PRINT-LINE.
077100 8100-GRAVAR-UMA-LINHA-EXIT.
077200     EXIT.
077300*
077400***************************************************************
077500*    8500-DETALHE - LINHA JA MONTADA EM RPT-LINHA-ENTRADA       *
077600***************************************************************
077700 8500-DETALHE.
077800     SET RPT-ACAO-DETALHE TO TRUE.
077900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
078000     PERFORM 8000-GRAVAR-LINHAS-RPT
078100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
078200 8500-DETALHE-EXIT.
078300     EXIT.
078400*
078500***************************************************************
078600*    9000-FINALIZAR - RESUMO POR REGRA E TOTAIS                 *
078700***************************************************************
078800 9000-FINALIZAR.
078900     IF PRINT-FILE-OK
079000         PERFORM 9100-RESUMO-REGRA THRU 9100-RESUMO-REGRA-EXIT
079100             VARYING WS-SUB-RGR FROM 1 BY 1
079200             UNTIL WS-SUB-RGR > WS-QTDE-REGRAS
079300         MOVE WS-QTDE-AGENDADAS TO WS-QTDE-DISP
079400         MOVE SPACES TO RPT-LINHA-ENTRADA
079500         STRING "MUDANCAS AGENDADAS POR REGRA " WS-QTDE-DISP
079600             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
079700         END-STRING
079800         SET RPT-ACAO-TOTAL TO TRUE
079900         CALL "REPORT-WRITER" USING RPT-PARAMETROS
080000         PERFORM 8000-GRAVAR-LINHAS-RPT
080100             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
080200         CLOSE PRINT-FILE
080300     END-IF.
080400     IF PENDTRAN-DISPONIVEL
080500         CLOSE PENDING-TRANS-FILE
080600         CLOSE CUSTOMER-MASTER
080700     END-IF.
080800     IF AGING-DISPONIVEL
080900         CLOSE AGING-DET-FILE
081000     END-IF.
081100     IF SETLREG-DISPONIVEL
081200         CLOSE SETTLE-FILE
081300     END-IF.
081400     IF DORMCTL-DISPONIVEL
081500         CLOSE DORM-FILE
081600     END-IF.
081700     DISPLAY "====== AVALIADOR DE REGRAS DE STATUS ======".
081800     DISPLAY "REGRAS CARREGADAS ..: " WS-QTDE-REGRAS.
081900     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-LIDOS.
082000     DISPLAY "CANCELADOS (FORA) ..: " WS-QTDE-CANCELADOS.
082100     DISPLAY "JA AGENDADOS (FORA) : " WS-QTDE-JA-AGENDADOS.
082200     DISPLAY "MUDANCAS AGENDADAS .: " WS-QTDE-AGENDADAS.
082300 9000-FINALIZAR-EXIT.
082400     EXIT.
082500*
082600***************************************************************
082700*    9100-RESUMO-REGRA                                          *
082800***************************************************************
082900 9100-RESUMO-REGRA.
083000     MOVE RGT-QTDE(WS-SUB-RGR) TO WS-QTDE-DISP.
083100     MOVE RGT-LIMITE(WS-SUB-RGR) TO WS-LIMITE-DISP.
083200     MOVE SPACES TO RPT-LINHA-ENTRADA.
083300     STRING "RESUMO REGRA " RGT-ID(WS-SUB-RGR)
083400         " " RGT-TIPO(WS-SUB-RGR)
083500         " LIMITE " WS-LIMITE-DISP
083600         " DE " RGT-STATUS-DE(WS-SUB-RGR)
083700         " PARA " RGT-STATUS-PARA(WS-SUB-RGR)
083800         " QTDE " WS-QTDE-DISP
083900         " " RGT-DESCRICAO(WS-SUB-RGR)
084000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
084100     END-STRING.
084200     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
084300 9100-RESUMO-REGRA-EXIT.
084400     EXIT.
