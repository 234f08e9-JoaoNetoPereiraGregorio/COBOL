000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONTESTACAO-CICLO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CICLO DIARIO DAS CONTESTACOES DE
001200*                       LANCAMENTO ABERTAS NA TELA CNTA (ARQUIVO
001300*                       CONTEST, VER COPYBOOKS/CTSREG.CPY). ANTES
001400*                       A RECLAMACAO DO CLIENTE FICAVA SO COMO
001500*                       TEXTO NO CUSTNOTA, SEM PRAZO NEM
001600*                       DESFECHO. O PASSO: (1) LOCALIZA NO
001700*                       JRNFILE (ORIGEM "CONTESTA") A DATA/HORA
001800*                       DE CADA CREDITO PROVISORIO JA APLICADO
001900*                       PELO LOTE DIARIO - E A REFERENCIA DE UM
002000*                       ESTORNO FUTURO; (2) APLICA OS PARECERES
002100*                       DO CARTAO CTSDEC (ANALISTA COM A FUNCAO
002200*                       "CONTEST" NA MATRIZ, EVENTO DE AUDITORIA
002300*                       POR DECISAO): PROCEDENTE TORNA O CREDITO
002400*                       DEFINITIVO (OU O LANCA, SE AINDA NAO
002500*                       HOUVE), IMPROCEDENTE GERA O ESTORNO "V"
002600*                       DO CREDITO PROVISORIO; (3) LANCA O
002700*                       CREDITO PROVISORIO "C" MOTIVO "CTSP" NA
002800*                       CONTA "CC" DA CONTESTACAO ABERTA HA
002900*                       CTSDIAS DIAS UTEIS (PADRAO 5, PELO
003000*                       CAL-BUSINESS-DAY NA PRACA DA AGENCIA).
003100*                       CREDITOS E ESTORNOS SAEM NO CTSPOST,
003200*                       LAYOUT DO CLIMSTTX COM HEADER/TRAILER DE
003300*                       HDRTRL.CPY, QUE ENTRA NO PROXIMO LOTE
003400*                       DIARIO. O RELATORIO CTSPRT LISTA AS
003500*                       CONTESTACOES EM ANDAMENTO E O QUADRO POR
003600*                       AGENCIA E FAIXA DE IDADE (DIAS UTEIS); A
003700*                       QUE PASSA DO PRAZO REGULATORIO DE
003800*                       RESPOSTA (CTSPRAZO, PADRAO 10 DIAS UTEIS)
003900*                       GERA UM ALERTA NO ALERTLOG, UMA VEZ SO.
004000*                       O CADASTRO CONTEST MANTIDO AQUI E LIDO
004100*                       DIRETO PELO PROTESTO-SELECIONAR, QUE
004200*                       SEGURA O TITULO DO DEVEDOR COM
004300*                       CONTESTACAO EM ANDAMENTO. CARTAO RECUSADO
004400*                       DA RC 4.
004500***************************************************************
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CONTEST-FILE ASSIGN TO "CONTEST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CTS-CHAVE
005400         FILE STATUS IS WS-CONTEST-FILE-STATUS.
005500     SELECT DECISION-FILE ASSIGN TO "CTSDEC"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-DECISION-FILE-STATUS.
005800     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
006100     SELECT POSTING-OUT-FILE ASSIGN TO "CTSPOST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-POSTING-FILE-STATUS.
006700     SELECT PRINT-FILE ASSIGN TO "CTSPRT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PRINT-FILE-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007400 FD  CONTEST-FILE.
007500*    CADASTRO DE CONTESTACOES (VER COPYBOOKS/CTSREG.CPY)
007600 COPY "CTSREG.cpy".
007700*
007800*    PARECER DO ANALISTA: TRINCA DO LANCAMENTO CONTESTADO,
007900*    D=PROCEDENTE (DEFERIDA) OU N=IMPROCEDENTE, ANALISTA E PARECER
008000 FD  DECISION-FILE
008100     RECORDING MODE IS F.
008200 01  DECISION-RECORD.
008300     05  DEC-CUST-ID         PIC X(10).
008400     05  FILLER              PIC X(01).
008500     05  DEC-JRN-DATA        PIC 9(08).
008600     05  FILLER              PIC X(01).
008700     05  DEC-JRN-HORA        PIC 9(08).
008800     05  FILLER              PIC X(01).
008900     05  DEC-DECISAO         PIC X(01).
009000         88  DEC-PROCEDENTE      VALUE "D".
009100         88  DEC-IMPROCEDENTE    VALUE "N".
009200     05  FILLER              PIC X(01).
009300     05  DEC-ANALISTA        PIC X(08).
009400     05  FILLER              PIC X(01).
009500     05  DEC-PARECER         PIC X(40).
009600*
009700 FD  JOURNAL-FILE
009800     RECORDING MODE IS F.
009900*    LAYOUT COMUM DO JOURNAL (VER COPYBOOKS/JRNREC.CPY)
010000 COPY "JRNREC.cpy".
010100*
010200 FD  POSTING-OUT-FILE
010300     RECORDING MODE IS F.
010400*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
010500*    POSTREG.CPY) - CREDITO E ESTORNO SAEM PELO CAMINHO NORMAL
010600 COPY "POSTREG.cpy".
010700*
011600 FD  PRINT-FILE
011700     RECORDING MODE IS F.
011800 01  PRINT-LINE              PIC X(132).
011900*
012000 WORKING-STORAGE SECTION.
012100*
012200 77  WS-CONTEST-FILE-STATUS  PIC X(02) VALUE ZEROS.
012300     88  CONTEST-OK          VALUE "00".
012400     88  CONTEST-NAO-ACHADO  VALUE "23", "35".
012500 77  WS-DECISION-FILE-STATUS PIC X(02) VALUE ZEROS.
012600     88  DECISION-FILE-OK    VALUE "00".
012700 77  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE ZEROS.
012800     88  JOURNAL-FILE-OK     VALUE "00".
012900 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
013000     88  POSTING-FILE-OK     VALUE "00".
013300 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
013400     88  PRINT-FILE-OK       VALUE "00".
013500*
013600 77  WS-CONTEST-EOF-SWITCH   PIC X(01) VALUE "N".
013700     88  FIM-DAS-CONTESTACOES VALUE "Y".
013800 77  WS-DEC-EOF-SWITCH       PIC X(01) VALUE "N".
013900     88  FIM-DAS-DECISOES    VALUE "Y".
014000 77  WS-JRN-EOF-SWITCH       PIC X(01) VALUE "N".
014100     88  FIM-DO-JOURNAL      VALUE "Y".
014200 77  WS-ACHOU-SW             PIC X(01) VALUE "N".
014300     88  CREDITO-ACHADO      VALUE "Y".
014400*
014500 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
014600*
014700***************************************************************
014800*    PARAMETROS DE AMBIENTE: CTSDIAS = DIAS UTEIS ATE O CREDITO
014900*    PROVISORIO (PADRAO 5); CTSPRAZO = PRAZO REGULATORIO DE
015000*    RESPOSTA EM DIAS UTEIS (PADRAO 10)
015100***************************************************************
015200 77  WS-DIAS-CREDITO         PIC 9(03) VALUE ZERO.
015300 77  WS-DIAS-PRAZO           PIC 9(03) VALUE ZERO.
015400 77  WS-IDADE                PIC S9(05) VALUE ZERO.
015500 77  WS-IDADE-EDITADA        PIC ZZZZ9.
015600 77  WS-FAIXA                PIC 9(01) VALUE ZERO.
015700*
015800***************************************************************
015900*    CREDITOS PROVISORIOS EMITIDOS E AINDA NAO LOCALIZADOS NO
016000*    JOURNAL, E OS JA LOCALIZADOS (PARA O MESMO LANCAMENTO NAO
016100*    SER ATRIBUIDO A DUAS CONTESTACOES)
016200***************************************************************
016300 77  WS-QTDE-PENDENTES       PIC 9(04) COMP VALUE ZERO.
016400 01  TABELA-PENDENTES.
016500     05  PEN-ITEM OCCURS 1 TO 2000 TIMES
016600         DEPENDING ON WS-QTDE-PENDENTES
016700         INDEXED BY PEN-IDX.
016800         10  PEN-CHAVE       PIC X(26).
016900         10  PEN-CUST-ID     PIC X(10).
017000         10  PEN-VALOR       PIC 9(07)V99.
017100         10  PEN-EMISSAO     PIC 9(08).
017200         10  PEN-ACHADO      PIC X(01).
017300         10  PEN-DATA        PIC 9(08).
017400         10  PEN-HORA        PIC 9(08).
017500 77  WS-QTDE-CONFIRMADOS     PIC 9(04) COMP VALUE ZERO.
017600 01  TABELA-CONFIRMADOS.
017700     05  CNF-ITEM OCCURS 1 TO 2000 TIMES
017800         DEPENDING ON WS-QTDE-CONFIRMADOS
017900         INDEXED BY CNF-IDX.
018000         10  CNF-CUST-ID     PIC X(10).
018100         10  CNF-DATA        PIC 9(08).
018200         10  CNF-HORA        PIC 9(08).
018300 77  WS-MENOR-EMISSAO        PIC 9(08) VALUE ZERO.
018400 77  WS-PEN-SUB              PIC 9(04) COMP VALUE ZERO.
018500*
018600***************************************************************
018700*    DELTA DO LANCAMENTO NO JOURNAL (SALDO DAS IMAGENS)
018800***************************************************************
018900 01  WS-SALDO-IMAGEM-AREA.
019000     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
019100 77  WS-SALDO-ANTES          PIC S9(7)V99 VALUE ZERO.
019200 77  WS-SALDO-DEPOIS         PIC S9(7)V99 VALUE ZERO.
019300 77  WS-DELTA                PIC S9(7)V99 VALUE ZERO.
019400*
019500***************************************************************
019600*    QUADRO POR AGENCIA E FAIXA DE IDADE EM DIAS UTEIS
019700*    (1 = ATE 5, 2 = 6 A 10, 3 = 11 A 20, 4 = MAIS DE 20)
019800***************************************************************
019900 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
020000 01  TABELA-AGENCIAS.
020100     05  AGE-ITEM OCCURS 1 TO 100 TIMES
020200         DEPENDING ON WS-QTDE-AGENCIAS
020300         INDEXED BY AGE-IDX.
020400         10  AGE-CODIGO      PIC X(02).
020500         10  AGE-FAIXA       PIC 9(05) OCCURS 4 TIMES.
020600         10  AGE-VENCIDAS    PIC 9(05).
020700         10  AGE-VALOR       PIC 9(09)V99.
020800 77  WS-AGE-SUB              PIC 9(03) COMP VALUE ZERO.
020900 01  WS-FAIXAS-EDITADAS.
021000     05  WS-FAIXA-ED         PIC ZZZZ9 OCCURS 4 TIMES.
021100 77  WS-VENCIDAS-ED          PIC ZZZZ9.
021200*
021300***************************************************************
021400*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
021500*    COPYBOOKS/HDRTRL.CPY)
021600***************************************************************
021700 COPY "HDRTRL.cpy".
021800 01  WS-HEADER-SAIDA.
021900     05  FILLER              PIC X(02) VALUE "H ".
022000     05  WSH-DATA            PIC 9(08).
022100     05  FILLER              PIC X(01) VALUE SPACE.
022200     05  WSH-ORIGEM          PIC X(08) VALUE "CONTESTA".
022300 01  WS-TRAILER-SAIDA.
022400     05  FILLER              PIC X(02) VALUE "T ".
022500     05  WST-QTDE            PIC 9(07).
022600     05  FILLER              PIC X(01) VALUE SPACE.
022700     05  WST-HASH            PIC 9(13).
022800*
022900***************************************************************
023000*    TOTAIS DE CONTROLE
023100***************************************************************
023200 77  WS-QTDE-CONFIRMACOES    PIC 9(07) COMP VALUE ZERO.
023300 77  WS-QTDE-DECISOES        PIC 9(07) COMP VALUE ZERO.
023400 77  WS-QTDE-PROCEDENTES     PIC 9(07) COMP VALUE ZERO.
023500 77  WS-QTDE-IMPROCEDENTES   PIC 9(07) COMP VALUE ZERO.
023600 77  WS-QTDE-RECUSADAS       PIC 9(07) COMP VALUE ZERO.
023700 77  WS-QTDE-CREDITOS        PIC 9(07) COMP VALUE ZERO.
023800 77  WS-QTDE-ESTORNOS        PIC 9(07) COMP VALUE ZERO.
023900 77  WS-QTDE-ANDAMENTO       PIC 9(07) COMP VALUE ZERO.
024000 77  WS-QTDE-VENCIDAS        PIC 9(07) COMP VALUE ZERO.
024100 77  WS-QTDE-EST-PENDENTES   PIC 9(07) COMP VALUE ZERO.
024200 77  WS-TOTAL-CREDITADO      PIC 9(11)V99 VALUE ZERO.
024300 77  WS-TOTAL-ESTORNADO      PIC 9(11)V99 VALUE ZERO.
024400 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
024500 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
024600 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
024700*
024800***************************************************************
024900*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
025000*    COPYBOOKS/CALHDL.CPY)
025100***************************************************************
025200 COPY "CALHDL.cpy".
025300*
025400***************************************************************
025500*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
025600*    COPYBOOKS/RPTWRT.CPY)
025700***************************************************************
025800 COPY "RPTWRT.cpy".
025900 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
026000*
026100***************************************************************
026200*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
026300*    RUNDATE.CPY)
026400***************************************************************
026500 COPY "RUNDATE.cpy".
026600*
026700***************************************************************
026800*    PARAMETROS DA ROTINA COMPARTILHADA DE SEGURANCA
026900***************************************************************
027000 COPY "SECHDL.cpy".
027100*
027200***************************************************************
027300*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
027400***************************************************************
027500 COPY "AUDHDL.cpy".
027600*
027700***************************************************************
027800*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA (VER
027900*    COPYBOOKS/ALRHDL.CPY)
028000***************************************************************
028100 COPY "ALRHDL.cpy".
028200*
028300***************************************************************
028400*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
028500***************************************************************
028600 COPY "ERRHDL.cpy".
028700*
028800 PROCEDURE DIVISION.
028900*
029000***************************************************************
029100*    0000-MAINLINE                                              *
029200***************************************************************
029300 0000-MAINLINE.
029400     MOVE ZERO TO RETURN-CODE.
029500     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
029600     ACCEPT RUN-HORA FROM TIME.
029700     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
029800     ACCEPT WS-DIAS-CREDITO FROM ENVIRONMENT "CTSDIAS".
029900     IF WS-DIAS-CREDITO = ZERO
030000         MOVE 5 TO WS-DIAS-CREDITO
030100     END-IF.
030200     ACCEPT WS-DIAS-PRAZO FROM ENVIRONMENT "CTSPRAZO".
030300     IF WS-DIAS-PRAZO = ZERO
030400         MOVE 10 TO WS-DIAS-PRAZO
030500     END-IF.
030600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
030700     IF RETURN-CODE NOT = ZERO
030800         GO TO 0000-MAINLINE-FIM
030900     END-IF.
031000     PERFORM 2000-CONFIRMAR-CREDITOS
031100         THRU 2000-CONFIRMAR-CREDITOS-EXIT.
031200     PERFORM 3000-APLICAR-DECISOES
031300         THRU 3000-APLICAR-DECISOES-EXIT.
031400     PERFORM 4000-VARRER-CONTESTACOES
031500         THRU 4000-VARRER-CONTESTACOES-EXIT.
031600     PERFORM 5000-QUADRO-AGENCIAS
031700         THRU 5000-QUADRO-AGENCIAS-EXIT.
031800     PERFORM 6000-ENCERRAR-ARQUIVOS
031900         THRU 6000-ENCERRAR-ARQUIVOS-EXIT.
032000     IF WS-QTDE-RECUSADAS > ZERO
032100         MOVE 4 TO RETURN-CODE
032200     END-IF.
032300 0000-MAINLINE-FIM.
032400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
032500     STOP RUN.
032600*
032700***************************************************************
032800*    1000-INICIALIZAR - CONTEST (CRIADO VAZIO NA PRIMEIRA VEZ), *
032800*    HEADER DO CTSPOST E CABECALHO DO RELATORIO                 *
033000***************************************************************
033100 1000-INICIALIZAR.
033200     OPEN I-O CONTEST-FILE.
033300     IF CONTEST-NAO-ACHADO
033400         OPEN OUTPUT CONTEST-FILE
033500         CLOSE CONTEST-FILE
033600         OPEN I-O CONTEST-FILE
033700     END-IF.
033800     IF NOT CONTEST-OK
033900         MOVE "CTSCICLO" TO ERR-PROGRAMA
034000         SET ERR-TIPO-ARQUIVO TO TRUE
034100         MOVE "ABERTURA DO ARQUIVO CONTEST" TO ERR-CONTEXTO
034200         MOVE WS-CONTEST-FILE-STATUS TO ERR-FILE-STATUS
034300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
034400         MOVE 16 TO RETURN-CODE
034500         GO TO 1000-INICIALIZAR-EXIT
034600     END-IF.
034700     OPEN OUTPUT POSTING-OUT-FILE.
034800     IF NOT POSTING-FILE-OK
034900         MOVE "CTSCICLO" TO ERR-PROGRAMA
035000         SET ERR-TIPO-ARQUIVO TO TRUE
035100         MOVE "ABERTURA DO ARQUIVO CTSPOST" TO ERR-CONTEXTO
035200         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
035300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
035400         CLOSE CONTEST-FILE
035500         MOVE 16 TO RETURN-CODE
035600         GO TO 1000-INICIALIZAR-EXIT
035700     END-IF.
035800     MOVE RUN-DATA TO WSH-DATA.
035900     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
036000     WRITE POSTING-OUT-RECORD.
036700     OPEN OUTPUT PRINT-FILE.
036800     MOVE "CONTESTACOES DE LANCAMENTO" TO RPT-TITULO.
036900     MOVE ZERO TO RPT-LINHAS-POR-PAG.
037000     SET RPT-ACAO-INICIAR TO TRUE.
037100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
037200     PERFORM 8000-GRAVAR-LINHAS-RPT
037300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
037400 1000-INICIALIZAR-EXIT.
037500     EXIT.
037600*
037700***************************************************************
037800*    1100-LER-CONTESTACAO - PROXIMA DO CONTEST NA ORDEM DA      *
037900*    CHAVE                                                      *
038000***************************************************************
038100 1100-LER-CONTESTACAO.
038200     READ CONTEST-FILE NEXT RECORD
038300         AT END
038400             MOVE "Y" TO WS-CONTEST-EOF-SWITCH
038500     END-READ.
038600 1100-LER-CONTESTACAO-EXIT.
038700     EXIT.
038800*
038900***************************************************************
039000*    1200-POSICIONAR-INICIO - BROWSE DO CONTEST DESDE A PRIMEIRA*
039100*    CHAVE                                                      *
039200***************************************************************
039300 1200-POSICIONAR-INICIO.
039400     MOVE "N" TO WS-CONTEST-EOF-SWITCH.
039500     MOVE LOW-VALUES TO CTS-CHAVE.
039600     START CONTEST-FILE KEY IS NOT LESS THAN CTS-CHAVE
039700         INVALID KEY
039800             MOVE "Y" TO WS-CONTEST-EOF-SWITCH
039900     END-START.
040000     IF NOT FIM-DAS-CONTESTACOES
040100         PERFORM 1100-LER-CONTESTACAO
040200             THRU 1100-LER-CONTESTACAO-EXIT
040300     END-IF.
040400 1200-POSICIONAR-INICIO-EXIT.
040500     EXIT.
040600*
040700***************************************************************
040800*    2000-CONFIRMAR-CREDITOS - CREDITO PROVISORIO JA EMITIDO E  *
040900*    SEM DATA/HORA NO JOURNAL: PROCURA O LANCAMENTO "CONTESTA"  *
041000*    DO CLIENTE, COM O MESMO VALOR, A PARTIR DA EMISSAO         *
041100***************************************************************
041200 2000-CONFIRMAR-CREDITOS.
041300     PERFORM 1200-POSICIONAR-INICIO
041400         THRU 1200-POSICIONAR-INICIO-EXIT.
041500     PERFORM 2100-GUARDAR-PENDENTE THRU 2100-GUARDAR-PENDENTE-EXIT
041600         UNTIL FIM-DAS-CONTESTACOES.
041700     IF WS-QTDE-PENDENTES = ZERO
041800         GO TO 2000-CONFIRMAR-CREDITOS-EXIT
041900     END-IF.
042000     OPEN INPUT JOURNAL-FILE.
042100     IF NOT JOURNAL-FILE-OK
042200         DISPLAY "AVISO: JRNFILE INDISPONIVEL (STATUS "
042300             WS-JOURNAL-FILE-STATUS ") - CREDITOS PROVISORIOS "
042400             "NAO CONFIRMADOS NESTA RODADA."
042500         GO TO 2000-CONFIRMAR-CREDITOS-EXIT
042600     END-IF.
042700     MOVE "N" TO WS-JRN-EOF-SWITCH.
042800     PERFORM 2200-LER-JOURNAL THRU 2200-LER-JOURNAL-EXIT.
042900     PERFORM 2300-CASAR-JOURNAL THRU 2300-CASAR-JOURNAL-EXIT
043000         UNTIL FIM-DO-JOURNAL.
043100     CLOSE JOURNAL-FILE.
043200     PERFORM 2400-GRAVAR-CONFIRMACAO
043300         THRU 2400-GRAVAR-CONFIRMACAO-EXIT
043400         VARYING WS-PEN-SUB FROM 1 BY 1
043500         UNTIL WS-PEN-SUB > WS-QTDE-PENDENTES.
043600 2000-CONFIRMAR-CREDITOS-EXIT.
043700     EXIT.
043800*
043900***************************************************************
044000*    2100-GUARDAR-PENDENTE - CREDITO EMITIDO SEM REFERENCIA VAI *
044100*    PARA A TABELA DE PENDENTES; COM REFERENCIA, PARA A DE      *
044200*    CONFIRMADOS                                                *
044300***************************************************************
044400 2100-GUARDAR-PENDENTE.
044500     IF CTS-PROV-EMISSAO = ZERO
044600         GO TO 2100-GUARDAR-PENDENTE-LER
044700     END-IF.
044800     IF CTS-PROV-DATA NOT = ZERO
044900         IF WS-QTDE-CONFIRMADOS < 2000
045000             ADD 1 TO WS-QTDE-CONFIRMADOS
045100             MOVE CTS-CUST-ID TO CNF-CUST-ID(WS-QTDE-CONFIRMADOS)
045200             MOVE CTS-PROV-DATA TO CNF-DATA(WS-QTDE-CONFIRMADOS)
045300             MOVE CTS-PROV-HORA TO CNF-HORA(WS-QTDE-CONFIRMADOS)
045400         END-IF
045500         GO TO 2100-GUARDAR-PENDENTE-LER
045600     END-IF.
045700     IF WS-QTDE-PENDENTES = 2000
045800         DISPLAY "AVISO: MAIS DE 2000 CREDITOS PROVISORIOS A "
045900             "CONFIRMAR - " CTS-CHAVE " FICA PARA A PROXIMA "
046000             "RODADA."
046100         GO TO 2100-GUARDAR-PENDENTE-LER
046200     END-IF.
046300     ADD 1 TO WS-QTDE-PENDENTES.
046400     MOVE CTS-CHAVE TO PEN-CHAVE(WS-QTDE-PENDENTES).
046500     MOVE CTS-CUST-ID TO PEN-CUST-ID(WS-QTDE-PENDENTES).
046600     MOVE CTS-VALOR TO PEN-VALOR(WS-QTDE-PENDENTES).
046700     MOVE CTS-PROV-EMISSAO TO PEN-EMISSAO(WS-QTDE-PENDENTES).
046800     MOVE "N" TO PEN-ACHADO(WS-QTDE-PENDENTES).
046900     MOVE ZERO TO PEN-DATA(WS-QTDE-PENDENTES).
047000     MOVE ZERO TO PEN-HORA(WS-QTDE-PENDENTES).
047100     IF WS-MENOR-EMISSAO = ZERO
047200         OR CTS-PROV-EMISSAO < WS-MENOR-EMISSAO
047300         MOVE CTS-PROV-EMISSAO TO WS-MENOR-EMISSAO
047400     END-IF.
047500 2100-GUARDAR-PENDENTE-LER.
047600     PERFORM 1100-LER-CONTESTACAO THRU 1100-LER-CONTESTACAO-EXIT.
047700 2100-GUARDAR-PENDENTE-EXIT.
047800     EXIT.
047900*
048000***************************************************************
048100*    2200-LER-JOURNAL                                           *
048200***************************************************************
048300 2200-LER-JOURNAL.
048400     READ JOURNAL-FILE
048500         AT END
048600             MOVE "Y" TO WS-JRN-EOF-SWITCH
048700     END-READ.
048800 2200-LER-JOURNAL-EXIT.
048900     EXIT.
049000*
049100***************************************************************
049200*    2300-CASAR-JOURNAL - CREDITO "CONTESTA" NAO ATRIBUIDO AINDA*
049300*    CASA COM O PRIMEIRO PENDENTE DO CLIENTE COM O MESMO VALOR  *
049400*    E EMISSAO ATE A DATA DO LANCAMENTO                         *
049500***************************************************************
049600 2300-CASAR-JOURNAL.
049700     IF JRN-PROGRAMA NOT = "CONTESTA"
049800         OR JRN-DATA < WS-MENOR-EMISSAO
049900         GO TO 2300-CASAR-JOURNAL-LER
050000     END-IF.
050100     IF WS-QTDE-CONFIRMADOS > ZERO
050200         SET CNF-IDX TO 1
050300         SEARCH CNF-ITEM
050400             AT END
050500                 CONTINUE
050600             WHEN CNF-CUST-ID(CNF-IDX) = JRN-CHAVE
050700                 AND CNF-DATA(CNF-IDX) = JRN-DATA
050800                 AND CNF-HORA(CNF-IDX) = JRN-HORA
050900                 GO TO 2300-CASAR-JOURNAL-LER
051000         END-SEARCH
051100     END-IF.
051200     MOVE ZERO TO WS-SALDO-ANTES.
051300     MOVE JRN-ANTES(42:9) TO WS-SALDO-IMAGEM-AREA.
051400     IF WS-SALDO-IMAGEM NUMERIC
051500         MOVE WS-SALDO-IMAGEM TO WS-SALDO-ANTES
051600     END-IF.
051700     MOVE ZERO TO WS-SALDO-DEPOIS.
051800     MOVE JRN-DEPOIS(42:9) TO WS-SALDO-IMAGEM-AREA.
051900     IF WS-SALDO-IMAGEM NUMERIC
052000         MOVE WS-SALDO-IMAGEM TO WS-SALDO-DEPOIS
052100     END-IF.
052200     COMPUTE WS-DELTA = WS-SALDO-DEPOIS - WS-SALDO-ANTES.
052300     SET PEN-IDX TO 1.
052400     SEARCH PEN-ITEM
052500         AT END
052600             CONTINUE
052700         WHEN PEN-CUST-ID(PEN-IDX) = JRN-CHAVE
052800             AND PEN-ACHADO(PEN-IDX) = "N"
052900             AND PEN-VALOR(PEN-IDX) = WS-DELTA
053000             AND PEN-EMISSAO(PEN-IDX) NOT > JRN-DATA
053100             MOVE "Y" TO PEN-ACHADO(PEN-IDX)
053200             MOVE JRN-DATA TO PEN-DATA(PEN-IDX)
053300             MOVE JRN-HORA TO PEN-HORA(PEN-IDX)
053400     END-SEARCH.
053500 2300-CASAR-JOURNAL-LER.
053600     PERFORM 2200-LER-JOURNAL THRU 2200-LER-JOURNAL-EXIT.
053700 2300-CASAR-JOURNAL-EXIT.
053800     EXIT.
053900*
054000***************************************************************
054100*    2400-GRAVAR-CONFIRMACAO - DATA/HORA DO CREDITO NO CONTEST; *
054200*    A IMPROCEDENTE QUE ESPERAVA POR ELA GANHA O ESTORNO AGORA  *
054300***************************************************************
054400 2400-GRAVAR-CONFIRMACAO.
054500     IF PEN-ACHADO(WS-PEN-SUB) NOT = "Y"
054600         GO TO 2400-GRAVAR-CONFIRMACAO-EXIT
054700     END-IF.
054800     MOVE PEN-CHAVE(WS-PEN-SUB) TO CTS-CHAVE.
054900     READ CONTEST-FILE
055000         INVALID KEY
055100             CONTINUE
055200     END-READ.
055300     IF NOT CONTEST-OK
055400         GO TO 2400-GRAVAR-CONFIRMACAO-EXIT
055500     END-IF.
055600     MOVE PEN-DATA(WS-PEN-SUB) TO CTS-PROV-DATA.
055700     MOVE PEN-HORA(WS-PEN-SUB) TO CTS-PROV-HORA.
055800     ADD 1 TO WS-QTDE-CONFIRMACOES.
055900     MOVE CTS-VALOR TO WS-VALOR-EDITADO.
056000     MOVE SPACES TO RPT-LINHA-ENTRADA.
056100     STRING "CREDITO CONFIRMADO " CTS-CUST-ID " LANCTO "
056200         CTS-JRN-DATA " " CTS-JRN-HORA " CREDITO " CTS-PROV-DATA
056300         " " CTS-PROV-HORA " R$ " WS-VALOR-EDITADO
056400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
056500     END-STRING.
056600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
056700     IF CTS-ESTORNO-PENDENTE
056800         PERFORM 2800-EMITIR-ESTORNO THRU 2800-EMITIR-ESTORNO-EXIT
056900         SET CTS-IMPROCEDENTE TO TRUE
057000     END-IF.
057100     PERFORM 7000-REGRAVAR-CONTESTACAO
057200         THRU 7000-REGRAVAR-CONTESTACAO-EXIT.
057300 2400-GRAVAR-CONFIRMACAO-EXIT.
057400     EXIT.
057500*
057600***************************************************************
057700*    2700-EMITIR-CREDITO - CREDITO "C" MOTIVO "CTSP" NA CONTA   *
057800*    "CC" NO CTSPOST                                            *
057900***************************************************************
058000 2700-EMITIR-CREDITO.
058100     MOVE SPACES TO POSTING-OUT-RECORD.
058200     MOVE "C" TO PST-ACAO.
058300     MOVE CTS-CUST-ID TO PST-ID.
058400     MOVE CTS-VALOR TO PST-SALDO.
058500     MOVE "CC" TO PST-CONTA.
058600     MOVE "CTSP" TO PST-MOTIVO.
058700     WRITE POSTING-OUT-RECORD.
058800     ADD 1 TO CTRL-QTDE-DETALHES.
058900     COMPUTE CTRL-HASH-DETALHES =
059000         CTRL-HASH-DETALHES + (CTS-VALOR * 100).
059100     MOVE RUN-DATA TO CTS-PROV-EMISSAO.
059200     ADD 1 TO WS-QTDE-CREDITOS.
059300     ADD CTS-VALOR TO WS-TOTAL-CREDITADO.
059400     MOVE CTS-VALOR TO WS-VALOR-EDITADO.
059500     MOVE SPACES TO RPT-LINHA-ENTRADA.
059600     STRING "CREDITO EMITIDO    " CTS-CUST-ID " LANCTO "
059700         CTS-JRN-DATA " " CTS-JRN-HORA " ORIGEM " CTS-JRN-PROGRAMA
059800         " R$ " WS-VALOR-EDITADO
059900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
060000     END-STRING.
060100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
060200 2700-EMITIR-CREDITO-EXIT.
060300     EXIT.
060400*
060500***************************************************************
060600*    2800-EMITIR-ESTORNO - ESTORNO "V" DO CREDITO PROVISORIO,   *
060700*    REFERENCIADO PELA DATA/HORA DELE NO JOURNAL                *
060800***************************************************************
060900 2800-EMITIR-ESTORNO.
061000     MOVE SPACES TO POSTING-OUT-RECORD.
061100     MOVE "V" TO PST-ACAO.
061200     MOVE CTS-CUST-ID TO PST-ID.
061300     MOVE CTS-VALOR TO PST-SALDO.
061400     MOVE CTS-PROV-DATA TO PST-DATA-EFETIVA.
061500     MOVE CTS-PROV-HORA TO PST-HORA-ORIG.
061600     MOVE "CC" TO PST-CONTA.
061700     WRITE POSTING-OUT-RECORD.
061800     ADD 1 TO CTRL-QTDE-DETALHES.
061900     COMPUTE CTRL-HASH-DETALHES =
062000         CTRL-HASH-DETALHES + (CTS-VALOR * 100).
062100     MOVE RUN-DATA TO CTS-DATA-ESTORNO.
062200     ADD 1 TO WS-QTDE-ESTORNOS.
062300     ADD CTS-VALOR TO WS-TOTAL-ESTORNADO.
062400     MOVE CTS-VALOR TO WS-VALOR-EDITADO.
062500     MOVE SPACES TO RPT-LINHA-ENTRADA.
062600     STRING "ESTORNO EMITIDO    " CTS-CUST-ID " LANCTO "
062700         CTS-JRN-DATA " " CTS-JRN-HORA " CREDITO " CTS-PROV-DATA
062800         " " CTS-PROV-HORA " R$ " WS-VALOR-EDITADO
062900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
063000     END-STRING.
063100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
063200     MOVE "CTSCICLO" TO AUD-PROGRAMA.
063300     MOVE 9 TO AUD-OPCODE.
063400     MOVE "ESTORNO" TO AUD-EVENTO.
063500     MOVE CTS-CUST-ID TO AUD-CHAVE.
063600     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
063700 2800-EMITIR-ESTORNO-EXIT.
063800     EXIT.
063900*
064000***************************************************************
064100*    3000-APLICAR-DECISOES - UM CARTAO CTSDEC POR CONTESTACAO   *
064200***************************************************************
064300 3000-APLICAR-DECISOES.
064400     OPEN INPUT DECISION-FILE.
064500     IF NOT DECISION-FILE-OK
064600         DISPLAY "AVISO: CTSDEC AUSENTE - SEM PARECERES NESTA "
064700             "RODADA."
064800         GO TO 3000-APLICAR-DECISOES-EXIT
064900     END-IF.
065000     PERFORM 3100-LER-DECISAO THRU 3100-LER-DECISAO-EXIT.
065100     PERFORM 3200-TRATAR-DECISAO THRU 3200-TRATAR-DECISAO-EXIT
065200         UNTIL FIM-DAS-DECISOES.
065300     CLOSE DECISION-FILE.
065400 3000-APLICAR-DECISOES-EXIT.
065500     EXIT.
065600*
065700***************************************************************
065800*    3100-LER-DECISAO                                           *
065900***************************************************************
066000 3100-LER-DECISAO.
066100     READ DECISION-FILE
066200         AT END
066300             MOVE "Y" TO WS-DEC-EOF-SWITCH
066400     END-READ.
066500 3100-LER-DECISAO-EXIT.
066600     EXIT.
066700*
066800***************************************************************
066900*    3200-TRATAR-DECISAO - SO CONTESTACAO EM ANDAMENTO, COM     *
067000*    ANALISTA QUE TENHA A FUNCAO "CONTEST", ACEITA O PARECER    *
067100***************************************************************
067200 3200-TRATAR-DECISAO.
067300     ADD 1 TO WS-QTDE-DECISOES.
067400     IF DEC-JRN-DATA NOT NUMERIC OR DEC-JRN-HORA NOT NUMERIC
067500         DISPLAY "DECISAO RECUSADA - DATA/HORA INVALIDA NO "
067600             "CARTAO " WS-QTDE-DECISOES
067700         ADD 1 TO WS-QTDE-RECUSADAS
067800         GO TO 3200-TRATAR-DECISAO-LER
067900     END-IF.
068000     IF NOT DEC-PROCEDENTE AND NOT DEC-IMPROCEDENTE
068100         DISPLAY "DECISAO INVALIDA NA CONTESTACAO " DEC-CUST-ID
068200             " " DEC-JRN-DATA " " DEC-JRN-HORA ": " DEC-DECISAO
068300         ADD 1 TO WS-QTDE-RECUSADAS
068400         GO TO 3200-TRATAR-DECISAO-LER
068500     END-IF.
068600     MOVE DEC-CUST-ID TO CTS-CUST-ID.
068700     MOVE DEC-JRN-DATA TO CTS-JRN-DATA.
068800     MOVE DEC-JRN-HORA TO CTS-JRN-HORA.
068900     READ CONTEST-FILE
069000         INVALID KEY
069100             CONTINUE
069200     END-READ.
069300     IF NOT CONTEST-OK
069400         DISPLAY "DECISAO RECUSADA - CONTESTACAO " DEC-CUST-ID
069500             " " DEC-JRN-DATA " " DEC-JRN-HORA " NAO ENCONTRADA"
069600         ADD 1 TO WS-QTDE-RECUSADAS
069700         GO TO 3200-TRATAR-DECISAO-LER
069800     END-IF.
069900     IF NOT CTS-EM-ANDAMENTO
070000         DISPLAY "DECISAO RECUSADA - CONTESTACAO " DEC-CUST-ID
070100             " " DEC-JRN-DATA " " DEC-JRN-HORA " JA DECIDIDA ("
070200             CTS-SITUACAO ")"
070300         ADD 1 TO WS-QTDE-RECUSADAS
070400         GO TO 3200-TRATAR-DECISAO-LER
070500     END-IF.
070600     SET SEC-ACAO-FUNCAO TO TRUE.
070700     MOVE DEC-ANALISTA TO SEC-OPERADOR.
070800     MOVE "CONTEST " TO SEC-FUNCAO.
070900     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
071000     IF DEC-ANALISTA = SPACES OR SEC-RC NOT = ZERO
071100         DISPLAY "DECISAO RECUSADA - ANALISTA " DEC-ANALISTA
071200             " SEM A FUNCAO CONTEST NA CONTESTACAO " DEC-CUST-ID
071300             " " DEC-JRN-DATA " " DEC-JRN-HORA
071400         ADD 1 TO WS-QTDE-RECUSADAS
071500         GO TO 3200-TRATAR-DECISAO-LER
071600     END-IF.
071700     MOVE DEC-ANALISTA TO CTS-ANALISTA.
071800     MOVE RUN-DATA TO CTS-DATA-RESOLUCAO.
071900     MOVE DEC-PARECER TO CTS-PARECER.
072000     MOVE "CTSCICLO" TO AUD-PROGRAMA.
072100     MOVE 9 TO AUD-OPCODE.
072200     MOVE CTS-CUST-ID TO AUD-CHAVE.
072300     MOVE CTS-VALOR TO WS-VALOR-EDITADO.
072400     MOVE SPACES TO RPT-LINHA-ENTRADA.
072500     IF DEC-PROCEDENTE
072600         STRING "PROCEDENTE         " CTS-CUST-ID " LANCTO "
072700             CTS-JRN-DATA " " CTS-JRN-HORA " R$ " WS-VALOR-EDITADO
072800             " ANALISTA " DEC-ANALISTA
072900             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
073000         END-STRING
073100         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
073200         IF CTS-ABERTA
073300             PERFORM 2700-EMITIR-CREDITO
073400                 THRU 2700-EMITIR-CREDITO-EXIT
073500         END-IF
073600         SET CTS-PROCEDENTE TO TRUE
073700         MOVE "PROCEDENTE" TO AUD-EVENTO
073800         ADD 1 TO WS-QTDE-PROCEDENTES
073900     ELSE
074000         STRING "IMPROCEDENTE       " CTS-CUST-ID " LANCTO "
074100             CTS-JRN-DATA " " CTS-JRN-HORA " R$ " WS-VALOR-EDITADO
074200             " ANALISTA " DEC-ANALISTA
074300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
074400         END-STRING
074500         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
074600         PERFORM 3300-NEGAR-CONTESTACAO
074700             THRU 3300-NEGAR-CONTESTACAO-EXIT
074800         MOVE "IMPROCEDEN" TO AUD-EVENTO
074900         ADD 1 TO WS-QTDE-IMPROCEDENTES
075000     END-IF.
075100     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
075200     PERFORM 7000-REGRAVAR-CONTESTACAO
075300         THRU 7000-REGRAVAR-CONTESTACAO-EXIT.
075400 3200-TRATAR-DECISAO-LER.
075500     PERFORM 3100-LER-DECISAO THRU 3100-LER-DECISAO-EXIT.
075600 3200-TRATAR-DECISAO-EXIT.
075700     EXIT.
075800*
075900***************************************************************
076000*    3300-NEGAR-CONTESTACAO - SEM CREDITO DADO NADA A DESFAZER; *
076100*    COM CREDITO JA NO JOURNAL O ESTORNO SAI AGORA; CREDITO     *
076200*    AINDA NAO APLICADO ESPERA A CONFIRMACAO (SITUACAO "X")     *
076300***************************************************************
076400 3300-NEGAR-CONTESTACAO.
076500     IF CTS-ABERTA
076600         SET CTS-IMPROCEDENTE TO TRUE
076700         GO TO 3300-NEGAR-CONTESTACAO-EXIT
076800     END-IF.
076900     IF CTS-PROV-DATA NOT = ZERO
077000         PERFORM 2800-EMITIR-ESTORNO THRU 2800-EMITIR-ESTORNO-EXIT
077100         SET CTS-IMPROCEDENTE TO TRUE
077200     ELSE
077300         SET CTS-ESTORNO-PENDENTE TO TRUE
077400     END-IF.
077500 3300-NEGAR-CONTESTACAO-EXIT.
077600     EXIT.
077700*
077800***************************************************************
077900*    4000-VARRER-CONTESTACOES - IDADE EM DIAS UTEIS DE CADA     *
078000*    CONTESTACAO EM ANDAMENTO: CREDITO PROVISORIO, ALERTA DE    *
078000*    PRAZO, LINHA DO RELATORIO E QUADRO                         *
078200***************************************************************
078300 4000-VARRER-CONTESTACOES.
078400     PERFORM 1200-POSICIONAR-INICIO
078500         THRU 1200-POSICIONAR-INICIO-EXIT.
078600     PERFORM 4100-AVALIAR-CONTESTACAO
078700         THRU 4100-AVALIAR-CONTESTACAO-EXIT
078800         UNTIL FIM-DAS-CONTESTACOES.
078900 4000-VARRER-CONTESTACOES-EXIT.
079000     EXIT.
079100*
079200***************************************************************
079300*    4100-AVALIAR-CONTESTACAO                                   *
079400***************************************************************
079500 4100-AVALIAR-CONTESTACAO.
079600     IF CTS-ESTORNO-PENDENTE
079700         ADD 1 TO WS-QTDE-EST-PENDENTES
079800         GO TO 4100-AVALIAR-CONTESTACAO-LER
079900     END-IF.
080000     IF NOT CTS-EM-ANDAMENTO
080100         GO TO 4100-AVALIAR-CONTESTACAO-LER
080200     END-IF.
080300     ADD 1 TO WS-QTDE-ANDAMENTO.
080400     MOVE ZERO TO WS-IDADE.
080500     SET CAL-ACAO-ENTRE TO TRUE.
080600     MOVE CTS-DATA-ABERTURA TO CAL-DATA-1.
080700     MOVE RUN-DATA TO CAL-DATA-2.
080800     MOVE CTS-AGENCIA TO CAL-AGENCIA.
080900     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
081000     IF CAL-RC = ZERO
081100         MOVE CAL-DIAS-UTEIS TO WS-IDADE
081200     END-IF.
081300     IF WS-IDADE < ZERO
081400         MOVE ZERO TO WS-IDADE
081500     END-IF.
081600     IF CTS-ABERTA AND WS-IDADE NOT < WS-DIAS-CREDITO
081700         PERFORM 2700-EMITIR-CREDITO THRU 2700-EMITIR-CREDITO-EXIT
081800         SET CTS-PROVISORIA TO TRUE
081900         MOVE "CTSCICLO" TO AUD-PROGRAMA
082000         MOVE 9 TO AUD-OPCODE
082100         MOVE "CRED-PROV" TO AUD-EVENTO
082200         MOVE CTS-CUST-ID TO AUD-CHAVE
082300         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
082400         PERFORM 7000-REGRAVAR-CONTESTACAO
082500             THRU 7000-REGRAVAR-CONTESTACAO-EXIT
082600     END-IF.
082700     EVALUATE TRUE
082800         WHEN WS-IDADE NOT > 5
082900             MOVE 1 TO WS-FAIXA
083000         WHEN WS-IDADE NOT > 10
083100             MOVE 2 TO WS-FAIXA
083200         WHEN WS-IDADE NOT > 20
083300             MOVE 3 TO WS-FAIXA
083400         WHEN OTHER
083500             MOVE 4 TO WS-FAIXA
083600     END-EVALUATE.
083700     PERFORM 4200-ACUMULAR-AGENCIA
083800         THRU 4200-ACUMULAR-AGENCIA-EXIT.
083900     MOVE WS-IDADE TO WS-IDADE-EDITADA.
084000     MOVE CTS-VALOR TO WS-VALOR-EDITADO.
084100     MOVE SPACES TO RPT-LINHA-ENTRADA.
084200     STRING "EM ANDAMENTO " CTS-SITUACAO " AG " CTS-AGENCIA " "
084300         CTS-CUST-ID " LANCTO " CTS-JRN-DATA " " CTS-JRN-HORA
084400         " " CTS-JRN-PROGRAMA " ABERTA " CTS-DATA-ABERTURA
084500         " DIAS UTEIS " WS-IDADE-EDITADA " R$ " WS-VALOR-EDITADO
084600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
084700     END-STRING.
084800     IF WS-IDADE > WS-DIAS-PRAZO
084900         ADD 1 TO WS-QTDE-VENCIDAS
085000         MOVE "*FORA DO PRAZO*" TO RPT-LINHA-ENTRADA(114:15)
085100         PERFORM 4300-ALERTAR-PRAZO THRU 4300-ALERTAR-PRAZO-EXIT
085200     END-IF.
085300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
086200 4100-AVALIAR-CONTESTACAO-LER.
086300     PERFORM 1100-LER-CONTESTACAO THRU 1100-LER-CONTESTACAO-EXIT.
086400 4100-AVALIAR-CONTESTACAO-EXIT.
086500     EXIT.
086600*
086700***************************************************************
086800*    4200-ACUMULAR-AGENCIA - LINHA DA AGENCIA NO QUADRO         *
086900***************************************************************
087000 4200-ACUMULAR-AGENCIA.
087100     SET AGE-IDX TO 1.
087200     IF WS-QTDE-AGENCIAS > ZERO
087300         SEARCH AGE-ITEM
087400             AT END
087500                 SET AGE-IDX TO WS-QTDE-AGENCIAS
087600                 SET AGE-IDX UP BY 1
087700             WHEN AGE-CODIGO(AGE-IDX) = CTS-AGENCIA
087800                 CONTINUE
087900         END-SEARCH
088000     END-IF.
088100     IF AGE-IDX > WS-QTDE-AGENCIAS
088200         IF WS-QTDE-AGENCIAS = 100
088300             GO TO 4200-ACUMULAR-AGENCIA-EXIT
088400         END-IF
088500         ADD 1 TO WS-QTDE-AGENCIAS
088600         SET AGE-IDX TO WS-QTDE-AGENCIAS
088700         MOVE CTS-AGENCIA TO AGE-CODIGO(AGE-IDX)
088800         MOVE ZERO TO AGE-FAIXA(AGE-IDX, 1) AGE-FAIXA(AGE-IDX, 2)
088900             AGE-FAIXA(AGE-IDX, 3) AGE-FAIXA(AGE-IDX, 4)
089000             AGE-VENCIDAS(AGE-IDX) AGE-VALOR(AGE-IDX)
089100     END-IF.
089200     ADD 1 TO AGE-FAIXA(AGE-IDX, WS-FAIXA).
089300     ADD CTS-VALOR TO AGE-VALOR(AGE-IDX).
089400     IF WS-IDADE > WS-DIAS-PRAZO
089500         ADD 1 TO AGE-VENCIDAS(AGE-IDX)
089600     END-IF.
089700 4200-ACUMULAR-AGENCIA-EXIT.
089800     EXIT.
089900*
090000***************************************************************
090100*    4300-ALERTAR-PRAZO - UM ALERTA POR CONTESTACAO QUE PASSOU  *
090200*    DO PRAZO REGULATORIO (CTS-DATA-ALERTA EVITA REPETIR)       *
090300***************************************************************
090400 4300-ALERTAR-PRAZO.
090500     IF CTS-DATA-ALERTA NOT = ZERO
090600         GO TO 4300-ALERTAR-PRAZO-EXIT
090700     END-IF.
090800     MOVE "CTSCICLO" TO ALR-PROGRAMA.
090900     SET ALR-SEV-AVISO TO TRUE.
091000     MOVE SPACES TO ALR-MENSAGEM.
091100     STRING "CONTESTACAO FORA DO PRAZO " CTS-CUST-ID " AG "
091200         CTS-AGENCIA " DIAS UTEIS " WS-IDADE-EDITADA
091300         DELIMITED BY SIZE INTO ALR-MENSAGEM
091400     END-STRING.
091500     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
091600     MOVE RUN-DATA TO CTS-DATA-ALERTA.
091700     PERFORM 7000-REGRAVAR-CONTESTACAO
091800         THRU 7000-REGRAVAR-CONTESTACAO-EXIT.
091900 4300-ALERTAR-PRAZO-EXIT.
092000     EXIT.
092100*
092200***************************************************************
092300*    5000-QUADRO-AGENCIAS - CONTESTACOES EM ANDAMENTO POR       *
092400*    AGENCIA E FAIXA DE IDADE                                   *
092500***************************************************************
092600 5000-QUADRO-AGENCIAS.
092700     MOVE SPACES TO RPT-LINHA-ENTRADA.
092800     STRING "QUADRO POR AGENCIA (DIAS UTEIS)  ATE 5  6-10 11-20"
092900         "   >20  FORA DO PRAZO"
093000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
093100     END-STRING.
093200     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
093300     PERFORM 5100-LINHA-AGENCIA THRU 5100-LINHA-AGENCIA-EXIT
093400         VARYING WS-AGE-SUB FROM 1 BY 1
093500         UNTIL WS-AGE-SUB > WS-QTDE-AGENCIAS.
093600 5000-QUADRO-AGENCIAS-EXIT.
093700     EXIT.
093800*
093900***************************************************************
094000*    5100-LINHA-AGENCIA                                         *
094100***************************************************************
094200 5100-LINHA-AGENCIA.
094300     MOVE AGE-FAIXA(WS-AGE-SUB, 1) TO WS-FAIXA-ED(1).
094400     MOVE AGE-FAIXA(WS-AGE-SUB, 2) TO WS-FAIXA-ED(2).
094500     MOVE AGE-FAIXA(WS-AGE-SUB, 3) TO WS-FAIXA-ED(3).
094600     MOVE AGE-FAIXA(WS-AGE-SUB, 4) TO WS-FAIXA-ED(4).
094700     MOVE AGE-VENCIDAS(WS-AGE-SUB) TO WS-VENCIDAS-ED.
094800     MOVE AGE-VALOR(WS-AGE-SUB) TO WS-TOTAL-EDITADO.
094900     MOVE SPACES TO RPT-LINHA-ENTRADA.
095000     STRING "AGENCIA " AGE-CODIGO(WS-AGE-SUB)
095100         "                      " WS-FAIXA-ED(1) " "
095200         WS-FAIXA-ED(2) " " WS-FAIXA-ED(3) " " WS-FAIXA-ED(4)
095300         "          " WS-VENCIDAS-ED
095400         "  R$ " WS-TOTAL-EDITADO
095500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
095600     END-STRING.
095700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
095800 5100-LINHA-AGENCIA-EXIT.
095900     EXIT.
096000*
096100***************************************************************
096200*    6000-ENCERRAR-ARQUIVOS - TRAILER DO CTSPOST, TOTAL DO      *
096300*    RELATORIO E FECHAMENTO                                     *
096400***************************************************************
096500 6000-ENCERRAR-ARQUIVOS.
096600     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
096700     MOVE CTRL-HASH-DETALHES TO WST-HASH.
096800     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
096900     WRITE POSTING-OUT-RECORD.
097000     MOVE WS-QTDE-ANDAMENTO TO WS-QTDE-DISP.
097100     MOVE SPACES TO RPT-LINHA-ENTRADA.
097200     STRING "CONTESTACOES EM ANDAMENTO " WS-QTDE-DISP
097300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
097400     END-STRING.
097500     MOVE WS-QTDE-VENCIDAS TO WS-QTDE-DISP.
097600     MOVE "FORA DO PRAZO" TO RPT-LINHA-ENTRADA(35:13).
097700     MOVE WS-QTDE-DISP TO RPT-LINHA-ENTRADA(49:7).
097800     SET RPT-ACAO-TOTAL TO TRUE.
097900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
098000     PERFORM 8000-GRAVAR-LINHAS-RPT
098100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
098200     CLOSE CONTEST-FILE.
098300     CLOSE POSTING-OUT-FILE.
098700     IF PRINT-FILE-OK
098800         CLOSE PRINT-FILE
098900     END-IF.
099000 6000-ENCERRAR-ARQUIVOS-EXIT.
099100     EXIT.
099200*
099300***************************************************************
099400*    7000-REGRAVAR-CONTESTACAO                                  *
099500***************************************************************
099600 7000-REGRAVAR-CONTESTACAO.
099700     REWRITE CONTESTACAO-RECORD.
099800     IF NOT CONTEST-OK
099900         MOVE "CTSCICLO" TO ERR-PROGRAMA
100000         SET ERR-TIPO-ARQUIVO TO TRUE
100100         MOVE "REGRAVACAO NO ARQUIVO CONTEST" TO ERR-CONTEXTO
100200         MOVE WS-CONTEST-FILE-STATUS TO ERR-FILE-STATUS
100300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
100400         MOVE 8 TO RETURN-CODE
100500     END-IF.
100600 7000-REGRAVAR-CONTESTACAO-EXIT.
100700     EXIT.
100800*
100900***************************************************************
101000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
101100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
101200***************************************************************
101300 8000-GRAVAR-LINHAS-RPT.
101400     IF NOT PRINT-FILE-OK
101500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
101600     END-IF.
101700     PERFORM 8100-GRAVAR-UMA-LINHA
101800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
101900         VARYING WS-RPT-SUB FROM 1 BY 1
102000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
102100 8000-GRAVAR-LINHAS-RPT-EXIT.
102200     EXIT.
102300*
102400***************************************************************
102500*    8100-GRAVAR-UMA-LINHA                                      *
102600***************************************************************
102700 8100-GRAVAR-UMA-LINHA.
102800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
102900     WRITE PRINT-LINE.
103000 8100-GRAVAR-UMA-LINHA-EXIT.
103100     EXIT.
103200*
103300***************************************************************
103400*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
103500***************************************************************
103600 8500-DETALHE.
103700     SET RPT-ACAO-DETALHE TO TRUE.
103800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
103900     PERFORM 8000-GRAVAR-LINHAS-RPT
104000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
104100 8500-DETALHE-EXIT.
104200     EXIT.
104300*
104400***************************************************************
104500*    9000-FINALIZAR                                             *
104600***************************************************************
104700 9000-FINALIZAR.
104800     DISPLAY "====== CONTESTACOES DE LANCAMENTO ======".
104900     DISPLAY "CREDITOS CONFIRMADOS: " WS-QTDE-CONFIRMACOES.
105000     DISPLAY "CARTOES DE PARECER .: " WS-QTDE-DECISOES.
105100     DISPLAY "PROCEDENTES ........: " WS-QTDE-PROCEDENTES.
105200     DISPLAY "IMPROCEDENTES ......: " WS-QTDE-IMPROCEDENTES.
105300     DISPLAY "CARTOES RECUSADOS ..: " WS-QTDE-RECUSADAS.
105400     DISPLAY "CREDITOS EMITIDOS ..: " WS-QTDE-CREDITOS.
105500     DISPLAY "ESTORNOS EMITIDOS ..: " WS-QTDE-ESTORNOS.
105600     DISPLAY "ESTORNOS PENDENTES .: " WS-QTDE-EST-PENDENTES.
105700     DISPLAY "EM ANDAMENTO .......: " WS-QTDE-ANDAMENTO.
105800     DISPLAY "FORA DO PRAZO ......: " WS-QTDE-VENCIDAS.
105900 9000-FINALIZAR-EXIT.
106000     EXIT.
