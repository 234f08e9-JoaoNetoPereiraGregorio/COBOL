001900*                       CUSTMAST. CADA GRAVACAO GERA EVENTO DE
002000*                       AUDITORIA NA FILA AUDQ. A CARGA EM LOTE
002100*                       E O CLIENTE-ADDR-LOAD.
002120*    2026-10-15 OPR     A CONSULTA DO ENDERECO/CONTATO GRAVA UM
002140*                       REGISTRO DE VISUALIZACAO NA FILA TD VISQ
002160*                       (VER COPYBOOKS/VISREG.CPY) PARA O CONTROLE
002180*                       LGPD DE QUEM VIU O QUE.
002182*    2026-10-15 OPR     CEP E UF CONFERIDOS NO PF5 (CEP-VALIDA,
002184*                       VER COPYBOOKS/CEPHDL.CPY) CONTRA A BASE
002186*                       DOS CORREIOS (DATASET CEPBASE): CEP FORA
002188*                       DO FORMATO OU UF INEXISTENTE NAO GRAVA;
002190*                       CEP FORA DA BASE OU CIDADE/UF DIFERENTE DA
002192*                       DO CEP MOSTRA AVISO E SO GRAVA COM UM
002194*                       SEGUNDO PF5 (AUDITORIA MARCA "CEP CONF");
002196*                       BASE INDISPONIVEL GRAVA COM AVISO.
002198*                       COMMAREA PASSA A 40 BYTES.
002200***************************************************************
002300*
002400 ENVIRONMENT DIVISION.
009000*
009100 01  WS-COMMAREA.
009200     05  CA-CLIENTE-ID       PIC X(10).
009225*    CEP/UF/CIDADE QUE DIVERGIU DA BASE DOS CORREIOS NO PF5
009250*    ANTERIOR - UM SEGUNDO PF5 COM OS MESMOS DADOS CONFIRMA
009275     05  CA-CEP-CONFIRMAR    PIC X(30).
009300*
009400 77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
009500 77  WS-ENCERRAR-SWITCH      PIC X(01) VALUE "N".
009700 77  WS-REGISTRO-NOVO-SW     PIC X(01) VALUE "N".
009800     88  REGISTRO-NOVO       VALUE "Y".
009900 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
009905*
009910***************************************************************
009915*    BASE DE CEP DOS CORREIOS (DATASET CEPBASE, VER COPYBOOKS/
009920*    CEPBAS.CPY) E PARAMETROS DA ROTINA DE VALIDACAO DE CEP/UF
009925*    (VER COPYBOOKS/CEPHDL.CPY)
009930***************************************************************
009935 COPY "CEPBAS.cpy".
009940 COPY "CEPHDL.cpy".
009945 01  WS-CEP-DIGITADO.
009950     05  WS-CEPD-CEP         PIC X(08).
009955     05  WS-CEPD-UF          PIC X(02).
009960     05  WS-CEPD-CIDADE      PIC X(20).
009965 77  WS-CEP-AVISO            PIC X(30) VALUE SPACES.
009970 77  WS-CEP-BLOQUEIA-SW      PIC X(01) VALUE "N".
009975     88  CEP-BLOQUEIA        VALUE "Y".
009980 77  WS-CEP-CONFIRMADO-SW    PIC X(01) VALUE "N".
009985     88  CEP-CONFIRMADO      VALUE "Y".
010000*
010100***************************************************************
010200*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
010300***************************************************************
010400 COPY "RUNDATE.cpy".
010412*
010424***************************************************************
010436*    LOG DE VISUALIZACAO DE DADOS PESSOAIS (FILA TD VISQ, VER
010448*    COPYBOOKS/VISREG.CPY)
010460***************************************************************
010472 COPY "VISREG.cpy".
010484 77  WS-VIS-RESP             PIC S9(08) COMP VALUE ZERO.
010500*
010600 LINKAGE SECTION.
010700*
010800 01  DFHCOMMAREA             PIC X(40).
010900*
011000 PROCEDURE DIVISION.
011100*
011900         PERFORM 1000-ENVIAR-TELA-INICIAL
012000             THRU 1000-ENVIAR-TELA-INICIAL-EXIT
012100     ELSE
012125*        A TELA CMNT (PF4) ENTREGA SO O CLIENTE
012150         MOVE SPACES TO WS-COMMAREA
012175         IF EIBCALEN < LENGTH OF WS-COMMAREA
012200             MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
012225         ELSE
012250             MOVE DFHCOMMAREA TO WS-COMMAREA
012275         END-IF
012300         PERFORM 2000-PROCESSAR-TECLA
012400             THRU 2000-PROCESSAR-TECLA-EXIT
012500     END-IF.
025000         GO TO 2100-CONSULTAR-ENDERECO-EXIT
025100     END-IF.
025200     MOVE CUST-ID TO CA-CLIENTE-ID.
025212     MOVE SPACES TO CA-CEP-CONFIRMAR.
025225     MOVE CUST-ID TO VIS-CUST-ID.
025250     PERFORM 2900-REGISTRAR-VISUALIZACAO
025275         THRU 2900-REGISTRAR-VISUALIZACAO-EXIT.
025300     MOVE CLIENTIDI TO ADR-CUST-ID.
025400     EXEC CICS READ DATASET('CUSTADDR')
025500         INTO(ADDRESS-RECORD)
028900         AND EMAILI = SPACES
029000         MOVE "INFORME ENDERECO OU AO MENOS UM CONTATO"
029100             TO WS-MENSAGEM-AREA
029120         GO TO 2300-GRAVAR-ENDERECO-EXIT
029140     END-IF.
029160     PERFORM 2400-VALIDAR-CEP THRU 2400-VALIDAR-CEP-EXIT.
029180     IF CEP-BLOQUEIA
029200         GO TO 2300-GRAVAR-ENDERECO-EXIT
029300     END-IF.
029400     MOVE "N" TO WS-REGISTRO-NOVO-SW.
033700     STRING "ENDERECO " CA-CLIENTE-ID
033800         DELIMITED BY SIZE INTO AUDIT-DESC
033900     END-STRING.
033925     IF CEP-CONFIRMADO
033950         MOVE "CEP CONF" TO AUDIT-DESC(21:8)
033975     END-IF.
034000     EXEC CICS WRITEQ TD QUEUE('AUDQ')
034100         FROM(AUDIT-RECORD)
034200         LENGTH(LENGTH OF AUDIT-RECORD)
034300     END-EXEC.
034322     MOVE SPACES TO CA-CEP-CONFIRMAR.
034344     IF WS-CEP-AVISO = SPACES
034366         MOVE "ENDERECO GRAVADO COM SUCESSO" TO WS-MENSAGEM-AREA
034388     ELSE
034410         STRING "ENDERECO GRAVADO - AVISO: " WS-CEP-AVISO
034432             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
034454         END-STRING
034476     END-IF.
034500 2300-GRAVAR-ENDERECO-EXIT.
034501     EXIT.
034502*
034503***************************************************************
034504*    2400-VALIDAR-CEP - CONFERE CEP E UF DIGITADOS E, NA BASE   *
034505*    DOS CORREIOS, A EXISTENCIA DO CEP E A CIDADE/UF DELE. ERRO *
034506*    DE FORMATO NAO GRAVA; DIVERGENCIA DA BASE PEDE UM SEGUNDO  *
034507*    PF5 DE CONFIRMACAO (CEP NOVO AINDA FORA DA BASE); SEM A    *
034508*    BASE, GRAVA COM AVISO                                      *
034509***************************************************************
034510 2400-VALIDAR-CEP.
034511     MOVE "N" TO WS-CEP-BLOQUEIA-SW.
034512     MOVE "N" TO WS-CEP-CONFIRMADO-SW.
034513     MOVE SPACES TO WS-CEP-AVISO.
034514     MOVE CEPI TO WS-CEPD-CEP.
034515     MOVE UFI TO WS-CEPD-UF.
034516     MOVE CIDADEI TO WS-CEPD-CIDADE.
034517     MOVE CEPI TO CPV-CEP.
034518     MOVE UFI TO CPV-UF.
034519     MOVE CIDADEI TO CPV-CIDADE.
034520     MOVE SPACES TO CPV-BASE-UF CPV-BASE-CIDADE.
034521     SET CPV-BASE-NAO-ACHOU TO TRUE.
034522     IF CEPI NUMERIC
034523         MOVE CEPI TO CEPB-CEP
034524         EXEC CICS READ DATASET('CEPBASE')
034525             INTO(CEP-BASE-RECORD)
034526             RIDFLD(CEPB-CEP)
034527             RESP(WS-RESP)
034528         END-EXEC
034529         EVALUATE TRUE
034530             WHEN WS-RESP = DFHRESP(NORMAL)
034531                 SET CPV-BASE-ACHOU TO TRUE
034532                 MOVE CEPB-UF TO CPV-BASE-UF
034533                 MOVE CEPB-CIDADE TO CPV-BASE-CIDADE
034534             WHEN WS-RESP = DFHRESP(NOTFND)
034535                 SET CPV-BASE-NAO-ACHOU TO TRUE
034536             WHEN OTHER
034537                 SET CPV-BASE-INDISPONIVEL TO TRUE
034538         END-EVALUATE
034539     END-IF.
034540     CALL "CEP-VALIDA" USING CPV-PARAMETROS.
034541     IF CPV-ERRO-FORMATO
034542         MOVE "Y" TO WS-CEP-BLOQUEIA-SW
034543         MOVE SPACES TO CA-CEP-CONFIRMAR
034544         STRING CPV-MOTIVO DELIMITED BY "  "
034545             " - CORRIJA E TECLE PF5" DELIMITED BY SIZE
034546             INTO WS-MENSAGEM-AREA
034547         END-STRING
034548         GO TO 2400-VALIDAR-CEP-EXIT
034549     END-IF.
034550     IF CPV-SEM-BASE
034551         MOVE CPV-MOTIVO TO WS-CEP-AVISO
034552         GO TO 2400-VALIDAR-CEP-EXIT
034553     END-IF.
034554     IF NOT CPV-DIVERGE-BASE
034555         GO TO 2400-VALIDAR-CEP-EXIT
034556     END-IF.
034557     IF CA-CEP-CONFIRMAR = WS-CEP-DIGITADO
034558         MOVE "Y" TO WS-CEP-CONFIRMADO-SW
034559         MOVE CPV-MOTIVO TO WS-CEP-AVISO
034560         GO TO 2400-VALIDAR-CEP-EXIT
034561     END-IF.
034562     MOVE "Y" TO WS-CEP-BLOQUEIA-SW.
034563     MOVE WS-CEP-DIGITADO TO CA-CEP-CONFIRMAR.
034564     IF CPV-BASE-ACHOU
034565         STRING CPV-MOTIVO DELIMITED BY "  "
034566             " (CORREIOS: " DELIMITED BY SIZE
034567             CPV-BASE-CIDADE(1:20) DELIMITED BY "  "
034568             "/" CPV-BASE-UF ") - PF5 CONFIRMA"
034569                 DELIMITED BY SIZE
034570             INTO WS-MENSAGEM-AREA
034571         END-STRING
034572     ELSE
034573         STRING CPV-MOTIVO DELIMITED BY "  "
034574             " - PF5 CONFIRMA" DELIMITED BY SIZE
034575             INTO WS-MENSAGEM-AREA
034576         END-STRING
034577     END-IF.
034578 2400-VALIDAR-CEP-EXIT.
034600     EXIT.
034700*
034800***************************************************************
034804*    2900-REGISTRAR-VISUALIZACAO - UM REGISTRO POR CLIENTE     *
034808*    MOSTRADO NA FILA VISQ (QUEM, DE QUAL TERMINAL, EM QUAL    *
034812*    TRANSACAO, QUANDO); SEM TRATAR A RESPOSTA, PARA A FILA    *
034816*    NUNCA SEGURAR NEM DERRUBAR A CONSULTA                     *
034820***************************************************************
034824 2900-REGISTRAR-VISUALIZACAO.
034828     ACCEPT VIS-DATA FROM DATE YYYYMMDD.
034832     ACCEPT VIS-HORA FROM TIME.
034836     EXEC CICS ASSIGN USERID(VIS-OPERADOR)
034840     END-EXEC.
034844     MOVE EIBTRMID TO VIS-TERMINAL.
034848     MOVE EIBTRNID TO VIS-TRANSACAO.
034852     EXEC CICS WRITEQ TD QUEUE('VISQ')
034856         FROM(VIS-RECORD)
034860         LENGTH(LENGTH OF VIS-RECORD)
034864         RESP(WS-VIS-RESP)
034868     END-EXEC.
034872 2900-REGISTRAR-VISUALIZACAO-EXIT.
034876     EXIT.
034880*
034884***************************************************************
034900*    3000-REENVIAR-TELA                                        *
035000***************************************************************
035100 3000-REENVIAR-TELA.
