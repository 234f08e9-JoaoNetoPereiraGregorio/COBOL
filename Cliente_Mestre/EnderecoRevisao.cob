000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ENDERECO-REVISAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     REVISAO DOS ENDERECOS DO CUSTADDR CONTRA
001200*                       A BASE DE CEP DOS CORREIOS (CEPBASE, VER
001300*                       COPYBOOKS/CEPBAS.CPY). VARRE O CUSTADDR E
001400*                       PASSA CADA ENDERECO PELO CEP-VALIDA (VER
001500*                       COPYBOOKS/CEPHDL.CPY): CEP FORA DO
001600*                       FORMATO, UF INEXISTENTE, CEP FORA DA BASE
001700*                       E CIDADE/UF DIFERENTE DA DO CEP. O
001800*                       RELATORIO ENDPRT LISTA OS ENDERECOS QUE
001900*                       FALHAM POR AGENCIA DO CLIENTE (BRANCO VALE
002000*                       01), COM SUBTOTAL POR AGENCIA, PARA A
002100*                       LIMPEZA CADASTRAL. REGISTRO SO DE CONTATO
002200*                       (SEM ENDERECO) E CLIENTE CANCELADO FICAM
002300*                       FORA. RODA TODO MES DEPOIS DA CARGA DA
002400*                       BASE (JCL/CEPMES.JCL) E AVULSO NA LIMPEZA
002500*                       INICIAL; TERMINA COM RC 4 QUANDO LISTA
002600*                       ALGUM ENDERECO E RC 16 SEM A BASE.
002700***************************************************************
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ADR-CUST-ID
003600         FILE STATUS IS WS-ADDR-FILE-STATUS.
003700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CUST-ID
004100         ALTERNATE RECORD KEY IS CUST-NOME
004200             WITH DUPLICATES
004300         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004400         FILE STATUS IS WS-MASTER-FILE-STATUS.
004500     SELECT CEP-BASE-FILE ASSIGN TO "CEPBASE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CEPB-CEP
004900         FILE STATUS IS WS-CEPBASE-FILE-STATUS.
005000     SELECT WORK-FILE ASSIGN TO "ENDWRK"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-WORK-FILE-STATUS.
005300     SELECT PRINT-FILE ASSIGN TO "ENDPRT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PRINT-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000 FD  ADDRESS-FILE.
006100*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
006200 COPY "ADDRREC.cpy".
006300*
006400 FD  CUSTOMER-MASTER.
006500*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
006600 COPY "CUSTREC.cpy".
006700*
006800 FD  CEP-BASE-FILE.
006900*    BASE DE CEP DOS CORREIOS (VER COPYBOOKS/CEPBAS.CPY)
007000 COPY "CEPBAS.cpy".
007100*
007200*    ENDERECOS A LISTAR, NA ORDEM DO CUSTADDR; O RELATORIO RELE
007300*    O ARQUIVO UMA VEZ POR AGENCIA
007400 FD  WORK-FILE
007500     RECORDING MODE IS F.
007600 01  WORK-RECORD.
007700     05  EW-AGENCIA          PIC X(02).
007800     05  EW-CUST-ID          PIC X(10).
007900     05  EW-NOME             PIC X(30).
008000     05  EW-CEP              PIC X(08).
008100     05  EW-UF               PIC X(02).
008200     05  EW-CIDADE           PIC X(20).
008300     05  EW-RETORNO          PIC 9(02).
008400         88  EW-ERRO-FORMATO     VALUE 08 12.
008500     05  EW-MOTIVO           PIC X(30).
008600     05  EW-BASE-UF          PIC X(02).
008700     05  EW-BASE-CIDADE      PIC X(20).
008800*
008900 FD  PRINT-FILE
009000     RECORDING MODE IS F.
009100 01  PRINT-LINE              PIC X(132).
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
009600     88  ADDR-OK             VALUE "00".
009700 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
009800     88  MASTER-OK           VALUE "00".
009900 77  WS-CEPBASE-FILE-STATUS  PIC X(02) VALUE ZEROS.
010000     88  CEPBASE-OK          VALUE "00".
010100 77  WS-WORK-FILE-STATUS     PIC X(02) VALUE ZEROS.
010200     88  WORK-FILE-OK        VALUE "00".
010300 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
010400     88  PRINT-FILE-OK       VALUE "00".
010500*
010600 77  WS-ADDR-EOF-SWITCH      PIC X(01) VALUE "N".
010700     88  FIM-DO-CUSTADDR     VALUE "Y".
010800 77  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
010900     88  FIM-DO-TRABALHO     VALUE "Y".
011000*
011100 77  WS-AGENCIA-TRAB         PIC X(02) VALUE SPACES.
011200*
011300***************************************************************
011400*    AGENCIAS COM ENDERECO LISTADO, EM ORDEM CRESCENTE DE CODIGO
011500*    (O CODIGO TEM DOIS DIGITOS, ENTAO 100 POSICOES BASTAM)
011600***************************************************************
011700 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
011800 01  TABELA-AGENCIAS.
011900     05  AGR-ENTRY OCCURS 100 TIMES.
012000         10  AGR-AGENCIA     PIC X(02).
012100         10  AGR-QTDE-FORMATO PIC 9(07) COMP.
012200         10  AGR-QTDE-BASE   PIC 9(07) COMP.
012300 77  WS-AG-SUB               PIC 9(03) COMP VALUE ZERO.
012400 77  WS-AG-POS               PIC 9(03) COMP VALUE ZERO.
012500 77  WS-AG-ACHADO            PIC 9(03) COMP VALUE ZERO.
012600*
012700***************************************************************
012800*    CONTADORES DE CONTROLE
012900***************************************************************
013000 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
013100 77  WS-QTDE-SO-CONTATO      PIC 9(07) COMP VALUE ZERO.
013200 77  WS-QTDE-CANCELADOS      PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-CONFEREM        PIC 9(07) COMP VALUE ZERO.
013400 77  WS-QTDE-FORMATO         PIC 9(07) COMP VALUE ZERO.
013500 77  WS-QTDE-FORA-BASE       PIC 9(07) COMP VALUE ZERO.
013600 77  WS-QTDE-UF-DIFERE       PIC 9(07) COMP VALUE ZERO.
013700 77  WS-QTDE-CIDADE-DIFERE   PIC 9(07) COMP VALUE ZERO.
013800 77  WS-QTDE-SEM-MESTRE      PIC 9(07) COMP VALUE ZERO.
013900*    COPIAS DISPLAY DOS CONTADORES PARA AS LINHAS DE TOTAIS
014000 77  WS-FO-DISP              PIC 9(07) VALUE ZEROS.
014100 77  WS-BA-DISP              PIC 9(07) VALUE ZEROS.
014200*
014300***************************************************************
014400*    PARAMETROS DA ROTINA DE VALIDACAO DE CEP/UF (VER
014500*    COPYBOOKS/CEPHDL.CPY)
014600***************************************************************
014700 COPY "CEPHDL.cpy".
014800*
014900***************************************************************
015000*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
015100*    COPYBOOKS/RPTWRT.CPY)
015200***************************************************************
015300 COPY "RPTWRT.cpy".
015400 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
015500*
015600***************************************************************
015700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
015800*    RUNDATE.CPY)
015900***************************************************************
016000 COPY "RUNDATE.cpy".
016100*
016200***************************************************************
016300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
016400***************************************************************
016500 COPY "ERRHDL.cpy".
016600*
016700 PROCEDURE DIVISION.
016800*
016900***************************************************************
017000*    0000-MAINLINE                                              *
017100***************************************************************
017200 0000-MAINLINE.
017300     MOVE ZERO TO RETURN-CODE.
017400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
017500     ACCEPT RUN-HORA FROM TIME.
017600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
017700     IF RETURN-CODE NOT = ZERO
017800         GO TO 0000-MAINLINE-FIM
017900     END-IF.
018000     PERFORM 2000-PROCESSAR-ENDERECO
018100         THRU 2000-PROCESSAR-ENDERECO-EXIT
018200         UNTIL FIM-DO-CUSTADDR.
018300     CLOSE ADDRESS-FILE.
018400     CLOSE CUSTOMER-MASTER.
018500     CLOSE CEP-BASE-FILE.
018600     CLOSE WORK-FILE.
018700     PERFORM 3000-EMITIR-RELATORIO
018800         THRU 3000-EMITIR-RELATORIO-EXIT.
018900     IF WS-QTDE-FORMATO + WS-QTDE-FORA-BASE + WS-QTDE-UF-DIFERE
019000         + WS-QTDE-CIDADE-DIFERE > ZERO
019100         MOVE 4 TO RETURN-CODE
019200     END-IF.
019300 0000-MAINLINE-FIM.
019400     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
019500     STOP RUN.
019600*
019700***************************************************************
019800*    1000-INICIALIZAR - SEM A BASE DOS CORREIOS NAO HA REVISAO  *
019900***************************************************************
020000 1000-INICIALIZAR.
020100     OPEN INPUT ADDRESS-FILE.
020200     IF NOT ADDR-OK
020300         MOVE "ENDREVIS" TO ERR-PROGRAMA
020400         SET ERR-TIPO-ARQUIVO TO TRUE
020500         MOVE "ABERTURA DO ARQUIVO CUSTADDR" TO ERR-CONTEXTO
020600         MOVE WS-ADDR-FILE-STATUS TO ERR-FILE-STATUS
020700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 1000-INICIALIZAR-EXIT
021000     END-IF.
021100     OPEN INPUT CUSTOMER-MASTER.
021200     IF NOT MASTER-OK
021300         MOVE "ENDREVIS" TO ERR-PROGRAMA
021400         SET ERR-TIPO-ARQUIVO TO TRUE
021500         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
021600         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
021700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
021800         CLOSE ADDRESS-FILE
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 1000-INICIALIZAR-EXIT
022100     END-IF.
022200     OPEN INPUT CEP-BASE-FILE.
022300     IF NOT CEPBASE-OK
022400         MOVE "ENDREVIS" TO ERR-PROGRAMA
022500         SET ERR-TIPO-ARQUIVO TO TRUE
022600         MOVE "ABERTURA DO ARQUIVO CEPBASE" TO ERR-CONTEXTO
022700         MOVE WS-CEPBASE-FILE-STATUS TO ERR-FILE-STATUS
022800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
022900         CLOSE ADDRESS-FILE
023000         CLOSE CUSTOMER-MASTER
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 1000-INICIALIZAR-EXIT
023300     END-IF.
023400     OPEN OUTPUT WORK-FILE.
023500     PERFORM 1100-LER-ENDERECO THRU 1100-LER-ENDERECO-EXIT.
023600 1000-INICIALIZAR-EXIT.
023700     EXIT.
023800*
023900***************************************************************
024000*    1100-LER-ENDERECO                                          *
024100***************************************************************
024200 1100-LER-ENDERECO.
024300     READ ADDRESS-FILE
024400         AT END
024500             MOVE "Y" TO WS-ADDR-EOF-SWITCH
024600     END-READ.
024700 1100-LER-ENDERECO-EXIT.
024800     EXIT.
024900*
025000***************************************************************
025100*    2000-PROCESSAR-ENDERECO - CONFERE O ENDERECO NA BASE DOS   *
025200*    CORREIOS E GUARDA OS QUE FALHAM PARA O RELATORIO           *
025300***************************************************************
025400 2000-PROCESSAR-ENDERECO.
025500     ADD 1 TO WS-QTDE-LIDOS.
025600     IF ADR-LOGRADOURO = SPACES AND ADR-CEP = SPACES
025700         AND ADR-UF = SPACES AND ADR-CIDADE = SPACES
025800         ADD 1 TO WS-QTDE-SO-CONTATO
025900         GO TO 2000-PROCESSAR-ENDERECO-LER
026000     END-IF.
026100     MOVE ADR-CEP TO CPV-CEP.
026200     MOVE ADR-UF TO CPV-UF.
026300     MOVE ADR-CIDADE TO CPV-CIDADE.
026400     MOVE SPACES TO CPV-BASE-UF CPV-BASE-CIDADE.
026500     SET CPV-BASE-NAO-ACHOU TO TRUE.
026600     IF ADR-CEP NUMERIC
026700         MOVE ADR-CEP TO CEPB-CEP
026800         READ CEP-BASE-FILE
026900             INVALID KEY
027000                 CONTINUE
027100         END-READ
027200         IF CEPBASE-OK
027300             SET CPV-BASE-ACHOU TO TRUE
027400             MOVE CEPB-UF TO CPV-BASE-UF
027500             MOVE CEPB-CIDADE TO CPV-BASE-CIDADE
027600         END-IF
027700     END-IF.
027800     CALL "CEP-VALIDA" USING CPV-PARAMETROS.
027900     IF CPV-ACEITO
028000         ADD 1 TO WS-QTDE-CONFEREM
028100         GO TO 2000-PROCESSAR-ENDERECO-LER
028200     END-IF.
028300     MOVE ADR-CUST-ID TO CUST-ID.
028400     READ CUSTOMER-MASTER
028500         KEY IS CUST-ID
028600         INVALID KEY
028700             CONTINUE
028800     END-READ.
028900     IF MASTER-OK AND CUST-CANCELADO
029000         ADD 1 TO WS-QTDE-CANCELADOS
029100         GO TO 2000-PROCESSAR-ENDERECO-LER
029200     END-IF.
029300     MOVE SPACES TO WORK-RECORD.
029400     IF NOT MASTER-OK
029500         ADD 1 TO WS-QTDE-SEM-MESTRE
029600         MOVE "01" TO EW-AGENCIA
029700         MOVE "*** CLIENTE FORA DO MESTRE ***" TO EW-NOME
029800     ELSE
029900         IF CUST-AGENCIA = SPACES
030000             MOVE "01" TO EW-AGENCIA
030100         ELSE
030200             MOVE CUST-AGENCIA TO EW-AGENCIA
030300         END-IF
030400         MOVE CUST-NOME TO EW-NOME
030500     END-IF.
030600     MOVE ADR-CUST-ID TO EW-CUST-ID.
030700     MOVE ADR-CEP TO EW-CEP.
030800     MOVE ADR-UF TO EW-UF.
030900     MOVE ADR-CIDADE TO EW-CIDADE.
031000     MOVE CPV-RETORNO TO EW-RETORNO.
031100     MOVE CPV-MOTIVO TO EW-MOTIVO.
031200     MOVE CPV-BASE-UF TO EW-BASE-UF.
031300     MOVE CPV-BASE-CIDADE TO EW-BASE-CIDADE.
031400     EVALUATE CPV-RETORNO
031500         WHEN 08
031600         WHEN 12
031700             ADD 1 TO WS-QTDE-FORMATO
031800         WHEN 16
031900             ADD 1 TO WS-QTDE-FORA-BASE
032000         WHEN 20
032100             ADD 1 TO WS-QTDE-UF-DIFERE
032200         WHEN OTHER
032300             ADD 1 TO WS-QTDE-CIDADE-DIFERE
032400     END-EVALUATE.
032500     PERFORM 2500-ACUMULAR-AGENCIA
032600         THRU 2500-ACUMULAR-AGENCIA-EXIT.
032700     WRITE WORK-RECORD.
032800 2000-PROCESSAR-ENDERECO-LER.
032900     PERFORM 1100-LER-ENDERECO THRU 1100-LER-ENDERECO-EXIT.
033000 2000-PROCESSAR-ENDERECO-EXIT.
033100     EXIT.
033200*
033300***************************************************************
033400*    2500-ACUMULAR-AGENCIA - SUBTOTAL DA AGENCIA DO CLIENTE, COM*
033500*    A TABELA MANTIDA EM ORDEM CRESCENTE DE CODIGO              *
033600***************************************************************
033700 2500-ACUMULAR-AGENCIA.
033800     MOVE EW-AGENCIA TO WS-AGENCIA-TRAB.
033900     MOVE ZERO TO WS-AG-ACHADO.
034000     MOVE 1 TO WS-AG-POS.
034100     PERFORM 2550-PROCURAR-AGENCIA
034200         THRU 2550-PROCURAR-AGENCIA-EXIT
034300         VARYING WS-AG-SUB FROM 1 BY 1
034400         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS
034500         OR WS-AG-ACHADO > ZERO.
034600     IF WS-AG-ACHADO = ZERO
034700         IF WS-QTDE-AGENCIAS NOT < 100
034800             GO TO 2500-ACUMULAR-AGENCIA-EXIT
034900         END-IF
035000         PERFORM 2560-ABRIR-POSICAO
035100             THRU 2560-ABRIR-POSICAO-EXIT
035200             VARYING WS-AG-SUB FROM WS-QTDE-AGENCIAS BY -1
035300             UNTIL WS-AG-SUB < WS-AG-POS
035400         ADD 1 TO WS-QTDE-AGENCIAS
035500         MOVE WS-AG-POS TO WS-AG-ACHADO
035600         MOVE WS-AGENCIA-TRAB TO AGR-AGENCIA(WS-AG-ACHADO)
035700         MOVE ZERO TO AGR-QTDE-FORMATO(WS-AG-ACHADO)
035800         MOVE ZERO TO AGR-QTDE-BASE(WS-AG-ACHADO)
035900     END-IF.
036000     IF EW-ERRO-FORMATO
036100         ADD 1 TO AGR-QTDE-FORMATO(WS-AG-ACHADO)
036200     ELSE
036300         ADD 1 TO AGR-QTDE-BASE(WS-AG-ACHADO)
036400     END-IF.
036500 2500-ACUMULAR-AGENCIA-EXIT.
036600     EXIT.
036700*
036800***************************************************************
036900*    2550-PROCURAR-AGENCIA - ACHA O CODIGO OU A POSICAO ONDE ELE*
037000*    ENTRA                                                      *
037100***************************************************************
037200 2550-PROCURAR-AGENCIA.
037300     IF AGR-AGENCIA(WS-AG-SUB) = WS-AGENCIA-TRAB
037400         MOVE WS-AG-SUB TO WS-AG-ACHADO
037500     ELSE
037600         IF AGR-AGENCIA(WS-AG-SUB) < WS-AGENCIA-TRAB
037700             COMPUTE WS-AG-POS = WS-AG-SUB + 1
037800         END-IF
037900     END-IF.
038000 2550-PROCURAR-AGENCIA-EXIT.
038100     EXIT.
038200*
038300***************************************************************
038400*    2560-ABRIR-POSICAO - EMPURRA UMA AGENCIA PARA A POSICAO    *
038500*    SEGUINTE                                                   *
038600***************************************************************
038700 2560-ABRIR-POSICAO.
038800     MOVE AGR-ENTRY(WS-AG-SUB) TO AGR-ENTRY(WS-AG-SUB + 1).
038900 2560-ABRIR-POSICAO-EXIT.
039000     EXIT.
039100*
039200***************************************************************
039300*    3000-EMITIR-RELATORIO - UMA PASSADA NO ENDWRK POR AGENCIA, *
039400*    COM SUBTOTAL AO FIM DE CADA UMA                            *
039500***************************************************************
039600 3000-EMITIR-RELATORIO.
039700     OPEN OUTPUT PRINT-FILE.
039800     MOVE "ENDERECOS FORA DA BASE DE CEP" TO RPT-TITULO.
039900     MOVE ZERO TO RPT-LINHAS-POR-PAG.
040000     SET RPT-ACAO-INICIAR TO TRUE.
040100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
040200     PERFORM 8000-GRAVAR-LINHAS-RPT
040300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
040400     MOVE SPACES TO RPT-LINHA-ENTRADA.
040500     STRING "  CLIENTE    NOME" DELIMITED BY SIZE
040600         INTO RPT-LINHA-ENTRADA
040700     END-STRING.
040800     MOVE "CEP      UF CIDADE" TO RPT-LINHA-ENTRADA(45:18).
040900     MOVE "PROBLEMA" TO RPT-LINHA-ENTRADA(78:8).
041000     MOVE "CORREIOS" TO RPT-LINHA-ENTRADA(109:8).
041100     SET RPT-ACAO-DETALHE TO TRUE.
041200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
041300     PERFORM 8000-GRAVAR-LINHAS-RPT
041400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
041500     PERFORM 3100-EMITIR-AGENCIA
041600         THRU 3100-EMITIR-AGENCIA-EXIT
041700         VARYING WS-AG-SUB FROM 1 BY 1
041800         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS.
041900     COMPUTE WS-FO-DISP = WS-QTDE-FORMATO.
042000     COMPUTE WS-BA-DISP = WS-QTDE-FORA-BASE + WS-QTDE-UF-DIFERE
042100         + WS-QTDE-CIDADE-DIFERE.
042200     MOVE SPACES TO RPT-LINHA-ENTRADA.
042300     STRING "TOTAL GERAL - ERRO DE FORMATO=" WS-FO-DISP
042400         " DIVERGENTES DA BASE=" WS-BA-DISP
042500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
042600     END-STRING.
042700     SET RPT-ACAO-TOTAL TO TRUE.
042800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
042900     PERFORM 8000-GRAVAR-LINHAS-RPT
043000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
043100     IF PRINT-FILE-OK
043200         CLOSE PRINT-FILE
043300     END-IF.
043400 3000-EMITIR-RELATORIO-EXIT.
043500     EXIT.
043600*
043700***************************************************************
043800*    3100-EMITIR-AGENCIA                                        *
043900***************************************************************
044000 3100-EMITIR-AGENCIA.
044100     MOVE SPACES TO RPT-LINHA-ENTRADA.
044200     STRING "AGENCIA " AGR-AGENCIA(WS-AG-SUB)
044300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
044400     END-STRING.
044500     SET RPT-ACAO-DETALHE TO TRUE.
044600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
044700     PERFORM 8000-GRAVAR-LINHAS-RPT
044800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
044900     MOVE "N" TO WS-WORK-EOF-SWITCH.
045000     OPEN INPUT WORK-FILE.
045100     IF NOT WORK-FILE-OK
045200         GO TO 3100-EMITIR-AGENCIA-TOTAL
045300     END-IF.
045400     PERFORM 3200-LER-TRABALHO THRU 3200-LER-TRABALHO-EXIT.
045500     PERFORM 3300-EMITIR-ENDERECO
045600         THRU 3300-EMITIR-ENDERECO-EXIT
045700         UNTIL FIM-DO-TRABALHO.
045800     CLOSE WORK-FILE.
045900 3100-EMITIR-AGENCIA-TOTAL.
046000     MOVE AGR-QTDE-FORMATO(WS-AG-SUB) TO WS-FO-DISP.
046100     MOVE AGR-QTDE-BASE(WS-AG-SUB) TO WS-BA-DISP.
046200     MOVE SPACES TO RPT-LINHA-ENTRADA.
046300     STRING "  SUBTOTAL AGENCIA " AGR-AGENCIA(WS-AG-SUB)
046400         " - ERRO DE FORMATO=" WS-FO-DISP
046500         " DIVERGENTES DA BASE=" WS-BA-DISP
046600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
046700     END-STRING.
046800     SET RPT-ACAO-DETALHE TO TRUE.
046900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
047000     PERFORM 8000-GRAVAR-LINHAS-RPT
047100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
047200 3100-EMITIR-AGENCIA-EXIT.
047300     EXIT.
047400*
047500***************************************************************
047600*    3200-LER-TRABALHO                                          *
047700***************************************************************
047800 3200-LER-TRABALHO.
047900     READ WORK-FILE
048000         AT END
048100             MOVE "Y" TO WS-WORK-EOF-SWITCH
048200     END-READ.
048300 3200-LER-TRABALHO-EXIT.
048400     EXIT.
048500*
048600***************************************************************
048700*    3300-EMITIR-ENDERECO - LINHA DO ENDERECO DA AGENCIA        *
048800*    CORRENTE, COM A CIDADE/UF DOS CORREIOS QUANDO O CEP EXISTE *
048900***************************************************************
049000 3300-EMITIR-ENDERECO.
049100     IF EW-AGENCIA NOT = AGR-AGENCIA(WS-AG-SUB)
049200         GO TO 3300-EMITIR-ENDERECO-LER
049300     END-IF.
049400     MOVE SPACES TO RPT-LINHA-ENTRADA.
049500     STRING "  " EW-CUST-ID " " EW-NOME " " EW-CEP " " EW-UF
049600         " " EW-CIDADE " " EW-MOTIVO " " EW-BASE-UF " "
049700         EW-BASE-CIDADE
049800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
049900     END-STRING.
050000     SET RPT-ACAO-DETALHE TO TRUE.
050100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
050200     PERFORM 8000-GRAVAR-LINHAS-RPT
050300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
050400 3300-EMITIR-ENDERECO-LER.
050500     PERFORM 3200-LER-TRABALHO THRU 3200-LER-TRABALHO-EXIT.
050600 3300-EMITIR-ENDERECO-EXIT.
050700     EXIT.
050800*
050900***************************************************************
051000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
051100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
051200***************************************************************
051300 8000-GRAVAR-LINHAS-RPT.
051400     IF NOT PRINT-FILE-OK
051500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
051600     END-IF.
051700     PERFORM 8100-GRAVAR-UMA-LINHA
051800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
051900         VARYING WS-RPT-SUB FROM 1 BY 1
052000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
052100 8000-GRAVAR-LINHAS-RPT-EXIT.
052200     EXIT.
052300*
052400***************************************************************
052500*    8100-GRAVAR-UMA-LINHA                                      *
052600***************************************************************
052700 8100-GRAVAR-UMA-LINHA.
052800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
052900     WRITE PRINT-LINE.
053000 8100-GRAVAR-UMA-LINHA-EXIT.
053100     EXIT.
053200*
053300***************************************************************
053400*    9000-FINALIZAR                                             *
053500***************************************************************
053600 9000-FINALIZAR.
053700     DISPLAY "====== REVISAO DE ENDERECOS X BASE DE CEP ======".
053800     DISPLAY "ENDERECOS LIDOS ....: " WS-QTDE-LIDOS.
053900     DISPLAY "SO CONTATO (FORA) ..: " WS-QTDE-SO-CONTATO.
054000     DISPLAY "CANCELADOS (FORA) ..: " WS-QTDE-CANCELADOS.
054100     DISPLAY "CONFEREM ...........: " WS-QTDE-CONFEREM.
054200     DISPLAY "CEP/UF FORA FORMATO : " WS-QTDE-FORMATO.
054300     DISPLAY "CEP FORA DA BASE ...: " WS-QTDE-FORA-BASE.
054400     DISPLAY "UF DIFERENTE .......: " WS-QTDE-UF-DIFERE.
054500     DISPLAY "CIDADE DIFERENTE ...: " WS-QTDE-CIDADE-DIFERE.
054600     DISPLAY "SEM CLIENTE NO MESTRE " WS-QTDE-SEM-MESTRE.
054700 9000-FINALIZAR-EXIT.
054800     EXIT.
