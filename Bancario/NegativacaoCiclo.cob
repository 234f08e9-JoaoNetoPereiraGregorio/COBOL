000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NEGATIVACAO-CICLO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CICLO DE NEGATIVACAO EM BIRO DE CREDITO. O
001200*                       DEVEDOR DAS FAIXAS ALTAS DO AGING ERA
001300*                       INCLUIDO NO BIRO A MAO, SEM O AVISO PREVIO
001400*                       OBRIGATORIO, E A RETIRADA DEPOIS DO
001500*                       PAGAMENTO DEPENDIA DE ALGUEM LEMBRAR. ESTE
001600*                       PASSO, RODADO DEPOIS DO CLIENTE-MESTRE-
001700*                       MAINT DO DIA, LE O AGINGDET E, PARA O
001800*                       DEVEDOR NA FAIXA NEGFAIXA OU ACIMA (PADRAO
001900*                       060), AINDA NEGATIVO NO CUSTMAST, FORA DE
002000*                       ACORDO ATIVO E COM CPF/CNPJ E ENDERECO,
002100*                       EMITE A CARTA DE AVISO PREVIO (NEGCART)
002200*                       PARA O ENDERECO DO CUSTADDR E ABRE O CICLO
002300*                       NO CADASTRO NEGATIVA (VER NEGREG.CPY).
002400*                       VENCIDO O PRAZO DO AVISO (NEGPRAZO DIAS
002500*                       UTEIS, PADRAO 10) SEM REGULARIZACAO, GRAVA
002600*                       A INCLUSAO NO ARQUIVO DE MOVIMENTO DO BIRO
002700*                       NEGMOV. QUANDO O SALDO VOLTA A ZERO OU
002800*                       POSITIVO (RETORNO, PIX, CREDITO MANUAL) OU
002900*                       O CLIENTE FECHA ACORDO, GRAVA A EXCLUSAO
003000*                       NO MESMO NEGMOV; CLIENTE ZERADO POR BAIXA
003100*                       PARA PREJUIZO (PREJREG A RECUPERAR)
003200*                       CONTINUA DEVEDOR. EXCLUSAO QUE NAO PODE
003300*                       SAIR (NEGMOV INDISPONIVEL) FICA PENDENTE
003400*                       E, A PARTIR DE NEGALERTA DIAS UTEIS
003500*                       (PADRAO 3, DO PRAZO LEGAL DE 5), VIRA
003600*                       ALERTA CRITICO (ALERT-WRITER) E RC 4.
003700*                       RELATORIO NEGPRT.
003700*    2026-10-15 OPR     CADA CARTA DE AVISO PREVIO TAMBEM SAI,
003700*                       LINHA A LINHA, COMO DOCUMENTO DA MALA
003700*                       DIRETA NO MALADOC (VER
003700*                       COPYBOOKS/MALDOC.CPY), PARA O MALA-DIRETA
003700*                       ENVELOPAR E ORDENAR POR CEP. SEM O DD
003700*                       MALADOC O AVISO SAI SO NO NEGCART, COM
003700*                       AVISO.
003800***************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AGING-DET-FILE ASSIGN TO "AGINGDET"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AGING-FILE-STATUS.
004600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CUST-ID
005000         ALTERNATE RECORD KEY IS CUST-NOME
005100             WITH DUPLICATES
005200         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005300         FILE STATUS IS WS-MASTER-FILE-STATUS.
005400     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ADR-CUST-ID
005800         FILE STATUS IS WS-ADDR-FILE-STATUS.
005900     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ACD-CUST-ID
006300         FILE STATUS IS WS-ACORDO-FILE-STATUS.
006400     SELECT PREJUIZO-FILE ASSIGN TO "PREJREG"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS PRJ-CUST-ID
006800         FILE STATUS IS WS-PREJ-FILE-STATUS.
006900     SELECT NEGATIVA-FILE ASSIGN TO "NEGATIVA"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS NEG-CUST-ID
007300         FILE STATUS IS WS-NEGATIVA-FILE-STATUS.
007400     SELECT CARTA-FILE ASSIGN TO "NEGCART"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CARTA-FILE-STATUS.
007600     SELECT MALA-FILE ASSIGN TO "MALADOC"
007600         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-MALA-FILE-STATUS.
007700     SELECT MOVIMENTO-BIRO-FILE ASSIGN TO "NEGMOV"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-NEGMOV-FILE-STATUS.
008000     SELECT PRINT-FILE ASSIGN TO "NEGPRT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PRINT-FILE-STATUS.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
008700 FD  AGING-DET-FILE
008800     RECORDING MODE IS F.
008900*    DETALHE POR DEVEDOR DO AGING-REPORT (VER AGINGDET.CPY)
009000 COPY "AGINGDET.cpy".
009100*
009200 FD  CUSTOMER-MASTER.
009300*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009400 COPY "CUSTREC.cpy".
009500*
009600 FD  ADDRESS-FILE.
009700*    ENDERECO DO DEVEDOR (VER COPYBOOKS/ADDRREC.CPY)
009800 COPY "ADDRREC.cpy".
009900*
010000 FD  ACORDO-FILE.
010100*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
010200 COPY "ACORDREG.cpy".
010300*
010400 FD  PREJUIZO-FILE.
010500*    RAZAO DE BAIXAS PARA PREJUIZO (VER COPYBOOKS/PREJREG.CPY)
010600 COPY "PREJREG.cpy".
010700*
010800 FD  NEGATIVA-FILE.
010900*    CICLOS DE NEGATIVACAO (VER COPYBOOKS/NEGREG.CPY)
011000 COPY "NEGREG.cpy".
011100*
011200 FD  CARTA-FILE
011300     RECORDING MODE IS F.
011400 01  CARTA-LINE              PIC X(132).
011400*
011400 FD  MALA-FILE
011400     RECORDING MODE IS F.
011400*    LINHAS DO AVISO PARA A MALA DIRETA (VER COPYBOOKS/MALDOC.CPY)
011400 COPY "MALDOC.cpy".
011500*
011600 FD  MOVIMENTO-BIRO-FILE
011700     RECORDING MODE IS F.
011800***************************************************************
011900*    MOVIMENTO PARA O BIRO DE CREDITO - 250 POSICOES:
012000*    "0" HEADER, "I" INCLUSAO, "E" EXCLUSAO, "9" TRAILER
012100*    (QUANTIDADE DE DETALHES E SOMA DOS VALORES EM CENTAVOS)
012200***************************************************************
012300 01  NEGMOV-RECORD           PIC X(250).
012400 01  NEGMOV-HEADER.
012500     05  NMH-TIPO            PIC X(01).
012600     05  NMH-DATA-GERACAO    PIC 9(08).
012700     05  NMH-SISTEMA         PIC X(08).
012800     05  FILLER              PIC X(233).
012900 01  NEGMOV-DETALHE.
013000     05  NMD-TIPO            PIC X(01).
013100     05  NMD-CUST-ID         PIC X(10).
013200     05  NMD-TIPO-DOC        PIC X(01).
013300     05  NMD-CPF-CNPJ        PIC X(14).
013400     05  NMD-NOME            PIC X(30).
013500     05  NMD-VALOR-CTVS      PIC 9(13).
013600     05  NMD-DATA-NEG        PIC 9(08).
013700     05  NMD-DATA-AVISO      PIC 9(08).
013800     05  NMD-DATA-MOVTO      PIC 9(08).
013900     05  NMD-LOGRADOURO      PIC X(30).
014000     05  NMD-COMPLEMENTO     PIC X(30).
014100     05  NMD-CIDADE          PIC X(20).
014200     05  NMD-UF              PIC X(02).
014300     05  NMD-CEP             PIC X(08).
014400     05  FILLER              PIC X(67).
014500 01  NEGMOV-TRAILER.
014600     05  NM9-TIPO            PIC X(01).
014700     05  NM9-QTDE            PIC 9(07).
014800     05  NM9-SOMA-CTVS       PIC 9(15).
014900     05  FILLER              PIC X(227).
015000*
015100 FD  PRINT-FILE
015200     RECORDING MODE IS F.
015300 01  PRINT-LINE              PIC X(132).
015400*
015500 WORKING-STORAGE SECTION.
015600*
015700 77  WS-AGING-FILE-STATUS    PIC X(02) VALUE ZEROS.
015800     88  AGING-OK            VALUE "00".
015900 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
016000     88  MASTER-OK           VALUE "00".
016100 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
016200     88  ADDR-OK             VALUE "00".
016300 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
016400     88  ACORDO-OK           VALUE "00".
016500 77  WS-PREJ-FILE-STATUS     PIC X(02) VALUE ZEROS.
016600     88  PREJ-OK             VALUE "00".
016700 77  WS-NEGATIVA-FILE-STATUS PIC X(02) VALUE ZEROS.
016800     88  NEGATIVA-OK         VALUE "00".
016900     88  NEGATIVA-NAO-ACHADO VALUE "23", "35".
017000 77  WS-CARTA-FILE-STATUS    PIC X(02) VALUE ZEROS.
017100     88  CARTA-OK            VALUE "00".
017100 77  WS-MALA-FILE-STATUS     PIC X(02) VALUE ZEROS.
017100     88  MALA-OK             VALUE "00".
017200 77  WS-NEGMOV-FILE-STATUS   PIC X(02) VALUE ZEROS.
017300     88  NEGMOV-OK           VALUE "00".
017400 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
017500     88  PRINT-FILE-OK       VALUE "00".
017600*
017700 77  WS-AGD-FIM-SW           PIC X(01) VALUE "N".
017800     88  FIM-DO-AGING        VALUE "Y".
017900 77  WS-NEG-FIM-SW           PIC X(01) VALUE "N".
018000     88  FIM-DAS-NEGATIVACOES VALUE "Y".
018100 77  WS-AGING-ABERTO-SW      PIC X(01) VALUE "N".
018200     88  AGING-DISPONIVEL    VALUE "Y".
018300 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
018400     88  ACORDOS-DISPONIVEIS VALUE "Y".
018500 77  WS-PREJ-ABERTO-SW       PIC X(01) VALUE "N".
018600     88  PREJUIZOS-DISPONIVEIS VALUE "Y".
018700 77  WS-CARTA-ABERTO-SW      PIC X(01) VALUE "N".
018800     88  CARTAS-DISPONIVEIS  VALUE "Y".
018800 77  WS-MALA-ABERTO-SW       PIC X(01) VALUE "N".
018800     88  MALA-DISPONIVEL     VALUE "Y".
018800 77  WS-MALA-LINHA           PIC 9(05) VALUE ZERO.
018900 77  WS-NEGMOV-ABERTO-SW     PIC X(01) VALUE "N".
019000     88  MOVIMENTO-DISPONIVEL VALUE "Y".
019100 77  WS-REGULAR-SW           PIC X(01) VALUE "N".
019200     88  DEVEDOR-REGULARIZADO VALUE "Y".
019300 77  WS-NEG-EXISTE-SW        PIC X(01) VALUE "N".
019400     88  NEGATIVACAO-EXISTE  VALUE "Y".
019500*
019600***************************************************************
019700*    PARAMETROS DO CICLO (AMBIENTE): NEGFAIXA = MENOR FAIXA DO
019800*    AGING QUE RECEBE AVISO (PADRAO 060); NEGPRAZO = DIAS UTEIS
019900*    ENTRE O AVISO E A INCLUSAO (PADRAO 10); NEGALERTA = DIAS
020000*    UTEIS DE EXCLUSAO PENDENTE QUE DISPARAM ALERTA (PADRAO 3)
020100***************************************************************
020200 77  WS-FAIXA-MINIMA         PIC 9(03) VALUE ZERO.
020300 77  WS-PRAZO-AVISO          PIC 9(03) VALUE ZERO.
020400 77  WS-DIAS-ALERTA          PIC 9(03) VALUE ZERO.
020500 77  WS-DIAS-DECORRIDOS      PIC S9(05) VALUE ZERO.
020600 77  WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.
020700 77  WS-TIPO-MOVTO           PIC X(01) VALUE SPACE.
020800 77  WS-VALOR-CTVS           PIC 9(13) VALUE ZERO.
020900*
021000***************************************************************
021100*    TOTAIS DE CONTROLE
021200***************************************************************
021300 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
021400 77  WS-QTDE-NA-FAIXA        PIC 9(07) COMP VALUE ZERO.
021500 77  WS-QTDE-JA-EM-CICLO     PIC 9(07) COMP VALUE ZERO.
021600 77  WS-QTDE-EM-ACORDO       PIC 9(07) COMP VALUE ZERO.
021700 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
021800 77  WS-QTDE-AVISOS          PIC 9(07) COMP VALUE ZERO.
021900 77  WS-QTDE-CANCELADOS      PIC 9(07) COMP VALUE ZERO.
022000 77  WS-QTDE-INCLUSOES       PIC 9(07) COMP VALUE ZERO.
022100 77  WS-QTDE-EXCLUSOES       PIC 9(07) COMP VALUE ZERO.
022200 77  WS-QTDE-PENDENTES       PIC 9(07) COMP VALUE ZERO.
022300 77  WS-QTDE-ALERTAS         PIC 9(07) COMP VALUE ZERO.
022400 77  WS-QTDE-DETALHES        PIC 9(07) VALUE ZERO.
022500 77  WS-SOMA-DETALHES        PIC 9(15) VALUE ZERO.
022600*
022700***************************************************************
022800*    CAMPOS EDITADOS DO RELATORIO E DA CARTA
022900***************************************************************
023000 77  WS-VALOR-EDITADO        PIC Z(8)9.99.
023100 77  WS-DIAS-EDITADO         PIC ZZZZ9.
023200 77  WS-PRAZO-EDITADO        PIC ZZ9.
023300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
023400*
023500***************************************************************
023600*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
023700*    COPYBOOKS/RPTWRT.CPY)
023800***************************************************************
023900 COPY "RPTWRT.cpy".
024000 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
024100*
024200***************************************************************
024300*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
024400*    COPYBOOKS/CALHDL.CPY)
024500***************************************************************
024600 COPY "CALHDL.cpy".
024700*
024800***************************************************************
024900*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA (VER
025000*    COPYBOOKS/ALRHDL.CPY)
025100***************************************************************
025200 COPY "ALRHDL.cpy".
025300*
025400***************************************************************
025500*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
025600***************************************************************
025700 COPY "RUNDATE.cpy".
025800*
025900***************************************************************
026000*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
026100***************************************************************
026200 COPY "ERRHDL.cpy".
026300*
026400 PROCEDURE DIVISION.
026500*
026600***************************************************************
026700*    0000-MAINLINE                                             *
026800***************************************************************
026900 0000-MAINLINE.
027000     MOVE ZERO TO RETURN-CODE.
027100     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
027200     ACCEPT RUN-HORA FROM TIME.
027300     ACCEPT WS-FAIXA-MINIMA FROM ENVIRONMENT "NEGFAIXA".
027400     IF WS-FAIXA-MINIMA = ZERO
027500         MOVE 60 TO WS-FAIXA-MINIMA
027600     END-IF.
027700     ACCEPT WS-PRAZO-AVISO FROM ENVIRONMENT "NEGPRAZO".
027800     IF WS-PRAZO-AVISO = ZERO
027900         MOVE 10 TO WS-PRAZO-AVISO
028000     END-IF.
028100     ACCEPT WS-DIAS-ALERTA FROM ENVIRONMENT "NEGALERTA".
028200     IF WS-DIAS-ALERTA = ZERO
028300         MOVE 3 TO WS-DIAS-ALERTA
028400     END-IF.
028500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
028600     IF RETURN-CODE NOT = ZERO
028700         GO TO 0000-MAINLINE-FIM
028800     END-IF.
028900*    PRIMEIRO OS CICLOS JA ABERTOS (INCLUSAO E EXCLUSAO), DEPOIS
029000*    OS AVISOS NOVOS - O AVISO DE HOJE NAO E REAVALIADO HOJE
029100     PERFORM 2000-ACOMPANHAR-CICLOS
029200         THRU 2000-ACOMPANHAR-CICLOS-EXIT.
029300     IF AGING-DISPONIVEL AND CARTAS-DISPONIVEIS
029400         PERFORM 3000-TRATAR-DEVEDOR THRU 3000-TRATAR-DEVEDOR-EXIT
029500             UNTIL FIM-DO-AGING
029600     END-IF.
029700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
029800 0000-MAINLINE-FIM.
029900     STOP RUN.
030000*
030100***************************************************************
030200*    1000-INICIALIZAR - CUSTMAST, CUSTADDR E NEGATIVA SAO       *
030300*    OBRIGATORIOS; SEM AGINGDET OU NEGCART NAO HA AVISO NOVO E  *
030400*    SEM NEGMOV A INCLUSAO ESPERA E A EXCLUSAO FICA PENDENTE    *
030500***************************************************************
030600 1000-INICIALIZAR.
030700     OPEN INPUT CUSTOMER-MASTER.
030800     IF NOT MASTER-OK
030900         MOVE "NEGCICLO" TO ERR-PROGRAMA
031000         SET ERR-TIPO-ARQUIVO TO TRUE
031100         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
031200         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
031300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
031400         MOVE 16 TO RETURN-CODE
031500         GO TO 1000-INICIALIZAR-EXIT
031600     END-IF.
031700     OPEN INPUT ADDRESS-FILE.
031800     IF NOT ADDR-OK
031900         MOVE "NEGCICLO" TO ERR-PROGRAMA
032000         SET ERR-TIPO-ARQUIVO TO TRUE
032100         MOVE "ABERTURA DO ARQUIVO CUSTADDR" TO ERR-CONTEXTO
032200         MOVE WS-ADDR-FILE-STATUS TO ERR-FILE-STATUS
032300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
032400         CLOSE CUSTOMER-MASTER
032500         MOVE 16 TO RETURN-CODE
032600         GO TO 1000-INICIALIZAR-EXIT
032700     END-IF.
032800     OPEN I-O NEGATIVA-FILE.
032900     IF NEGATIVA-NAO-ACHADO
033000         OPEN OUTPUT NEGATIVA-FILE
033100         CLOSE NEGATIVA-FILE
033200         OPEN I-O NEGATIVA-FILE
033300     END-IF.
033400     IF NOT NEGATIVA-OK
033500         MOVE "NEGCICLO" TO ERR-PROGRAMA
033600         SET ERR-TIPO-ARQUIVO TO TRUE
033700         MOVE "ABERTURA DO ARQUIVO NEGATIVA" TO ERR-CONTEXTO
033800         MOVE WS-NEGATIVA-FILE-STATUS TO ERR-FILE-STATUS
033900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
034000         CLOSE CUSTOMER-MASTER
034100         CLOSE ADDRESS-FILE
034200         MOVE 16 TO RETURN-CODE
034300         GO TO 1000-INICIALIZAR-EXIT
034400     END-IF.
034500     OPEN INPUT AGING-DET-FILE.
034600     IF AGING-OK
034700         MOVE "Y" TO WS-AGING-ABERTO-SW
034800     ELSE
034900         DISPLAY "AVISO: AGINGDET INDISPONIVEL (STATUS "
035000             WS-AGING-FILE-STATUS ") - SEM AVISOS NOVOS."
035100     END-IF.
035200     OPEN OUTPUT CARTA-FILE.
035300     IF CARTA-OK
035400         MOVE "Y" TO WS-CARTA-ABERTO-SW
035500     ELSE
035600         DISPLAY "AVISO: NEGCART INDISPONIVEL (STATUS "
035700             WS-CARTA-FILE-STATUS ") - SEM AVISOS NOVOS."
035700     END-IF.
035700     OPEN OUTPUT MALA-FILE.
035700     IF MALA-OK
035700         MOVE "Y" TO WS-MALA-ABERTO-SW
035700     ELSE
035700         DISPLAY "AVISO: MALADOC INDISPONIVEL (STATUS "
035700             WS-MALA-FILE-STATUS ") - AVISOS FORA DA MALA DIRETA."
035800     END-IF.
035900     OPEN OUTPUT MOVIMENTO-BIRO-FILE.
036000     IF NEGMOV-OK
036100         MOVE "Y" TO WS-NEGMOV-ABERTO-SW
036200         MOVE SPACES TO NEGMOV-HEADER
036300         MOVE "0" TO NMH-TIPO
036400         MOVE RUN-DATA TO NMH-DATA-GERACAO
036500         MOVE "NEGATIVA" TO NMH-SISTEMA
036600         WRITE NEGMOV-HEADER
036700     ELSE
036800         DISPLAY "AVISO: NEGMOV INDISPONIVEL (STATUS "
036900             WS-NEGMOV-FILE-STATUS ") - INCLUSOES E EXCLUSOES "
037000             "FICAM PENDENTES."
037100     END-IF.
037200     OPEN INPUT ACORDO-FILE.
037300     IF ACORDO-OK
037400         MOVE "Y" TO WS-ACORDO-ABERTO-SW
037500     ELSE
037600         DISPLAY "AVISO: ACORDO INDISPONIVEL (STATUS "
037700             WS-ACORDO-FILE-STATUS ") - ACORDO NAO REGULARIZA."
037800     END-IF.
037900     OPEN INPUT PREJUIZO-FILE.
038000     IF PREJ-OK
038100         MOVE "Y" TO WS-PREJ-ABERTO-SW
038200     ELSE
038300         DISPLAY "AVISO: PREJREG INDISPONIVEL (STATUS "
038400             WS-PREJ-FILE-STATUS ") - SALDO ZERO CONTA COMO "
038500             "REGULARIZACAO."
038600     END-IF.
038700     OPEN OUTPUT PRINT-FILE.
038800     MOVE "CICLO DE NEGATIVACAO EM BIRO DE CREDITO" TO RPT-TITULO.
038900     MOVE ZERO TO RPT-LINHAS-POR-PAG.
039000     SET RPT-ACAO-INICIAR TO TRUE.
039100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
039200     PERFORM 8000-GRAVAR-LINHAS-RPT
039300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
039400     IF AGING-DISPONIVEL
039500         PERFORM 1100-LER-AGING THRU 1100-LER-AGING-EXIT
039600     END-IF.
039700 1000-INICIALIZAR-EXIT.
039800     EXIT.
039900*
040000***************************************************************
040100*    1100-LER-AGING                                            *
040200***************************************************************
040300 1100-LER-AGING.
040400     READ AGING-DET-FILE
040500         AT END
040600             MOVE "Y" TO WS-AGD-FIM-SW
040700     END-READ.
040800     IF NOT AGING-OK
040900         MOVE "Y" TO WS-AGD-FIM-SW
041000     END-IF.
041100 1100-LER-AGING-EXIT.
041200     EXIT.
041300*
041400***************************************************************
041500*    2000-ACOMPANHAR-CICLOS - PERCORRE O CADASTRO NEGATIVA E    *
041600*    AVANCA CADA CICLO ABERTO (N, I, R)                         *
041700***************************************************************
041800 2000-ACOMPANHAR-CICLOS.
041900     MOVE "N" TO WS-NEG-FIM-SW.
042000     MOVE LOW-VALUES TO NEG-CUST-ID.
042100     START NEGATIVA-FILE KEY IS NOT LESS THAN NEG-CUST-ID
042200         INVALID KEY
042300             MOVE "Y" TO WS-NEG-FIM-SW
042400     END-START.
042500     IF NOT FIM-DAS-NEGATIVACOES
042600         PERFORM 2100-LER-NEGATIVACAO
042700             THRU 2100-LER-NEGATIVACAO-EXIT
042800     END-IF.
042900     PERFORM 2200-CONFERIR-CICLO THRU 2200-CONFERIR-CICLO-EXIT
043000         UNTIL FIM-DAS-NEGATIVACOES.
043100 2000-ACOMPANHAR-CICLOS-EXIT.
043200     EXIT.
043300*
043400***************************************************************
043500*    2100-LER-NEGATIVACAO                                      *
043600***************************************************************
043700 2100-LER-NEGATIVACAO.
043800     READ NEGATIVA-FILE NEXT RECORD
043900         AT END
044000             MOVE "Y" TO WS-NEG-FIM-SW
044100     END-READ.
044200     IF NOT NEGATIVA-OK
044300         MOVE "Y" TO WS-NEG-FIM-SW
044400     END-IF.
044500 2100-LER-NEGATIVACAO-EXIT.
044600     EXIT.
044700*
044800***************************************************************
044900*    2200-CONFERIR-CICLO - "N": REGULARIZOU NO PRAZO DO AVISO   *
045000*    CANCELA, PRAZO VENCIDO INCLUI; "I": REGULARIZOU PASSA A    *
045100*    "R"; "R": GRAVA A EXCLUSAO OU, SEM NEGMOV, CONTA O PRAZO   *
045200***************************************************************
045300 2200-CONFERIR-CICLO.
045400     IF NOT NEG-CICLO-ABERTO
045500         GO TO 2200-CONFERIR-CICLO-LER
045600     END-IF.
045700     MOVE NEG-CUST-ID TO CUST-ID.
045800     READ CUSTOMER-MASTER
045900         KEY IS CUST-ID
046000         INVALID KEY
046100             CONTINUE
046200     END-READ.
046300     IF NOT MASTER-OK
046400         MOVE SPACES TO RPT-LINHA-ENTRADA
046500         STRING "SEM CLIENTE " NEG-CUST-ID " SITUACAO "
046600             NEG-SITUACAO " - CLIENTE FORA DO CUSTMAST"
046700             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
046800         END-STRING
046900         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
047000         GO TO 2200-CONFERIR-CICLO-LER
047100     END-IF.
047200     PERFORM 2300-VERIFICAR-REGULARIZACAO
047300         THRU 2300-VERIFICAR-REGULARIZACAO-EXIT.
047400     IF NEG-NOTIFICADO
047500         PERFORM 2400-VENCER-AVISO THRU 2400-VENCER-AVISO-EXIT
047600         GO TO 2200-CONFERIR-CICLO-GRAVA
047700     END-IF.
047800     IF NEG-INCLUIDO
047900         IF NOT DEVEDOR-REGULARIZADO
048000             GO TO 2200-CONFERIR-CICLO-LER
048100         END-IF
048200         SET NEG-REGULARIZADO TO TRUE
048300         MOVE RUN-DATA TO NEG-DATA-REGULARIZ
048400     END-IF.
048500     PERFORM 2600-EXCLUIR-DO-BIRO THRU 2600-EXCLUIR-DO-BIRO-EXIT.
048600 2200-CONFERIR-CICLO-GRAVA.
048700     REWRITE NEGATIVACAO-RECORD.
048800     IF NOT NEGATIVA-OK
048900         MOVE "NEGCICLO" TO ERR-PROGRAMA
049000         SET ERR-TIPO-ARQUIVO TO TRUE
049100         MOVE "REGRAVACAO NO ARQUIVO NEGATIVA" TO ERR-CONTEXTO
049200         MOVE WS-NEGATIVA-FILE-STATUS TO ERR-FILE-STATUS
049300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
049400     END-IF.
049500 2200-CONFERIR-CICLO-LER.
049600     PERFORM 2100-LER-NEGATIVACAO THRU 2100-LER-NEGATIVACAO-EXIT.
049700 2200-CONFERIR-CICLO-EXIT.
049800     EXIT.
049900*
050000***************************************************************
050100*    2300-VERIFICAR-REGULARIZACAO - SALDO ZERO OU POSITIVO NO   *
050200*    CUSTMAST OU ACORDO ATIVO; O CREDITO "BXPJ" DA BAIXA PARA   *
050300*    PREJUIZO ZERA O SALDO SEM PAGAMENTO E NAO REGULARIZA       *
050400***************************************************************
050500 2300-VERIFICAR-REGULARIZACAO.
050600     MOVE "N" TO WS-REGULAR-SW.
050700     IF ACORDOS-DISPONIVEIS
050800         MOVE NEG-CUST-ID TO ACD-CUST-ID
050900         READ ACORDO-FILE
051000             INVALID KEY
051100                 CONTINUE
051200         END-READ
051300         IF ACORDO-OK AND ACD-ATIVO
051400             MOVE "Y" TO WS-REGULAR-SW
051500             GO TO 2300-VERIFICAR-REGULARIZACAO-EXIT
051600         END-IF
051700     END-IF.
051800     IF CUST-SALDO < ZERO
051900         GO TO 2300-VERIFICAR-REGULARIZACAO-EXIT
052000     END-IF.
052100     IF PREJUIZOS-DISPONIVEIS
052200         MOVE NEG-CUST-ID TO PRJ-CUST-ID
052300         READ PREJUIZO-FILE
052400             INVALID KEY
052500                 CONTINUE
052600         END-READ
052700         IF PREJ-OK AND PRJ-A-RECUPERAR
052800             GO TO 2300-VERIFICAR-REGULARIZACAO-EXIT
052900         END-IF
053000     END-IF.
053100     MOVE "Y" TO WS-REGULAR-SW.
053200 2300-VERIFICAR-REGULARIZACAO-EXIT.
053300     EXIT.
053400*
053500***************************************************************
053600*    2400-VENCER-AVISO - AVISO PREVIO EM CURSO: CANCELA SE O    *
053700*    CLIENTE REGULARIZOU; INCLUI NO BIRO SE O PRAZO VENCEU      *
053800***************************************************************
053900 2400-VENCER-AVISO.
054000     IF DEVEDOR-REGULARIZADO
054100         SET NEG-CANCELADO TO TRUE
054200         MOVE RUN-DATA TO NEG-DATA-REGULARIZ
054300         ADD 1 TO WS-QTDE-CANCELADOS
054400         MOVE NEG-VALOR TO WS-VALOR-EDITADO
054500         MOVE SPACES TO RPT-LINHA-ENTRADA
054600         STRING "CANCELADO   " NEG-CUST-ID " AVISO "
054700             NEG-DATA-AVISO " R$ " WS-VALOR-EDITADO
054800             " - REGULARIZOU NO PRAZO DO AVISO"
054900             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
055000         END-STRING
055100         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
055200         GO TO 2400-VENCER-AVISO-EXIT
055300     END-IF.
055400     SET CAL-ACAO-ENTRE TO TRUE.
055500     MOVE NEG-DATA-AVISO TO CAL-DATA-1.
055600     MOVE RUN-DATA TO CAL-DATA-2.
055700     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
055800     IF CAL-RC NOT = ZERO
055900         GO TO 2400-VENCER-AVISO-EXIT
056000     END-IF.
056100     MOVE CAL-DIAS-UTEIS TO WS-DIAS-DECORRIDOS.
056200     IF WS-DIAS-DECORRIDOS < WS-PRAZO-AVISO
056300         OR NOT MOVIMENTO-DISPONIVEL
056400         GO TO 2400-VENCER-AVISO-EXIT
056500     END-IF.
056600     MOVE "I" TO WS-TIPO-MOVTO.
056700     PERFORM 2500-GRAVAR-MOVIMENTO
056800         THRU 2500-GRAVAR-MOVIMENTO-EXIT.
056900     SET NEG-INCLUIDO TO TRUE.
057000     MOVE RUN-DATA TO NEG-DATA-INCLUSAO.
057100     ADD 1 TO WS-QTDE-INCLUSOES.
057200     MOVE NEG-VALOR TO WS-VALOR-EDITADO.
057300     MOVE WS-DIAS-DECORRIDOS TO WS-DIAS-EDITADO.
057400     MOVE SPACES TO RPT-LINHA-ENTRADA.
057500     STRING "INCLUIDO    " NEG-CUST-ID " " CUST-NOME
057600         " AVISO " NEG-DATA-AVISO " DIAS " WS-DIAS-EDITADO
057700         " R$ " WS-VALOR-EDITADO
057800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
057900     END-STRING.
058000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
058100 2400-VENCER-AVISO-EXIT.
058200     EXIT.
058300*
058400***************************************************************
058500*    2500-GRAVAR-MOVIMENTO - DETALHE "I" OU "E" NO NEGMOV COM O *
058600*    DOCUMENTO E O ENDERECO DO DEVEDOR                          *
058700***************************************************************
058800 2500-GRAVAR-MOVIMENTO.
058900     MOVE SPACES TO NEGMOV-DETALHE.
059000     MOVE WS-TIPO-MOVTO TO NMD-TIPO.
059100     MOVE NEG-CUST-ID TO NMD-CUST-ID.
059200     IF NEG-CPF-CNPJ(12:3) = SPACES
059300         MOVE "1" TO NMD-TIPO-DOC
059400     ELSE
059500         MOVE "2" TO NMD-TIPO-DOC
059600     END-IF.
059700     MOVE NEG-CPF-CNPJ TO NMD-CPF-CNPJ.
059800     MOVE CUST-NOME TO NMD-NOME.
059900     COMPUTE WS-VALOR-CTVS = NEG-VALOR * 100.
060000     MOVE WS-VALOR-CTVS TO NMD-VALOR-CTVS.
060100     MOVE NEG-DATA-NEG TO NMD-DATA-NEG.
060200     MOVE NEG-DATA-AVISO TO NMD-DATA-AVISO.
060300     MOVE RUN-DATA TO NMD-DATA-MOVTO.
060400     MOVE NEG-CUST-ID TO ADR-CUST-ID.
060500     READ ADDRESS-FILE
060600         INVALID KEY
060700             CONTINUE
060800     END-READ.
060900     IF ADDR-OK
061000         MOVE ADR-LOGRADOURO TO NMD-LOGRADOURO
061100         MOVE ADR-COMPLEMENTO TO NMD-COMPLEMENTO
061200         MOVE ADR-CIDADE TO NMD-CIDADE
061300         MOVE ADR-UF TO NMD-UF
061400         MOVE ADR-CEP TO NMD-CEP
061500     END-IF.
061600     WRITE NEGMOV-DETALHE.
061700     ADD 1 TO WS-QTDE-DETALHES.
061800     ADD WS-VALOR-CTVS TO WS-SOMA-DETALHES.
061900 2500-GRAVAR-MOVIMENTO-EXIT.
062000     EXIT.
062100*
062200***************************************************************
062300*    2600-EXCLUIR-DO-BIRO - CLIENTE REGULARIZADO: EXCLUSAO NO   *
062400*    NEGMOV; SEM NEGMOV FICA EM "R" E, PERTO DO PRAZO LEGAL DE  *
062500*    RETIRADA, VIRA ALERTA CRITICO                              *
062600***************************************************************
062700 2600-EXCLUIR-DO-BIRO.
062800     MOVE NEG-VALOR TO WS-VALOR-EDITADO.
062900     IF MOVIMENTO-DISPONIVEL
063000         MOVE "E" TO WS-TIPO-MOVTO
063100         PERFORM 2500-GRAVAR-MOVIMENTO
063200             THRU 2500-GRAVAR-MOVIMENTO-EXIT
063300         SET NEG-EXCLUIDO TO TRUE
063400         MOVE RUN-DATA TO NEG-DATA-EXCLUSAO
063500         ADD 1 TO WS-QTDE-EXCLUSOES
063600         MOVE SPACES TO RPT-LINHA-ENTRADA
063700         STRING "EXCLUIDO    " NEG-CUST-ID " " CUST-NOME
063800             " REGULARIZADO " NEG-DATA-REGULARIZ
063900             " R$ " WS-VALOR-EDITADO
064000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
064100         END-STRING
064200         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
064300         GO TO 2600-EXCLUIR-DO-BIRO-EXIT
064400     END-IF.
064500     ADD 1 TO WS-QTDE-PENDENTES.
064600     MOVE ZERO TO WS-DIAS-DECORRIDOS.
064700     SET CAL-ACAO-ENTRE TO TRUE.
064800     MOVE NEG-DATA-REGULARIZ TO CAL-DATA-1.
064900     MOVE RUN-DATA TO CAL-DATA-2.
065000     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
065100     IF CAL-RC = ZERO
065200         MOVE CAL-DIAS-UTEIS TO WS-DIAS-DECORRIDOS
065300     END-IF.
065400     MOVE WS-DIAS-DECORRIDOS TO WS-DIAS-EDITADO.
065500     MOVE SPACES TO RPT-LINHA-ENTRADA.
065600     STRING "PENDENTE    " NEG-CUST-ID " " CUST-NOME
065700         " REGULARIZADO " NEG-DATA-REGULARIZ
065800         " DIAS " WS-DIAS-EDITADO " - EXCLUSAO NAO ENVIADA"
065900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
066000     END-STRING.
066100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
066200     IF WS-DIAS-DECORRIDOS < WS-DIAS-ALERTA
066300         GO TO 2600-EXCLUIR-DO-BIRO-EXIT
066400     END-IF.
066500     ADD 1 TO WS-QTDE-ALERTAS.
066600     MOVE "NEGCICLO" TO ALR-PROGRAMA.
066700     SET ALR-SEV-CRITICO TO TRUE.
066800     MOVE SPACES TO ALR-MENSAGEM.
066900     STRING "EXCLUSAO NO BIRO PENDENTE " NEG-CUST-ID
067000         " HA " WS-DIAS-EDITADO " DIAS UTEIS"
067100         DELIMITED BY SIZE INTO ALR-MENSAGEM
067200     END-STRING.
067300     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
067400 2600-EXCLUIR-DO-BIRO-EXIT.
067500     EXIT.
067600*
067700***************************************************************
067800*    3000-TRATAR-DEVEDOR - DEVEDOR DO AGING NA FAIXA DE CORTE,  *
067900*    AINDA NEGATIVO HOJE, SEM CICLO ABERTO E FORA DE ACORDO     *
068000*    RECEBE O AVISO PREVIO SE TIVER DOCUMENTO E ENDERECO        *
068100***************************************************************
068200 3000-TRATAR-DEVEDOR.
068300     ADD 1 TO WS-QTDE-LIDOS.
068400     IF AGD-FAIXA < WS-FAIXA-MINIMA
068500         GO TO 3000-TRATAR-DEVEDOR-LER
068600     END-IF.
068700*    O AGINGDET E DA ULTIMA RODADA DO AGING - VALE O SALDO DE HOJE
068800     MOVE AGD-CUST-ID TO CUST-ID.
068900     READ CUSTOMER-MASTER
069000         KEY IS CUST-ID
069100         INVALID KEY
069200             CONTINUE
069300     END-READ.
069400     IF NOT MASTER-OK OR CUST-SALDO NOT < ZERO
069500         GO TO 3000-TRATAR-DEVEDOR-LER
069600     END-IF.
069700     ADD 1 TO WS-QTDE-NA-FAIXA.
069800     MOVE "N" TO WS-NEG-EXISTE-SW.
069900     MOVE AGD-CUST-ID TO NEG-CUST-ID.
070000     READ NEGATIVA-FILE
070100         INVALID KEY
070200             CONTINUE
070300     END-READ.
070400     IF NEGATIVA-OK
070500         MOVE "Y" TO WS-NEG-EXISTE-SW
070600         IF NEG-CICLO-ABERTO
070700             ADD 1 TO WS-QTDE-JA-EM-CICLO
070800             GO TO 3000-TRATAR-DEVEDOR-LER
070900         END-IF
071000     END-IF.
071100     IF ACORDOS-DISPONIVEIS
071200         MOVE AGD-CUST-ID TO ACD-CUST-ID
071300         READ ACORDO-FILE
071400             INVALID KEY
071500                 CONTINUE
071600         END-READ
071700         IF ACORDO-OK AND ACD-ATIVO
071800             ADD 1 TO WS-QTDE-EM-ACORDO
071900             GO TO 3000-TRATAR-DEVEDOR-LER
072000         END-IF
072100     END-IF.
072200     PERFORM 3100-DADOS-DEVEDOR THRU 3100-DADOS-DEVEDOR-EXIT.
072300     IF WS-MOTIVO-RECUSA NOT = SPACES
072400         ADD 1 TO WS-QTDE-RECUSADOS
072500         COMPUTE WS-VALOR-EDITADO = ZERO - CUST-SALDO
072600         MOVE SPACES TO RPT-LINHA-ENTRADA
072700         STRING "SEM AVISO   " AGD-CUST-ID " FAIXA " AGD-FAIXA
072800             " R$ " WS-VALOR-EDITADO " - " WS-MOTIVO-RECUSA
072900             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
073000         END-STRING
073100         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
073200         GO TO 3000-TRATAR-DEVEDOR-LER
073300     END-IF.
073400     PERFORM 3200-EMITIR-AVISO THRU 3200-EMITIR-AVISO-EXIT.
073500 3000-TRATAR-DEVEDOR-LER.
073600     PERFORM 1100-LER-AGING THRU 1100-LER-AGING-EXIT.
073700 3000-TRATAR-DEVEDOR-EXIT.
073800     EXIT.
073900*
074000***************************************************************
074100*    3100-DADOS-DEVEDOR - DOCUMENTO (CUSTMAST) E ENDERECO       *
074200*    (CUSTADDR); SEM ELES NAO HA COMO COMPROVAR O AVISO         *
074300***************************************************************
074400 3100-DADOS-DEVEDOR.
074500     MOVE SPACES TO WS-MOTIVO-RECUSA.
074600*    O PLACEHOLDER "*" + CUST-ID NAO E DOCUMENTO (VER CUSTREC.CPY)
074700     IF CUST-CPF-CNPJ = SPACES OR CUST-CPF-CNPJ(1:1) = "*"
074800         MOVE "SEM CPF/CNPJ NO CUSTMAST" TO WS-MOTIVO-RECUSA
074900         GO TO 3100-DADOS-DEVEDOR-EXIT
075000     END-IF.
075100     MOVE AGD-CUST-ID TO ADR-CUST-ID.
075200     READ ADDRESS-FILE
075300         INVALID KEY
075400             CONTINUE
075500     END-READ.
075600     IF NOT ADDR-OK
075700         MOVE "SEM ENDERECO NO CUSTADDR" TO WS-MOTIVO-RECUSA
075800         GO TO 3100-DADOS-DEVEDOR-EXIT
075900     END-IF.
076000     IF ADR-LOGRADOURO = SPACES OR ADR-CIDADE = SPACES
076100         OR ADR-UF = SPACES OR ADR-CEP = SPACES
076200         MOVE "ENDERECO INCOMPLETO NO CUSTADDR"
076300             TO WS-MOTIVO-RECUSA
076400     END-IF.
076500 3100-DADOS-DEVEDOR-EXIT.
076600     EXIT.
076700*
076800***************************************************************
076900*    3200-EMITIR-AVISO - CARTA DE AVISO PREVIO NO NEGCART E     *
077000*    CICLO "N" NO CADASTRO NEGATIVA (NOVO OU REABERTO)          *
077100***************************************************************
077200 3200-EMITIR-AVISO.
077300     IF NOT NEGATIVACAO-EXISTE
077400         MOVE SPACES TO NEGATIVACAO-RECORD
077500         MOVE AGD-CUST-ID TO NEG-CUST-ID
077600         MOVE ZERO TO NEG-QTDE-CICLOS
077700     END-IF.
077800     SET NEG-NOTIFICADO TO TRUE.
077900     MOVE CUST-CPF-CNPJ TO NEG-CPF-CNPJ.
078000     COMPUTE NEG-VALOR = ZERO - CUST-SALDO.
078100     MOVE AGD-DATA-NEG TO NEG-DATA-NEG.
078200     MOVE RUN-DATA TO NEG-DATA-AVISO.
078300     MOVE ZERO TO NEG-DATA-INCLUSAO.
078400     MOVE ZERO TO NEG-DATA-REGULARIZ.
078500     MOVE ZERO TO NEG-DATA-EXCLUSAO.
078600     ADD 1 TO NEG-QTDE-CICLOS.
078700     IF NEGATIVACAO-EXISTE
078800         REWRITE NEGATIVACAO-RECORD
078900     ELSE
079000         WRITE NEGATIVACAO-RECORD
079100     END-IF.
079200     IF NOT NEGATIVA-OK
079300         MOVE "NEGCICLO" TO ERR-PROGRAMA
079400         SET ERR-TIPO-ARQUIVO TO TRUE
079500         MOVE "GRAVACAO NO ARQUIVO NEGATIVA" TO ERR-CONTEXTO
079600         MOVE WS-NEGATIVA-FILE-STATUS TO ERR-FILE-STATUS
079700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
079800         GO TO 3200-EMITIR-AVISO-EXIT
079900     END-IF.
080000     ADD 1 TO WS-QTDE-AVISOS.
080000     MOVE ZERO TO WS-MALA-LINHA.
080100     MOVE NEG-VALOR TO WS-VALOR-EDITADO.
080200     MOVE WS-PRAZO-AVISO TO WS-PRAZO-EDITADO.
080300     MOVE ALL "=" TO CARTA-LINE.
080300     PERFORM 8200-IMPRIMIR-CARTA
080300         THRU 8200-IMPRIMIR-CARTA-EXIT.
080500     MOVE SPACES TO CARTA-LINE.
080600     STRING "AVISO PREVIO DE INCLUSAO EM CADASTRO DE "
080700         "INADIMPLENTES - EMITIDO EM " RUN-DATA
080800         DELIMITED BY SIZE INTO CARTA-LINE
080900     END-STRING.
080900     PERFORM 8200-IMPRIMIR-CARTA
080900         THRU 8200-IMPRIMIR-CARTA-EXIT.
081100     MOVE SPACES TO CARTA-LINE.
081200     STRING "AO CLIENTE " AGD-CUST-ID " " CUST-NOME
081300         " CPF/CNPJ " CUST-CPF-CNPJ
081400         DELIMITED BY SIZE INTO CARTA-LINE
081500     END-STRING.
081500     PERFORM 8200-IMPRIMIR-CARTA
081500         THRU 8200-IMPRIMIR-CARTA-EXIT.
081700     MOVE SPACES TO CARTA-LINE.
081800     STRING ADR-LOGRADOURO " " ADR-COMPLEMENTO
081900         DELIMITED BY SIZE INTO CARTA-LINE
082000     END-STRING.
082000     PERFORM 8200-IMPRIMIR-CARTA
082000         THRU 8200-IMPRIMIR-CARTA-EXIT.
082200     MOVE SPACES TO CARTA-LINE.
082300     STRING ADR-CIDADE "/" ADR-UF " CEP " ADR-CEP
082400         DELIMITED BY SIZE INTO CARTA-LINE
082500     END-STRING.
082500     PERFORM 8200-IMPRIMIR-CARTA
082500         THRU 8200-IMPRIMIR-CARTA-EXIT.
082700     MOVE SPACES TO CARTA-LINE.
082800     STRING "CONSTA EM ABERTO O DEBITO DE R$ " WS-VALOR-EDITADO
082900         " VENCIDO DESDE " AGD-DATA-NEG "."
083000         DELIMITED BY SIZE INTO CARTA-LINE
083100     END-STRING.
083100     PERFORM 8200-IMPRIMIR-CARTA
083100         THRU 8200-IMPRIMIR-CARTA-EXIT.
083300     MOVE SPACES TO CARTA-LINE.
083400     STRING "NAO HAVENDO REGULARIZACAO EM " WS-PRAZO-EDITADO
083500         " DIAS UTEIS A CONTAR DESTA DATA, O DEBITO SERA "
083600         "INFORMADO AO CADASTRO DE INADIMPLENTES."
083700         DELIMITED BY SIZE INTO CARTA-LINE
083800     END-STRING.
083800     PERFORM 8200-IMPRIMIR-CARTA
083800         THRU 8200-IMPRIMIR-CARTA-EXIT.
084000     MOVE SPACES TO RPT-LINHA-ENTRADA.
084100     STRING "AVISADO     " AGD-CUST-ID " " CUST-NOME
084200         " FAIXA " AGD-FAIXA " DESDE " AGD-DATA-NEG
084300         " R$ " WS-VALOR-EDITADO
084400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
084500     END-STRING.
084600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
084700 3200-EMITIR-AVISO-EXIT.
084800     EXIT.
084900*
085000***************************************************************
085100*    9000-FINALIZAR - TRAILER DO NEGMOV, TOTAIS E FECHAMENTO    *
085200***************************************************************
085300 9000-FINALIZAR.
085400     IF MOVIMENTO-DISPONIVEL
085500         MOVE SPACES TO NEGMOV-TRAILER
085600         MOVE "9" TO NM9-TIPO
085700         MOVE WS-QTDE-DETALHES TO NM9-QTDE
085800         MOVE WS-SOMA-DETALHES TO NM9-SOMA-CTVS
085900         WRITE NEGMOV-TRAILER
086000         CLOSE MOVIMENTO-BIRO-FILE
086100     END-IF.
086200     MOVE WS-QTDE-DETALHES TO WS-QTDE-DISP.
086300     MOVE SPACES TO RPT-LINHA-ENTRADA.
086400     STRING "MOVIMENTOS AO BIRO " WS-QTDE-DISP
086500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
086600     END-STRING.
086700     SET RPT-ACAO-TOTAL TO TRUE.
086800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
086900     PERFORM 8000-GRAVAR-LINHAS-RPT
087000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
087100     IF PRINT-FILE-OK
087200         CLOSE PRINT-FILE
087300     END-IF.
087400     IF CARTAS-DISPONIVEIS
087500         CLOSE CARTA-FILE
087500     END-IF.
087500     IF MALA-DISPONIVEL
087500         CLOSE MALA-FILE
087600     END-IF.
087700     IF AGING-DISPONIVEL
087800         CLOSE AGING-DET-FILE
087900     END-IF.
088000     IF ACORDOS-DISPONIVEIS
088100         CLOSE ACORDO-FILE
088200     END-IF.
088300     IF PREJUIZOS-DISPONIVEIS
088400         CLOSE PREJUIZO-FILE
088500     END-IF.
088600     CLOSE CUSTOMER-MASTER.
088700     CLOSE ADDRESS-FILE.
088800     CLOSE NEGATIVA-FILE.
088900     DISPLAY "====== CICLO DE NEGATIVACAO ======".
089000     DISPLAY "FAIXA MINIMA .......: " WS-FAIXA-MINIMA.
089100     DISPLAY "PRAZO AVISO (UTEIS) : " WS-PRAZO-AVISO.
089200     DISPLAY "DEVEDORES LIDOS ....: " WS-QTDE-LIDOS.
089300     DISPLAY "NA FAIXA E NEGATIVOS: " WS-QTDE-NA-FAIXA.
089400     DISPLAY "JA EM CICLO ........: " WS-QTDE-JA-EM-CICLO.
089500     DISPLAY "EM ACORDO ..........: " WS-QTDE-EM-ACORDO.
089600     DISPLAY "SEM DADOS DEVEDOR ..: " WS-QTDE-RECUSADOS.
089700     DISPLAY "AVISOS EMITIDOS ....: " WS-QTDE-AVISOS.
089800     DISPLAY "CANCELADOS NO AVISO : " WS-QTDE-CANCELADOS.
089900     DISPLAY "INCLUSOES NO BIRO ..: " WS-QTDE-INCLUSOES.
090000     DISPLAY "EXCLUSOES DO BIRO ..: " WS-QTDE-EXCLUSOES.
090100     DISPLAY "EXCLUSOES PENDENTES : " WS-QTDE-PENDENTES.
090200     DISPLAY "ALERTAS DE PRAZO ...: " WS-QTDE-ALERTAS.
090300     IF WS-QTDE-RECUSADOS > ZERO OR WS-QTDE-ALERTAS > ZERO
090400         MOVE 4 TO RETURN-CODE
090500     END-IF.
090600 9000-FINALIZAR-EXIT.
090700     EXIT.
090800*
090900***************************************************************
091000*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
091100***************************************************************
091200 8500-DETALHE.
091300     SET RPT-ACAO-DETALHE TO TRUE.
091400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
091500     PERFORM 8000-GRAVAR-LINHAS-RPT
091600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
091700 8500-DETALHE-EXIT.
091800     EXIT.
091900*
092000***************************************************************
092100*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
092200*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
092300***************************************************************
092400 8000-GRAVAR-LINHAS-RPT.
092500     IF NOT PRINT-FILE-OK
092600         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
092700     END-IF.
092800     PERFORM 8100-GRAVAR-UMA-LINHA
092900         THRU 8100-GRAVAR-UMA-LINHA-EXIT
093000         VARYING WS-RPT-SUB FROM 1 BY 1
093100         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
093200 8000-GRAVAR-LINHAS-RPT-EXIT.
093300     EXIT.
093400*
093500***************************************************************
093600*    8100-GRAVAR-UMA-LINHA                                     *
093700***************************************************************
093800 8100-GRAVAR-UMA-LINHA.
093900     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
094000     WRITE PRINT-LINE.
094100 8100-GRAVAR-UMA-LINHA-EXIT.
094200     EXIT.
094200*
094200***************************************************************
094200*    8200-IMPRIMIR-CARTA - GRAVA A LINHA DO AVISO NO NEGCART E, *
094200*    COM O MALADOC ABERTO, TAMBEM NA MALA DIRETA                *
094200***************************************************************
094200 8200-IMPRIMIR-CARTA.
094200     WRITE CARTA-LINE.
094200     IF NOT MALA-DISPONIVEL
094200         GO TO 8200-IMPRIMIR-CARTA-EXIT
094200     END-IF.
094200     ADD 1 TO WS-MALA-LINHA.
094200     MOVE SPACES TO MALA-DOC-RECORD.
094200     SET MDC-ORIG-NEGATIVACAO TO TRUE.
094200     MOVE RUN-DATA TO MDC-DATA.
094200     MOVE WS-QTDE-AVISOS TO MDC-DOC.
094200     MOVE AGD-CUST-ID TO MDC-CUST-ID.
094200     MOVE CUST-NOME TO MDC-NOME.
094200     MOVE WS-MALA-LINHA TO MDC-LINHA.
094200     MOVE CARTA-LINE TO MDC-TEXTO.
094200     WRITE MALA-DOC-RECORD.
094200 8200-IMPRIMIR-CARTA-EXIT.
094200     EXIT.
