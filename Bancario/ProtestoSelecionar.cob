000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROTESTO-SELECIONAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     SELECAO DE TITULOS PARA PROTESTO. O TITULO
001200*                       AINDA ABERTO NO TITREG MUITO DEPOIS DO
001300*                       VENCIMENTO IA AO CARTORIO A MAO, DIGITANDO
001400*                       CPF/CNPJ E ENDERECO DO DEVEDOR (TELAS CINQ
001500*                       E CADR) NO PORTAL. ESTE PASSO ESCOLHE O
001600*                       TITULO ABERTO VENCIDO HA MAIS DE PROTDIAS
001700*                       DIAS UTEIS (PADRAO 20, PELO CAL-BUSINESS-
001800*                       DAY), FORA DE ACORDO DE PARCELAMENTO ATIVO
001900*                       (ARQUIVO ACORDO) E SEM CONTESTACAO NO
002000*                       CADASTRO CONTEST (CASO EM ANDAMENTO OU COM
002050*                       ESTORNO PENDENTE SEGURA O TITULO; SEM
002060*                       CONTEST LEGIVEL O PASSO PARA COM RC 8, SEM
002070*                       PROTREM), E GRAVA O ARQUIVO DE
002200*                       APRESENTACAO PROTREM COM O DOCUMENTO DO
002300*                       CUSTMAST (CUST-CPF-CNPJ) E O ENDERECO DO
002400*                       CUSTADDR. CADA TITULO ENVIADO ENTRA NO
002500*                       CADASTRO PROTESTO (VER PROTREG.CPY) COMO
002600*                       "E"; TITULO SEM DOCUMENTO OU ENDERECO NAO
002700*                       VAI E SAI NO RELATORIO. TITULO ENVIADO QUE
002800*                       DEPOIS FOI PAGO OU BAIXADO NO BANCO GANHA
002900*                       PEDIDO DE DESISTENCIA NO MESMO PROTREM. O
003000*                       RELATORIO PROTSPRT LISTA ENVIOS,
003100*                       DESISTENCIAS E RECUSAS.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TITULO-FILE ASSIGN TO "TITREG"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS TIT-CHAVE
004100         ALTERNATE RECORD KEY IS TIT-CUST-ID
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-TITULO-FILE-STATUS.
004400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CUST-ID
004800         ALTERNATE RECORD KEY IS CUST-NOME
004900             WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005100         FILE STATUS IS WS-MASTER-FILE-STATUS.
005200     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ADR-CUST-ID
005600         FILE STATUS IS WS-ADDR-FILE-STATUS.
005700     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ACD-CUST-ID
006100         FILE STATUS IS WS-ACORDO-FILE-STATUS.
006100     SELECT CONTEST-FILE ASSIGN TO "CONTEST"
006100         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CTS-CHAVE
006100         FILE STATUS IS WS-CONTEST-FILE-STATUS.
006500     SELECT PROTESTO-FILE ASSIGN TO "PROTESTO"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PRT-CHAVE
006900         FILE STATUS IS WS-PROTESTO-FILE-STATUS.
007000     SELECT REMESSA-PROT-FILE ASSIGN TO "PROTREM"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PROTREM-FILE-STATUS.
007300     SELECT PRINT-FILE ASSIGN TO "PROTSPRT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-PRINT-FILE-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900*
008000 FD  TITULO-FILE.
008100*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
008200*    COPYBOOKS/TITREG.CPY)
008300 COPY "TITREG.cpy".
008400*
008500 FD  CUSTOMER-MASTER.
008600*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008700 COPY "CUSTREC.cpy".
008800*
008900 FD  ADDRESS-FILE.
009000*    ENDERECO DO DEVEDOR (VER COPYBOOKS/ADDRREC.CPY)
009100 COPY "ADDRREC.cpy".
009200*
009300 FD  ACORDO-FILE.
009400*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
009500 COPY "ACORDREG.cpy".
009600*
009600 FD  CONTEST-FILE.
009600*    CADASTRO DE CONTESTACOES (VER COPYBOOKS/CTSREG.CPY)
009600 COPY "CTSREG.cpy".
010400*
010500 FD  PROTESTO-FILE.
010600*    TITULOS ENVIADOS A PROTESTO (VER COPYBOOKS/PROTREG.CPY)
010700 COPY "PROTREG.cpy".
010800*
010900 FD  REMESSA-PROT-FILE
011000     RECORDING MODE IS F.
011100***************************************************************
011200*    ARQUIVO DE APRESENTACAO A PROTESTO - 300 POSICOES:
011300*    "0" HEADER, "1" APRESENTACAO, "2" DESISTENCIA, "9" TRAILER
011400*    (QUANTIDADE DE DETALHES E SOMA DOS VALORES EM CENTAVOS)
011500***************************************************************
011600 01  PROTREM-RECORD          PIC X(300).
011700 01  PROTREM-HEADER.
011800     05  PRH-TIPO            PIC X(01).
011900     05  PRH-DATA-GERACAO    PIC 9(08).
012000     05  PRH-SISTEMA         PIC X(08).
012100     05  FILLER              PIC X(283).
012200 01  PROTREM-DETALHE.
012300     05  PRD-TIPO            PIC X(01).
012400     05  PRD-BANCO           PIC 9(03).
012500     05  PRD-REMSEQ          PIC 9(05).
012600     05  PRD-CUST-ID         PIC X(10).
012700     05  PRD-NOSSO-NUMERO    PIC X(10).
012800     05  PRD-VALOR-CTVS      PIC 9(13).
012900     05  PRD-DATA-VENC       PIC 9(08).
013000     05  PRD-DATA-EMISSAO    PIC 9(08).
013100     05  PRD-TIPO-DOC        PIC X(01).
013200     05  PRD-CPF-CNPJ        PIC X(14).
013300     05  PRD-NOME            PIC X(30).
013400     05  PRD-LOGRADOURO      PIC X(30).
013500     05  PRD-COMPLEMENTO     PIC X(30).
013600     05  PRD-CIDADE          PIC X(20).
013700     05  PRD-UF              PIC X(02).
013800     05  PRD-CEP             PIC X(08).
013900     05  PRD-PROTOCOLO       PIC X(10).
014000     05  FILLER              PIC X(97).
014100 01  PROTREM-TRAILER.
014200     05  PRT9-TIPO           PIC X(01).
014300     05  PRT9-QTDE           PIC 9(07).
014400     05  PRT9-SOMA-CTVS      PIC 9(15).
014500     05  FILLER              PIC X(277).
014600*
014700 FD  PRINT-FILE
014800     RECORDING MODE IS F.
014900 01  PRINT-LINE              PIC X(132).
015000*
015100 WORKING-STORAGE SECTION.
015200*
015300 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
015400     88  TITULO-OK           VALUE "00".
015500 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
015600     88  MASTER-OK           VALUE "00".
015700 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
015800     88  ADDR-OK             VALUE "00".
015900 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
016000     88  ACORDO-OK           VALUE "00".
016000 77  WS-CONTEST-FILE-STATUS  PIC X(02) VALUE ZEROS.
016000     88  CONTEST-OK          VALUE "00".
016300 77  WS-PROTESTO-FILE-STATUS PIC X(02) VALUE ZEROS.
016400     88  PROTESTO-OK         VALUE "00".
016500     88  PROTESTO-NAO-ACHADO VALUE "23", "35".
016600 77  WS-PROTREM-FILE-STATUS  PIC X(02) VALUE ZEROS.
016700     88  PROTREM-OK          VALUE "00".
016800 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
016900     88  PRINT-FILE-OK       VALUE "00".
017000*
017100 77  WS-TIT-FIM-SW           PIC X(01) VALUE "N".
017200     88  FIM-DOS-TITULOS     VALUE "Y".
017300 77  WS-PRT-FIM-SW           PIC X(01) VALUE "N".
017400     88  FIM-DOS-PROTESTOS   VALUE "Y".
017400 77  WS-CTS-FIM-SW           PIC X(01) VALUE "N".
017400     88  FIM-DAS-CONTESTACOES VALUE "Y".
017700 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
017800     88  ACORDOS-DISPONIVEIS VALUE "Y".
017900 77  WS-ACHADO-SW            PIC X(01) VALUE "N".
018000     88  CLIENTE-BLOQUEADO   VALUE "Y".
018100*
018200***************************************************************
018300*    CORTE DO PROTESTO: DIAS UTEIS DESDE O VENCIMENTO (AMBIENTE
018400*    PROTDIAS; PADRAO 20)
018500***************************************************************
018600 77  WS-DIAS-CORTE           PIC 9(03) VALUE ZERO.
018700 77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZERO.
018800 77  WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.
019900*
020000***************************************************************
020100*    TOTAIS DE CONTROLE
020200***************************************************************
020300 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
020400 77  WS-QTDE-VENCIDOS        PIC 9(07) COMP VALUE ZERO.
020500 77  WS-QTDE-JA-ENVIADOS     PIC 9(07) COMP VALUE ZERO.
020600 77  WS-QTDE-EM-ACORDO       PIC 9(07) COMP VALUE ZERO.
020700 77  WS-QTDE-CONTESTADOS     PIC 9(07) COMP VALUE ZERO.
020800 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
020900 77  WS-QTDE-ENVIADOS        PIC 9(07) COMP VALUE ZERO.
021000 77  WS-QTDE-DESISTENCIAS    PIC 9(07) COMP VALUE ZERO.
021100 77  WS-QTDE-DETALHES        PIC 9(07) VALUE ZERO.
021200 77  WS-SOMA-DETALHES        PIC 9(15) VALUE ZERO.
021300 77  WS-TOTAL-ENVIADO        PIC 9(13)V99 VALUE ZERO.
021400*
021500***************************************************************
021600*    CAMPOS EDITADOS DO RELATORIO
021700***************************************************************
021800 77  WS-VALOR-REAIS          PIC 9(11)V99 VALUE ZERO.
021900 77  WS-VALOR-EDITADO        PIC Z(10)9.99.
022000 77  WS-TOTAL-EDITADO        PIC Z(12)9.99.
022100 77  WS-DIAS-EDITADO         PIC ZZZZ9.
022200 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
022300*
022400***************************************************************
022500*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
022600*    COPYBOOKS/RPTWRT.CPY)
022700***************************************************************
022800 COPY "RPTWRT.cpy".
022900 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
023000*
023100***************************************************************
023200*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
023300*    COPYBOOKS/CALHDL.CPY)
023400***************************************************************
023500 COPY "CALHDL.cpy".
023600*
023700***************************************************************
023800*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
023900***************************************************************
024000 COPY "RUNDATE.cpy".
024100*
024200***************************************************************
024300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
024400***************************************************************
024500 COPY "ERRHDL.cpy".
024600*
024700 PROCEDURE DIVISION.
024800*
024900***************************************************************
025000*    0000-MAINLINE                                             *
025100***************************************************************
025200 0000-MAINLINE.
025300     MOVE ZERO TO RETURN-CODE.
025400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
025500     ACCEPT RUN-HORA FROM TIME.
025600     ACCEPT WS-DIAS-CORTE FROM ENVIRONMENT "PROTDIAS".
025700     IF WS-DIAS-CORTE = ZERO
025800         MOVE 20 TO WS-DIAS-CORTE
025900     END-IF.
026000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
026100     IF RETURN-CODE NOT = ZERO
026200         GO TO 0000-MAINLINE-FIM
026300     END-IF.
026400     PERFORM 2000-TRATAR-TITULO THRU 2000-TRATAR-TITULO-EXIT
026500         UNTIL FIM-DOS-TITULOS.
026600     PERFORM 3000-PEDIR-DESISTENCIAS
026700         THRU 3000-PEDIR-DESISTENCIAS-EXIT.
026800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
026900 0000-MAINLINE-FIM.
027000     STOP RUN.
027100*
027200***************************************************************
027200*    1000-INICIALIZAR - TITREG, CUSTMAST, CUSTADDR, CONTEST E   *
027200*    PROTESTO SAO OBRIGATORIOS; SEM ACORDO NAO HA EXCLUSAO      *
027500***************************************************************
027600 1000-INICIALIZAR.
027700     OPEN INPUT TITULO-FILE.
027800     IF NOT TITULO-OK
027900         MOVE "PROTSEL " TO ERR-PROGRAMA
028000         SET ERR-TIPO-ARQUIVO TO TRUE
028100         MOVE "ABERTURA DO ARQUIVO TITREG" TO ERR-CONTEXTO
028200         MOVE WS-TITULO-FILE-STATUS TO ERR-FILE-STATUS
028300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 1000-INICIALIZAR-EXIT
028600     END-IF.
028700     OPEN INPUT CUSTOMER-MASTER.
028800     IF NOT MASTER-OK
028900         MOVE "PROTSEL " TO ERR-PROGRAMA
029000         SET ERR-TIPO-ARQUIVO TO TRUE
029100         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
029200         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
029300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
029400         CLOSE TITULO-FILE
029500         MOVE 16 TO RETURN-CODE
029600         GO TO 1000-INICIALIZAR-EXIT
029700     END-IF.
029800     OPEN INPUT ADDRESS-FILE.
029900     IF NOT ADDR-OK
030000         MOVE "PROTSEL " TO ERR-PROGRAMA
030100         SET ERR-TIPO-ARQUIVO TO TRUE
030200         MOVE "ABERTURA DO ARQUIVO CUSTADDR" TO ERR-CONTEXTO
030300         MOVE WS-ADDR-FILE-STATUS TO ERR-FILE-STATUS
030400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030500         CLOSE TITULO-FILE
030600         CLOSE CUSTOMER-MASTER
030700         MOVE 16 TO RETURN-CODE
030800         GO TO 1000-INICIALIZAR-EXIT
030900     END-IF.
030900*    SEM O CONTEST NAO HA COMO PROVAR QUE O DEVEDOR NAO TEM
030900*    CONTESTACAO EM ANDAMENTO - NADA VAI AO CARTORIO (RC 8, SEM
030900*    PROTREM E SEM TOCAR NO PROTESTO)
030900     OPEN INPUT CONTEST-FILE.
030900     IF NOT CONTEST-OK
030900         MOVE "PROTSEL " TO ERR-PROGRAMA
030900         SET ERR-TIPO-ARQUIVO TO TRUE
030900         MOVE "ABERTURA DO ARQUIVO CONTEST" TO ERR-CONTEXTO
030900         MOVE WS-CONTEST-FILE-STATUS TO ERR-FILE-STATUS
030900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030900         CLOSE TITULO-FILE
030900         CLOSE CUSTOMER-MASTER
030900         CLOSE ADDRESS-FILE
030900         MOVE 8 TO RETURN-CODE
030900         GO TO 1000-INICIALIZAR-EXIT
030900     END-IF.
031000     OPEN I-O PROTESTO-FILE.
031100     IF PROTESTO-NAO-ACHADO
031200         OPEN OUTPUT PROTESTO-FILE
031300         CLOSE PROTESTO-FILE
031400         OPEN I-O PROTESTO-FILE
031500     END-IF.
031600     IF NOT PROTESTO-OK
031700         MOVE "PROTSEL " TO ERR-PROGRAMA
031800         SET ERR-TIPO-ARQUIVO TO TRUE
031900         MOVE "ABERTURA DO ARQUIVO PROTESTO" TO ERR-CONTEXTO
032000         MOVE WS-PROTESTO-FILE-STATUS TO ERR-FILE-STATUS
032100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
032200         CLOSE TITULO-FILE
032300         CLOSE CUSTOMER-MASTER
032400         CLOSE ADDRESS-FILE
032400         CLOSE CONTEST-FILE
032500         MOVE 16 TO RETURN-CODE
032600         GO TO 1000-INICIALIZAR-EXIT
032700     END-IF.
032800     OPEN OUTPUT REMESSA-PROT-FILE.
032900     IF NOT PROTREM-OK
033000         MOVE "PROTSEL " TO ERR-PROGRAMA
033100         SET ERR-TIPO-ARQUIVO TO TRUE
033200         MOVE "ABERTURA DO ARQUIVO PROTREM" TO ERR-CONTEXTO
033300         MOVE WS-PROTREM-FILE-STATUS TO ERR-FILE-STATUS
033400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
033500         CLOSE TITULO-FILE
033600         CLOSE CUSTOMER-MASTER
033700         CLOSE ADDRESS-FILE
033700         CLOSE CONTEST-FILE
033800         CLOSE PROTESTO-FILE
033900         MOVE 16 TO RETURN-CODE
034000         GO TO 1000-INICIALIZAR-EXIT
034100     END-IF.
034200     MOVE SPACES TO PROTREM-HEADER.
034300     MOVE "0" TO PRH-TIPO.
034400     MOVE RUN-DATA TO PRH-DATA-GERACAO.
034500     MOVE "PROTESTO" TO PRH-SISTEMA.
034600     WRITE PROTREM-HEADER.
034700     OPEN INPUT ACORDO-FILE.
034800     IF ACORDO-OK
034900         MOVE "Y" TO WS-ACORDO-ABERTO-SW
035000     ELSE
035100         DISPLAY "AVISO: ACORDO INDISPONIVEL (STATUS "
035200             WS-ACORDO-FILE-STATUS ") - SEM EXCLUSAO POR ACORDO."
035300     END-IF.
035600     OPEN OUTPUT PRINT-FILE.
035700     MOVE "SELECAO DE TITULOS PARA PROTESTO" TO RPT-TITULO.
035800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
035900     SET RPT-ACAO-INICIAR TO TRUE.
036000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
036100     PERFORM 8000-GRAVAR-LINHAS-RPT
036200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
036300     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
036400 1000-INICIALIZAR-EXIT.
036500     EXIT.
036600*
036700***************************************************************
036800*    1100-LER-TITULO                                           *
036900***************************************************************
037000 1100-LER-TITULO.
037100     READ TITULO-FILE NEXT RECORD
037200         AT END
037300             MOVE "Y" TO WS-TIT-FIM-SW
037400     END-READ.
037500     IF NOT TITULO-OK
037600         MOVE "Y" TO WS-TIT-FIM-SW
037700     END-IF.
037800 1100-LER-TITULO-EXIT.
037900     EXIT.
038000*
038100***************************************************************
042800*    2000-TRATAR-TITULO - TITULO ABERTO ALEM DO CORTE, AINDA    *
042900*    NAO ENVIADO, FORA DE ACORDO E DE CONTESTACAO VAI A         *
043000*    PROTESTO SE TIVER DOCUMENTO E ENDERECO DO DEVEDOR          *
043100***************************************************************
043200 2000-TRATAR-TITULO.
043300     ADD 1 TO WS-QTDE-LIDOS.
043400     IF NOT TIT-ABERTO
043500         OR TIT-DATA-VENC NOT NUMERIC
043600         OR TIT-DATA-VENC = ZERO
043700         OR TIT-DATA-VENC NOT < RUN-DATA
043800         GO TO 2000-TRATAR-TITULO-LER
043900     END-IF.
044000     SET CAL-ACAO-ENTRE TO TRUE.
044100     MOVE TIT-DATA-VENC TO CAL-DATA-1.
044200     MOVE RUN-DATA TO CAL-DATA-2.
044300     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
044400     IF CAL-RC NOT = ZERO
044500         GO TO 2000-TRATAR-TITULO-LER
044600     END-IF.
044700     MOVE CAL-DIAS-UTEIS TO WS-DIAS-ATRASO.
044800     IF WS-DIAS-ATRASO NOT > WS-DIAS-CORTE
044900         GO TO 2000-TRATAR-TITULO-LER
045000     END-IF.
045100     ADD 1 TO WS-QTDE-VENCIDOS.
045200     MOVE TIT-CHAVE TO PRT-CHAVE.
045300     READ PROTESTO-FILE
045400         INVALID KEY
045500             CONTINUE
045600     END-READ.
045700     IF PROTESTO-OK
045800         ADD 1 TO WS-QTDE-JA-ENVIADOS
045900         GO TO 2000-TRATAR-TITULO-LER
046000     END-IF.
046100     IF ACORDOS-DISPONIVEIS
046200         MOVE TIT-CUST-ID TO ACD-CUST-ID
046300         READ ACORDO-FILE
046400             INVALID KEY
046500                 CONTINUE
046600         END-READ
046700         IF ACORDO-OK AND ACD-ATIVO
046800             ADD 1 TO WS-QTDE-EM-ACORDO
046900             GO TO 2000-TRATAR-TITULO-LER
047000         END-IF
047100     END-IF.
047100     PERFORM 2050-VERIFICAR-CONTESTACAO
047100         THRU 2050-VERIFICAR-CONTESTACAO-EXIT.
047700     IF CLIENTE-BLOQUEADO
047800         ADD 1 TO WS-QTDE-CONTESTADOS
047900         GO TO 2000-TRATAR-TITULO-LER
048000     END-IF.
048100     PERFORM 2100-DADOS-DEVEDOR THRU 2100-DADOS-DEVEDOR-EXIT.
048200     IF WS-MOTIVO-RECUSA NOT = SPACES
048300         PERFORM 2400-RECUSAR-TITULO THRU 2400-RECUSAR-TITULO-EXIT
048400         GO TO 2000-TRATAR-TITULO-LER
048500     END-IF.
048600     PERFORM 2200-APRESENTAR-TITULO
048700         THRU 2200-APRESENTAR-TITULO-EXIT.
048800 2000-TRATAR-TITULO-LER.
048900     PERFORM 1100-LER-TITULO THRU 1100-LER-TITULO-EXIT.
049000 2000-TRATAR-TITULO-EXIT.
049100     EXIT.
049200*
049300***************************************************************
049300*    2050-VERIFICAR-CONTESTACAO - CONTESTACOES DO DEVEDOR NO    *
049300*    CONTEST (CHAVE COMECA PELO CLIENTE)                        *
049500***************************************************************
049500 2050-VERIFICAR-CONTESTACAO.
049500     MOVE "N" TO WS-ACHADO-SW.
049500     MOVE "N" TO WS-CTS-FIM-SW.
049500     MOVE TIT-CUST-ID TO CTS-CUST-ID.
049500     MOVE ZERO TO CTS-JRN-DATA.
049500     MOVE ZERO TO CTS-JRN-HORA.
049500     START CONTEST-FILE KEY IS NOT LESS THAN CTS-CHAVE
049500         INVALID KEY
049500             GO TO 2050-VERIFICAR-CONTESTACAO-EXIT
049500     END-START.
049500     PERFORM 2060-LER-CONTESTACAO THRU 2060-LER-CONTESTACAO-EXIT
049500         UNTIL FIM-DAS-CONTESTACOES.
049500 2050-VERIFICAR-CONTESTACAO-EXIT.
049500     EXIT.
049500*
049500***************************************************************
049500*    2060-LER-CONTESTACAO - EM ANDAMENTO OU COM ESTORNO AINDA   *
049500*    PENDENTE SEGURA O PROTESTO; ERRO DE LEITURA TAMBEM (NAO HA *
049500*    COMO PROVAR QUE O CASO ESTA ENCERRADO)                     *
049500***************************************************************
049500 2060-LER-CONTESTACAO.
049500     READ CONTEST-FILE NEXT RECORD
049500         AT END
049500             MOVE "Y" TO WS-CTS-FIM-SW
049500             GO TO 2060-LER-CONTESTACAO-EXIT
049500     END-READ.
049500     IF NOT CONTEST-OK
049800         MOVE "Y" TO WS-ACHADO-SW
049800         MOVE "Y" TO WS-CTS-FIM-SW
049800         GO TO 2060-LER-CONTESTACAO-EXIT
049900     END-IF.
049900     IF CTS-CUST-ID NOT = TIT-CUST-ID
049900         MOVE "Y" TO WS-CTS-FIM-SW
049900         GO TO 2060-LER-CONTESTACAO-EXIT
049900     END-IF.
049900     IF CTS-EM-ANDAMENTO OR CTS-ESTORNO-PENDENTE
049900         MOVE "Y" TO WS-ACHADO-SW
049900         MOVE "Y" TO WS-CTS-FIM-SW
049900     END-IF.
049900 2060-LER-CONTESTACAO-EXIT.
050100     EXIT.
050200*
050300***************************************************************
050400*    2100-DADOS-DEVEDOR - DOCUMENTO (CUSTMAST) E ENDERECO       *
050500*    (CUSTADDR); O CARTORIO RECUSA APRESENTACAO SEM UM DELES    *
050600***************************************************************
050700 2100-DADOS-DEVEDOR.
050800     MOVE SPACES TO WS-MOTIVO-RECUSA.
050900     MOVE TIT-CUST-ID TO CUST-ID.
051000     READ CUSTOMER-MASTER
051100         KEY IS CUST-ID
051200         INVALID KEY
051300             CONTINUE
051400     END-READ.
051500     IF NOT MASTER-OK
051600         MOVE "CLIENTE FORA DO CUSTMAST" TO WS-MOTIVO-RECUSA
051700         GO TO 2100-DADOS-DEVEDOR-EXIT
051800     END-IF.
051900*    O PLACEHOLDER "*" + CUST-ID NAO E DOCUMENTO (VER CUSTREC.CPY)
052000     IF CUST-CPF-CNPJ = SPACES OR CUST-CPF-CNPJ(1:1) = "*"
052100         MOVE "SEM CPF/CNPJ NO CUSTMAST" TO WS-MOTIVO-RECUSA
052200         GO TO 2100-DADOS-DEVEDOR-EXIT
052300     END-IF.
052400     MOVE TIT-CUST-ID TO ADR-CUST-ID.
052500     READ ADDRESS-FILE
052600         INVALID KEY
052700             CONTINUE
052800     END-READ.
052900     IF NOT ADDR-OK
053000         MOVE "SEM ENDERECO NO CUSTADDR" TO WS-MOTIVO-RECUSA
053100         GO TO 2100-DADOS-DEVEDOR-EXIT
053200     END-IF.
053300     IF ADR-LOGRADOURO = SPACES OR ADR-CIDADE = SPACES
053400         OR ADR-UF = SPACES OR ADR-CEP = SPACES
053500         MOVE "ENDERECO INCOMPLETO NO CUSTADDR"
053600             TO WS-MOTIVO-RECUSA
053700     END-IF.
053800 2100-DADOS-DEVEDOR-EXIT.
053900     EXIT.
054000*
054100***************************************************************
054200*    2200-APRESENTAR-TITULO - DETALHE "1" NO PROTREM E REGISTRO *
054300*    "E" NO CADASTRO PROTESTO                                   *
054400***************************************************************
054500 2200-APRESENTAR-TITULO.
054600     MOVE SPACES TO PROTREM-DETALHE.
054700     MOVE "1" TO PRD-TIPO.
054800     MOVE TIT-BANCO TO PRD-BANCO.
054900     MOVE TIT-REMSEQ TO PRD-REMSEQ.
055000     MOVE TIT-CUST-ID TO PRD-CUST-ID.
055100     MOVE TIT-NOSSO-NUMERO TO PRD-NOSSO-NUMERO.
055200     MOVE TIT-VALOR-CENTAVOS TO PRD-VALOR-CTVS.
055300     MOVE TIT-DATA-VENC TO PRD-DATA-VENC.
055400     MOVE TIT-DATA-ENVIO TO PRD-DATA-EMISSAO.
055500     IF CUST-CPF-CNPJ(12:3) = SPACES
055600         MOVE "1" TO PRD-TIPO-DOC
055700     ELSE
055800         MOVE "2" TO PRD-TIPO-DOC
055900     END-IF.
056000     MOVE CUST-CPF-CNPJ TO PRD-CPF-CNPJ.
056100     MOVE CUST-NOME TO PRD-NOME.
056200     MOVE ADR-LOGRADOURO TO PRD-LOGRADOURO.
056300     MOVE ADR-COMPLEMENTO TO PRD-COMPLEMENTO.
056400     MOVE ADR-CIDADE TO PRD-CIDADE.
056500     MOVE ADR-UF TO PRD-UF.
056600     MOVE ADR-CEP TO PRD-CEP.
056700     WRITE PROTREM-DETALHE.
056800     ADD 1 TO WS-QTDE-DETALHES.
056900     ADD TIT-VALOR-CENTAVOS TO WS-SOMA-DETALHES.
057000     MOVE SPACES TO PROTESTO-RECORD.
057100     MOVE TIT-CHAVE TO PRT-CHAVE.
057200     SET PRT-ENVIADO TO TRUE.
057300     MOVE "N" TO PRT-DESISTENCIA.
057400     MOVE TIT-VALOR-CENTAVOS TO PRT-VALOR-CENTAVOS.
057500     MOVE TIT-DATA-VENC TO PRT-DATA-VENC.
057600     MOVE RUN-DATA TO PRT-DATA-ENVIO.
057700     MOVE RUN-DATA TO PRT-DATA-SITUACAO.
057800     MOVE CUST-CPF-CNPJ TO PRT-CPF-CNPJ.
057900     MOVE ZERO TO PRT-CUSTAS-CTVS.
058000     MOVE ZERO TO PRT-CUSTAS-LANCADAS.
058100     WRITE PROTESTO-RECORD.
058200     IF NOT PROTESTO-OK
058300         MOVE "PROTSEL " TO ERR-PROGRAMA
058400         SET ERR-TIPO-ARQUIVO TO TRUE
058500         MOVE "GRAVACAO NO ARQUIVO PROTESTO" TO ERR-CONTEXTO
058600         MOVE WS-PROTESTO-FILE-STATUS TO ERR-FILE-STATUS
058700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
058800     END-IF.
058900     ADD 1 TO WS-QTDE-ENVIADOS.
059000     COMPUTE WS-VALOR-REAIS = TIT-VALOR-CENTAVOS / 100.
059100     ADD WS-VALOR-REAIS TO WS-TOTAL-ENVIADO.
059200     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
059300     MOVE WS-DIAS-ATRASO TO WS-DIAS-EDITADO.
059400     MOVE SPACES TO RPT-LINHA-ENTRADA.
059500     STRING "ENVIADO     " TIT-BANCO "/" TIT-REMSEQ " "
059600         TIT-CUST-ID " " CUST-NOME
059700         " VENC " TIT-DATA-VENC " DIAS " WS-DIAS-EDITADO
059800         " R$ " WS-VALOR-EDITADO
059900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
060000     END-STRING.
060100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
060200 2200-APRESENTAR-TITULO-EXIT.
060300     EXIT.
060400*
060500***************************************************************
060600*    2400-RECUSAR-TITULO - ELEGIVEL, MAS SEM DADO DO DEVEDOR:   *
060700*    FICA PARA A PROXIMA RODADA, DEPOIS DO CADASTRO CORRIGIDO   *
060800***************************************************************
060900 2400-RECUSAR-TITULO.
061000     ADD 1 TO WS-QTDE-RECUSADOS.
061100     COMPUTE WS-VALOR-REAIS = TIT-VALOR-CENTAVOS / 100.
061200     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
061300     MOVE SPACES TO RPT-LINHA-ENTRADA.
061400     STRING "NAO ENVIADO " TIT-BANCO "/" TIT-REMSEQ " "
061500         TIT-CUST-ID " R$ " WS-VALOR-EDITADO " - "
061600         WS-MOTIVO-RECUSA
061700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
061800     END-STRING.
061900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
062000 2400-RECUSAR-TITULO-EXIT.
062100     EXIT.
062200*
062300***************************************************************
062400*    3000-PEDIR-DESISTENCIAS - TITULO AINDA SEM RESPOSTA DO     *
062500*    CARTORIO QUE FOI PAGO OU BAIXADO NO BANCO DEPOIS DO ENVIO  *
062600*    GANHA DETALHE "2" (DESISTENCIA) NO PROTREM                 *
062700***************************************************************
062800 3000-PEDIR-DESISTENCIAS.
062900     MOVE "N" TO WS-PRT-FIM-SW.
063000     MOVE LOW-VALUES TO PRT-CHAVE.
063100     START PROTESTO-FILE KEY IS NOT LESS THAN PRT-CHAVE
063200         INVALID KEY
063300             MOVE "Y" TO WS-PRT-FIM-SW
063400     END-START.
063500     IF NOT FIM-DOS-PROTESTOS
063600         PERFORM 3100-LER-PROTESTO THRU 3100-LER-PROTESTO-EXIT
063700     END-IF.
063800     PERFORM 3200-CONFERIR-PROTESTO
063900         THRU 3200-CONFERIR-PROTESTO-EXIT
064000         UNTIL FIM-DOS-PROTESTOS.
064100 3000-PEDIR-DESISTENCIAS-EXIT.
064200     EXIT.
064300*
064400***************************************************************
064500*    3100-LER-PROTESTO                                         *
064600***************************************************************
064700 3100-LER-PROTESTO.
064800     READ PROTESTO-FILE NEXT RECORD
064900         AT END
065000             MOVE "Y" TO WS-PRT-FIM-SW
065100     END-READ.
065200     IF NOT PROTESTO-OK
065300         MOVE "Y" TO WS-PRT-FIM-SW
065400     END-IF.
065500 3100-LER-PROTESTO-EXIT.
065600     EXIT.
065700*
065800***************************************************************
065900*    3200-CONFERIR-PROTESTO                                    *
066000***************************************************************
066100 3200-CONFERIR-PROTESTO.
066200     IF NOT PRT-ENVIADO OR PRT-DESISTENCIA-PEDIDA
066300         GO TO 3200-CONFERIR-PROTESTO-LER
066400     END-IF.
066500     MOVE PRT-CHAVE TO TIT-CHAVE.
066600     READ TITULO-FILE
066700         KEY IS TIT-CHAVE
066800         INVALID KEY
066900             CONTINUE
067000     END-READ.
067100     IF NOT TITULO-OK OR TIT-ABERTO
067200         GO TO 3200-CONFERIR-PROTESTO-LER
067300     END-IF.
067400     MOVE SPACES TO PROTREM-DETALHE.
067500     MOVE "2" TO PRD-TIPO.
067600     MOVE PRT-BANCO TO PRD-BANCO.
067700     MOVE PRT-REMSEQ TO PRD-REMSEQ.
067800     MOVE PRT-CUST-ID TO PRD-CUST-ID.
067900     MOVE TIT-NOSSO-NUMERO TO PRD-NOSSO-NUMERO.
068000     MOVE PRT-VALOR-CENTAVOS TO PRD-VALOR-CTVS.
068100     MOVE PRT-DATA-VENC TO PRD-DATA-VENC.
068200     MOVE PRT-DATA-ENVIO TO PRD-DATA-EMISSAO.
068300     MOVE PRT-CPF-CNPJ TO PRD-CPF-CNPJ.
068400     MOVE PRT-PROTOCOLO TO PRD-PROTOCOLO.
068500     WRITE PROTREM-DETALHE.
068600     ADD 1 TO WS-QTDE-DETALHES.
068700     ADD PRT-VALOR-CENTAVOS TO WS-SOMA-DETALHES.
068800     MOVE "S" TO PRT-DESISTENCIA.
068900     REWRITE PROTESTO-RECORD.
069000     IF NOT PROTESTO-OK
069100         MOVE "PROTSEL " TO ERR-PROGRAMA
069200         SET ERR-TIPO-ARQUIVO TO TRUE
069300         MOVE "REGRAVACAO NO ARQUIVO PROTESTO" TO ERR-CONTEXTO
069400         MOVE WS-PROTESTO-FILE-STATUS TO ERR-FILE-STATUS
069500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
069600     END-IF.
069700     ADD 1 TO WS-QTDE-DESISTENCIAS.
069800     COMPUTE WS-VALOR-REAIS = PRT-VALOR-CENTAVOS / 100.
069900     MOVE WS-VALOR-REAIS TO WS-VALOR-EDITADO.
070000     MOVE SPACES TO RPT-LINHA-ENTRADA.
070100     STRING "DESISTENCIA " PRT-BANCO "/" PRT-REMSEQ " "
070200         PRT-CUST-ID " ENVIADO " PRT-DATA-ENVIO
070300         " R$ " WS-VALOR-EDITADO " - TITULO " TIT-SITUACAO
070400         " NO BANCO"
070500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
070600     END-STRING.
070700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
070800 3200-CONFERIR-PROTESTO-LER.
070900     PERFORM 3100-LER-PROTESTO THRU 3100-LER-PROTESTO-EXIT.
071000 3200-CONFERIR-PROTESTO-EXIT.
071100     EXIT.
071200*
071300***************************************************************
071400*    9000-FINALIZAR - TRAILER DO PROTREM, TOTAIS E FECHAMENTO   *
071500***************************************************************
071600 9000-FINALIZAR.
071700     MOVE SPACES TO PROTREM-TRAILER.
071800     MOVE "9" TO PRT9-TIPO.
071900     MOVE WS-QTDE-DETALHES TO PRT9-QTDE.
072000     MOVE WS-SOMA-DETALHES TO PRT9-SOMA-CTVS.
072100     WRITE PROTREM-TRAILER.
072200     CLOSE REMESSA-PROT-FILE.
072300     MOVE WS-QTDE-ENVIADOS TO WS-QTDE-DISP.
072400     MOVE WS-TOTAL-ENVIADO TO WS-TOTAL-EDITADO.
072500     MOVE SPACES TO RPT-LINHA-ENTRADA.
072600     STRING "TITULOS ENVIADOS " WS-QTDE-DISP
072700         " TOTAL APRESENTADO R$ " WS-TOTAL-EDITADO
072800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
072900     END-STRING.
073000     SET RPT-ACAO-TOTAL TO TRUE.
073100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
073200     PERFORM 8000-GRAVAR-LINHAS-RPT
073300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
073400     IF PRINT-FILE-OK
073500         CLOSE PRINT-FILE
073600     END-IF.
073700     IF ACORDOS-DISPONIVEIS
073800         CLOSE ACORDO-FILE
073900     END-IF.
074000     CLOSE TITULO-FILE.
074100     CLOSE CUSTOMER-MASTER.
074200     CLOSE ADDRESS-FILE.
074200     CLOSE CONTEST-FILE.
074300     CLOSE PROTESTO-FILE.
074400     DISPLAY "====== SELECAO PARA PROTESTO ======".
074500     DISPLAY "CORTE (DIAS UTEIS) .: " WS-DIAS-CORTE.
074600     DISPLAY "TITULOS LIDOS ......: " WS-QTDE-LIDOS.
074700     DISPLAY "VENCIDOS ALEM CORTE : " WS-QTDE-VENCIDOS.
074800     DISPLAY "JA EM PROTESTO .....: " WS-QTDE-JA-ENVIADOS.
074900     DISPLAY "EM ACORDO ..........: " WS-QTDE-EM-ACORDO.
075000     DISPLAY "EM CONTESTACAO .....: " WS-QTDE-CONTESTADOS.
075100     DISPLAY "SEM DADOS DEVEDOR ..: " WS-QTDE-RECUSADOS.
075200     DISPLAY "ENVIADOS ...........: " WS-QTDE-ENVIADOS.
075300     DISPLAY "DESISTENCIAS .......: " WS-QTDE-DESISTENCIAS.
075400     DISPLAY "TOTAL APRESENTADO ..: " WS-TOTAL-ENVIADO.
075500     IF WS-QTDE-RECUSADOS > ZERO
075600         MOVE 4 TO RETURN-CODE
075700     END-IF.
075800 9000-FINALIZAR-EXIT.
075900     EXIT.
076000*
076100***************************************************************
076200*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
076300***************************************************************
076400 8500-DETALHE.
076500     SET RPT-ACAO-DETALHE TO TRUE.
076600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
076700     PERFORM 8000-GRAVAR-LINHAS-RPT
076800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
076900 8500-DETALHE-EXIT.
077000     EXIT.
077100*
077200***************************************************************
077300*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
077400*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
077500***************************************************************
077600 8000-GRAVAR-LINHAS-RPT.
077700     IF NOT PRINT-FILE-OK
077800         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
077900     END-IF.
078000     PERFORM 8100-GRAVAR-UMA-LINHA
078100         THRU 8100-GRAVAR-UMA-LINHA-EXIT
078200         VARYING WS-RPT-SUB FROM 1 BY 1
078300         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
078400 8000-GRAVAR-LINHAS-RPT-EXIT.
078500     EXIT.
078600*
078700***************************************************************
078800*    8100-GRAVAR-UMA-LINHA                                     *
078900***************************************************************
079000 8100-GRAVAR-UMA-LINHA.
079100     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
079200     WRITE PRINT-LINE.
079300 8100-GRAVAR-UMA-LINHA-EXIT.
079400     EXIT.
