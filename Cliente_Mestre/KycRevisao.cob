000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    KYC-REVISAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CICLO MENSAL DE REVISAO CADASTRAL (KYC)
001200*                       POR GRAU DE RISCO. VARRE O CUSTMAST E,
001300*                       PARA CADA CLIENTE NAO CANCELADO, CONSULTA
001400*                       O CONTROLE KYCCTL (VER
001500*                       COPYBOOKS/KYCREG.CPY); CLIENTE SEM
001600*                       CONTROLE GANHA UM NA HORA, COM O RISCO
001700*                       PADRAO KYCRISCO (DEFAULT "M") E VENCIMENTO
001800*                       NA PROPRIA DATA. O RELATORIO KYCPRT LISTA
001900*                       POR AGENCIA (BRANCO VALE 01) AS REVISOES
002000*                       VENCIDAS E AS QUE VENCEM NOS PROXIMOS
002100*                       KYCJANELA DIAS (DEFAULT 30), COM SUBTOTAL
002200*                       POR AGENCIA. CLIENTE VENCIDO HA MAIS DE
002300*                       KYCCARENCIA DIAS CORRIDOS (DEFAULT 90) E
002400*                       AINDA NAO BLOQUEADO TEM O BLOQUEIO ("B",
002500*                       MOTIVO "KYC ") AGENDADO NO PENDTRAN COM
002600*                       DATA EFETIVA DE HOJE, PARA O
002700*                       STATUS-EFFECTIVE-APPLY APLICAR COM
002800*                       HISTORICO E JOURNAL; CADA AGENDAMENTO GERA
002900*                       EVENTO DE AUDITORIA. SEM PENDTRAN O
003000*                       CLIENTE SAI COMO "BLOQ PENDENTE" E O PASSO
003100*                       TERMINA COM RC 4.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS CUST-ID
004100         ALTERNATE RECORD KEY IS CUST-NOME
004200             WITH DUPLICATES
004300         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004400         FILE STATUS IS WS-MASTER-FILE-STATUS.
004500     SELECT KYC-FILE ASSIGN TO "KYCCTL"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS KYC-CUST-ID
004900         FILE STATUS IS WS-KYC-FILE-STATUS.
005000     SELECT PENDING-TRANS-FILE ASSIGN TO "PENDTRAN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PENDTRAN-FILE-STATUS.
005300     SELECT WORK-FILE ASSIGN TO "KYCWRK"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-WORK-FILE-STATUS.
005600     SELECT PRINT-FILE ASSIGN TO "KYCPRT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PRINT-FILE-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300 FD  CUSTOMER-MASTER.
006400*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
006500 COPY "CUSTREC.cpy".
006600*
006700 FD  KYC-FILE.
006800*    CONTROLE DE REVISAO CADASTRAL (VER COPYBOOKS/KYCREG.CPY)
006900 COPY "KYCREG.cpy".
007000*
007100 FD  PENDING-TRANS-FILE
007200     RECORDING MODE IS F.
007300 01  PENDING-TRANS-RECORD.
007400     05  PEND-DATA-EFETIVA   PIC 9(08).
007500     05  FILLER              PIC X(01).
007600     05  PEND-ID             PIC X(10).
007700     05  FILLER              PIC X(01).
007800     05  PEND-STATUS-NOVO    PIC X(01).
007900     05  FILLER              PIC X(01).
008000     05  PEND-MOTIVO         PIC X(04).
008100     05  FILLER              PIC X(01).
008200     05  PEND-ORIGEM         PIC X(01).
008300*
008400*    CLIENTES A LISTAR, NA ORDEM DO MESTRE; O RELATORIO RELE O
008500*    ARQUIVO UMA VEZ POR AGENCIA
008600 FD  WORK-FILE
008700     RECORDING MODE IS F.
008800 01  WORK-RECORD.
008900     05  KW-AGENCIA          PIC X(02).
009000     05  KW-CUST-ID          PIC X(10).
009100     05  KW-NOME             PIC X(30).
009200     05  KW-STATUS           PIC X(01).
009300     05  KW-RISCO            PIC X(01).
009400     05  KW-DATA-ULTIMA      PIC 9(08).
009500     05  KW-DATA-PROXIMA     PIC 9(08).
009600     05  KW-DIAS             PIC 9(05).
009700     05  KW-SITUACAO         PIC X(01).
009800         88  KW-A-VENCER         VALUE "A".
009900         88  KW-VENCIDA          VALUE "V".
010000         88  KW-BLOQ-AGENDADO    VALUE "B".
010100         88  KW-JA-BLOQUEADA     VALUE "J".
010200         88  KW-BLOQ-PENDENTE    VALUE "P".
010300*
010400 FD  PRINT-FILE
010500     RECORDING MODE IS F.
010600 01  PRINT-LINE              PIC X(132).
010700*
010800 WORKING-STORAGE SECTION.
010900*
011000 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
011100     88  MASTER-OK           VALUE "00".
011200 77  WS-KYC-FILE-STATUS      PIC X(02) VALUE ZEROS.
011300     88  KYC-OK              VALUE "00".
011400     88  KYC-NAO-ACHADO      VALUE "23", "35".
011500 77  WS-PENDTRAN-FILE-STATUS PIC X(02) VALUE ZEROS.
011600     88  PENDTRAN-FILE-OK    VALUE "00".
011700 77  WS-WORK-FILE-STATUS     PIC X(02) VALUE ZEROS.
011800     88  WORK-FILE-OK        VALUE "00".
011900 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
012000     88  PRINT-FILE-OK       VALUE "00".
012100*
012200 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
012300     88  FIM-DO-MESTRE       VALUE "Y".
012400 77  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
012500     88  FIM-DO-TRABALHO     VALUE "Y".
012600 77  WS-PENDTRAN-ABERTO-SW   PIC X(01) VALUE "N".
012700     88  PENDTRAN-DISPONIVEL VALUE "Y".
012800*
012900***************************************************************
013000*    PARAMETROS DE AMBIENTE - JANELA DE AVISO E CARENCIA EM DIAS
013100*    CORRIDOS, RISCO DOS CONTROLES ABERTOS PELO LOTE
013200***************************************************************
013300 77  WS-JANELA-DIAS          PIC 9(03) VALUE ZERO.
013400 77  WS-CARENCIA-DIAS        PIC 9(03) VALUE ZERO.
013500 77  WS-RISCO-PADRAO         PIC X(01) VALUE SPACE.
013600 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
013700*
013800 77  WS-DIAS-VENCIDOS        PIC S9(07) COMP VALUE ZERO.
013900 77  WS-DIA-HOJE             PIC 9(07) COMP VALUE ZERO.
014000 77  WS-AGENCIA-TRAB         PIC X(02) VALUE SPACES.
014100*
014200***************************************************************
014300*    NUMERO DO DIA (DIAS CORRIDOS DESDE UMA ORIGEM FIXA) - ANO
014400*    COMECANDO EM MARCO, COM AS REGRAS DE BISSEXTO DO CALENDARIO
014500*    GREGORIANO (MESMO CALCULO DO IR-RETENCAO)
014600***************************************************************
014700 01  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
014800 01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
014900     05  WS-DT-ANO           PIC 9(04).
015000     05  WS-DT-MES           PIC 9(02).
015100     05  WS-DT-DIA           PIC 9(02).
015200 77  WS-DN-ANO               PIC 9(04) COMP VALUE ZERO.
015300 77  WS-DN-MES               PIC 9(02) COMP VALUE ZERO.
015400 77  WS-DN-Q4                PIC 9(05) COMP VALUE ZERO.
015500 77  WS-DN-Q100              PIC 9(05) COMP VALUE ZERO.
015600 77  WS-DN-Q400              PIC 9(05) COMP VALUE ZERO.
015700 77  WS-DN-QMES              PIC 9(05) COMP VALUE ZERO.
015800 77  WS-DN-RESULTADO         PIC 9(07) COMP VALUE ZERO.
015900 77  WS-LIXO                 PIC 9(07) COMP VALUE ZERO.
016000*
016100***************************************************************
016200*    AGENCIAS COM CLIENTE LISTADO, EM ORDEM CRESCENTE DE CODIGO
016300*    (O CODIGO TEM DOIS DIGITOS, ENTAO 100 POSICOES BASTAM)
016400***************************************************************
016500 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
016600 01  TABELA-AGENCIAS.
016700     05  AGR-ENTRY OCCURS 100 TIMES.
016800         10  AGR-AGENCIA     PIC X(02).
016900         10  AGR-QTDE-A-VENCER PIC 9(07) COMP.
017000         10  AGR-QTDE-VENCIDAS PIC 9(07) COMP.
017100         10  AGR-QTDE-BLOQ   PIC 9(07) COMP.
017200 77  WS-AG-SUB               PIC 9(03) COMP VALUE ZERO.
017300 77  WS-AG-POS               PIC 9(03) COMP VALUE ZERO.
017400 77  WS-AG-ACHADO            PIC 9(03) COMP VALUE ZERO.
017500*
017600***************************************************************
017700*    CONTADORES DE CONTROLE
017800***************************************************************
017900 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
018000 77  WS-QTDE-CANCELADOS      PIC 9(07) COMP VALUE ZERO.
018100 77  WS-QTDE-ABERTOS         PIC 9(07) COMP VALUE ZERO.
018200 77  WS-QTDE-A-VENCER        PIC 9(07) COMP VALUE ZERO.
018300 77  WS-QTDE-VENCIDAS        PIC 9(07) COMP VALUE ZERO.
018400 77  WS-QTDE-BLOQ-AGENDADOS  PIC 9(07) COMP VALUE ZERO.
018500 77  WS-QTDE-BLOQ-PENDENTES  PIC 9(07) COMP VALUE ZERO.
018600 77  WS-QTDE-FALHAS-KYC      PIC 9(07) COMP VALUE ZERO.
018700*    COPIAS DISPLAY DOS CONTADORES PARA AS LINHAS DE TOTAIS
018800 77  WS-AV-DISP              PIC 9(07) VALUE ZEROS.
018900 77  WS-VE-DISP              PIC 9(07) VALUE ZEROS.
019000 77  WS-BL-DISP              PIC 9(07) VALUE ZEROS.
019100*
019200***************************************************************
019300*    LINHA DE DETALHE DO RELATORIO
019400***************************************************************
019500 77  WS-SITUACAO-TEXTO       PIC X(13) VALUE SPACES.
019600 77  WS-DIAS-EDITADO         PIC ZZZZ9.
019700*
019800***************************************************************
019900*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
020000*    COPYBOOKS/RPTWRT.CPY)
020100***************************************************************
020200 COPY "RPTWRT.cpy".
020300 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
020400*
020500***************************************************************
020600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
020700*    RUNDATE.CPY)
020800***************************************************************
020900 COPY "RUNDATE.cpy".
021000*
021100***************************************************************
021200*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
021300***************************************************************
021400 COPY "AUDHDL.cpy".
021500*
021600***************************************************************
021700*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
021800***************************************************************
021900 COPY "ERRHDL.cpy".
022000*
022100 PROCEDURE DIVISION.
022200*
022300***************************************************************
022400*    0000-MAINLINE                                             *
022500***************************************************************
022600 0000-MAINLINE.
022700     MOVE ZERO TO RETURN-CODE.
022800     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
022900     ACCEPT RUN-HORA FROM TIME.
023000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
023100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
023200     IF RETURN-CODE NOT = ZERO
023300         GO TO 0000-MAINLINE-FIM
023400     END-IF.
023500     PERFORM 2000-PROCESSAR-CLIENTE
023600         THRU 2000-PROCESSAR-CLIENTE-EXIT
023700         UNTIL FIM-DO-MESTRE.
023800     CLOSE CUSTOMER-MASTER.
023900     CLOSE KYC-FILE.
024000     CLOSE WORK-FILE.
024100     IF PENDTRAN-DISPONIVEL
024200         CLOSE PENDING-TRANS-FILE
024300     END-IF.
024400     PERFORM 3000-EMITIR-RELATORIO
024500         THRU 3000-EMITIR-RELATORIO-EXIT.
024600     IF WS-QTDE-BLOQ-PENDENTES > ZERO
024700         OR WS-QTDE-FALHAS-KYC > ZERO
024800         MOVE 4 TO RETURN-CODE
024900     END-IF.
025000 0000-MAINLINE-FIM.
025100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
025200     STOP RUN.
025300*
025400***************************************************************
025500*    1000-INICIALIZAR - PARAMETROS, ARQUIVOS E O NUMERO DO DIA  *
025600*    DE HOJE; O KYCCTL E CRIADO NA PRIMEIRA RODADA              *
025700***************************************************************
025800 1000-INICIALIZAR.
025900     ACCEPT WS-JANELA-DIAS FROM ENVIRONMENT "KYCJANELA".
026000     IF WS-JANELA-DIAS = ZERO
026100         MOVE 30 TO WS-JANELA-DIAS
026200     END-IF.
026300     ACCEPT WS-CARENCIA-DIAS FROM ENVIRONMENT "KYCCARENCIA".
026400     IF WS-CARENCIA-DIAS = ZERO
026500         MOVE 90 TO WS-CARENCIA-DIAS
026600     END-IF.
026700     ACCEPT WS-RISCO-PADRAO FROM ENVIRONMENT "KYCRISCO".
026800     IF WS-RISCO-PADRAO NOT = "A" AND NOT = "M" AND NOT = "B"
026900         MOVE "M" TO WS-RISCO-PADRAO
027000     END-IF.
027100     MOVE RUN-DATA TO WS-DATA-TRAB.
027200     PERFORM 7000-NUMERO-DO-DIA THRU 7000-NUMERO-DO-DIA-EXIT.
027300     MOVE WS-DN-RESULTADO TO WS-DIA-HOJE.
027400     OPEN INPUT CUSTOMER-MASTER.
027500     IF NOT MASTER-OK
027600         MOVE "KYCREVIS" TO ERR-PROGRAMA
027700         SET ERR-TIPO-ARQUIVO TO TRUE
027800         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
027900         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
028000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
028100         MOVE 16 TO RETURN-CODE
028200         GO TO 1000-INICIALIZAR-EXIT
028300     END-IF.
028400     OPEN I-O KYC-FILE.
028500     IF KYC-NAO-ACHADO
028600         OPEN OUTPUT KYC-FILE
028700         CLOSE KYC-FILE
028800         OPEN I-O KYC-FILE
028900     END-IF.
029000     IF NOT KYC-OK
029100         MOVE "KYCREVIS" TO ERR-PROGRAMA
029200         SET ERR-TIPO-ARQUIVO TO TRUE
029300         MOVE "ABERTURA DO ARQUIVO KYCCTL" TO ERR-CONTEXTO
029400         MOVE WS-KYC-FILE-STATUS TO ERR-FILE-STATUS
029500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
029600         CLOSE CUSTOMER-MASTER
029700         MOVE 16 TO RETURN-CODE
029800         GO TO 1000-INICIALIZAR-EXIT
029900     END-IF.
030000     OPEN EXTEND PENDING-TRANS-FILE.
030100     IF PENDTRAN-FILE-OK
030200         MOVE "Y" TO WS-PENDTRAN-ABERTO-SW
030300     ELSE
030400         DISPLAY "AVISO: PENDTRAN INDISPONIVEL (STATUS "
030500             WS-PENDTRAN-FILE-STATUS ") - BLOQUEIOS POR KYC "
030600             "VENCIDO NAO SERAO AGENDADOS."
030700     END-IF.
030800     OPEN OUTPUT WORK-FILE.
030900     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
031000 1000-INICIALIZAR-EXIT.
031100     EXIT.
031200*
031300***************************************************************
031400*    1100-LER-MESTRE                                           *
031500***************************************************************
031600 1100-LER-MESTRE.
031700     READ CUSTOMER-MASTER
031800         AT END
031900             MOVE "Y" TO WS-MASTER-EOF-SWITCH
032000     END-READ.
032100 1100-LER-MESTRE-EXIT.
032200     EXIT.
032300*
032400***************************************************************
032500*    2000-PROCESSAR-CLIENTE - CONTROLE KYC DO CLIENTE (ABERTO   *
032600*    NA HORA QUANDO NAO EXISTE) E CLASSIFICACAO DO VENCIMENTO   *
032700***************************************************************
032800 2000-PROCESSAR-CLIENTE.
032900     ADD 1 TO WS-QTDE-CLIENTES.
033000     IF CUST-CANCELADO
033100         ADD 1 TO WS-QTDE-CANCELADOS
033200         GO TO 2000-PROCESSAR-CLIENTE-LER
033300     END-IF.
033400     MOVE CUST-ID TO KYC-CUST-ID.
033500     READ KYC-FILE
033600         INVALID KEY
033700             CONTINUE
033800     END-READ.
033900     IF NOT KYC-OK
034000         PERFORM 2100-ABRIR-CONTROLE
034100             THRU 2100-ABRIR-CONTROLE-EXIT
034200         IF NOT KYC-OK
034300             GO TO 2000-PROCESSAR-CLIENTE-LER
034400         END-IF
034500     END-IF.
034600     IF KYC-DATA-PROXIMA NOT NUMERIC OR KYC-DATA-PROXIMA = ZERO
034700         MOVE RUN-DATA TO KYC-DATA-PROXIMA
034800     END-IF.
034900     MOVE KYC-DATA-PROXIMA TO WS-DATA-TRAB.
035000     PERFORM 7000-NUMERO-DO-DIA THRU 7000-NUMERO-DO-DIA-EXIT.
035100     COMPUTE WS-DIAS-VENCIDOS = WS-DIA-HOJE - WS-DN-RESULTADO.
035200     IF WS-DIAS-VENCIDOS < ZERO
035300         IF WS-DIAS-VENCIDOS + WS-JANELA-DIAS < ZERO
035400             GO TO 2000-PROCESSAR-CLIENTE-LER
035500         END-IF
035600     END-IF.
035700     MOVE SPACES TO WORK-RECORD.
035800     IF CUST-AGENCIA = SPACES
035900         MOVE "01" TO KW-AGENCIA
036000     ELSE
036100         MOVE CUST-AGENCIA TO KW-AGENCIA
036200     END-IF.
036300     MOVE CUST-ID TO KW-CUST-ID.
036400     MOVE CUST-NOME TO KW-NOME.
036500     MOVE CUST-STATUS TO KW-STATUS.
036600     MOVE KYC-RISCO TO KW-RISCO.
036700     MOVE KYC-DATA-ULTIMA TO KW-DATA-ULTIMA.
036800     MOVE KYC-DATA-PROXIMA TO KW-DATA-PROXIMA.
036900     IF WS-DIAS-VENCIDOS < ZERO
037000         COMPUTE KW-DIAS = ZERO - WS-DIAS-VENCIDOS
037100         SET KW-A-VENCER TO TRUE
037200         ADD 1 TO WS-QTDE-A-VENCER
037300     ELSE
037400         MOVE WS-DIAS-VENCIDOS TO KW-DIAS
037500         SET KW-VENCIDA TO TRUE
037600         ADD 1 TO WS-QTDE-VENCIDAS
037700         IF WS-DIAS-VENCIDOS > WS-CARENCIA-DIAS
037800             PERFORM 2200-AGENDAR-BLOQUEIO
037900                 THRU 2200-AGENDAR-BLOQUEIO-EXIT
038000         END-IF
038100     END-IF.
038200     PERFORM 2500-ACUMULAR-AGENCIA
038300         THRU 2500-ACUMULAR-AGENCIA-EXIT.
038400     WRITE WORK-RECORD.
038500 2000-PROCESSAR-CLIENTE-LER.
038600     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
038700 2000-PROCESSAR-CLIENTE-EXIT.
038800     EXIT.
038900*
039000***************************************************************
039100*    2100-ABRIR-CONTROLE - CLIENTE SEM REVISAO REGISTRADA: RISCO *
039200*    PADRAO E VENCIMENTO HOJE (A CARENCIA CONTA DAQUI)          *
039300***************************************************************
039400 2100-ABRIR-CONTROLE.
039500     MOVE SPACES TO KYC-CONTROLE-RECORD.
039600     MOVE CUST-ID TO KYC-CUST-ID.
039700     MOVE WS-RISCO-PADRAO TO KYC-RISCO.
039800     MOVE ZERO TO KYC-DATA-ULTIMA.
039900     MOVE RUN-DATA TO KYC-DATA-PROXIMA.
040000     MOVE ZERO TO KYC-DATA-BLOQUEIO.
040100     MOVE RUN-DATA TO KYC-DATA-ABERTURA.
040200     WRITE KYC-CONTROLE-RECORD.
040300     IF KYC-OK
040400         ADD 1 TO WS-QTDE-ABERTOS
040500     ELSE
040600         ADD 1 TO WS-QTDE-FALHAS-KYC
040700         DISPLAY "ERRO AO ABRIR CONTROLE KYC DE " CUST-ID
040800             " - STATUS: " WS-KYC-FILE-STATUS
040900     END-IF.
041000 2100-ABRIR-CONTROLE-EXIT.
041100     EXIT.
041200*
041300***************************************************************
041400*    2200-AGENDAR-BLOQUEIO - VENCIDO ALEM DA CARENCIA: BLOQUEIO *
041500*    COM DATA EFETIVA DE HOJE NO PENDTRAN, UMA VEZ POR MES      *
041600***************************************************************
041700 2200-AGENDAR-BLOQUEIO.
041800     IF CUST-BLOQUEADO
041900         SET KW-JA-BLOQUEADA TO TRUE
042000         GO TO 2200-AGENDAR-BLOQUEIO-EXIT
042100     END-IF.
042200     IF KYC-DATA-BLOQUEIO NUMERIC
042300         AND KYC-DATA-BLOQUEIO(1:6) = RUN-DATA(1:6)
042400         SET KW-BLOQ-AGENDADO TO TRUE
042500         GO TO 2200-AGENDAR-BLOQUEIO-EXIT
042600     END-IF.
042700     IF NOT PENDTRAN-DISPONIVEL
042800         SET KW-BLOQ-PENDENTE TO TRUE
042900         ADD 1 TO WS-QTDE-BLOQ-PENDENTES
043000         GO TO 2200-AGENDAR-BLOQUEIO-EXIT
043100     END-IF.
043200     MOVE SPACES TO PENDING-TRANS-RECORD.
043300     MOVE RUN-DATA TO PEND-DATA-EFETIVA.
043400     MOVE CUST-ID TO PEND-ID.
043500     MOVE "B" TO PEND-STATUS-NOVO.
043600     MOVE "KYC " TO PEND-MOTIVO.
043700     MOVE "B" TO PEND-ORIGEM.
043800     WRITE PENDING-TRANS-RECORD.
043900     MOVE RUN-DATA TO KYC-DATA-BLOQUEIO.
044000     REWRITE KYC-CONTROLE-RECORD.
044100     IF NOT KYC-OK
044200         ADD 1 TO WS-QTDE-FALHAS-KYC
044300         DISPLAY "ERRO AO REGRAVAR CONTROLE KYC DE " CUST-ID
044400             " - STATUS: " WS-KYC-FILE-STATUS
044500     END-IF.
044600     SET KW-BLOQ-AGENDADO TO TRUE.
044700     ADD 1 TO WS-QTDE-BLOQ-AGENDADOS.
044800     MOVE "KYCREVIS" TO AUD-PROGRAMA.
044900     MOVE 9 TO AUD-OPCODE.
045000     MOVE "BLOQUEIO" TO AUD-EVENTO.
045100     MOVE CUST-ID TO AUD-CHAVE.
045200     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
045300     DISPLAY "BLOQUEIO AGENDADO - CLIENTE " CUST-ID
045400         " REVISAO KYC VENCIDA EM " KYC-DATA-PROXIMA.
045500 2200-AGENDAR-BLOQUEIO-EXIT.
045600     EXIT.
045700*
045800***************************************************************
045900*    2500-ACUMULAR-AGENCIA - SUBTOTAL DA AGENCIA DO CLIENTE, COM *
046000*    A TABELA MANTIDA EM ORDEM CRESCENTE DE CODIGO               *
046100***************************************************************
046200 2500-ACUMULAR-AGENCIA.
046300     MOVE KW-AGENCIA TO WS-AGENCIA-TRAB.
046400     MOVE ZERO TO WS-AG-ACHADO.
046500     MOVE 1 TO WS-AG-POS.
046600     PERFORM 2550-PROCURAR-AGENCIA
046700         THRU 2550-PROCURAR-AGENCIA-EXIT
046800         VARYING WS-AG-SUB FROM 1 BY 1
046900         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS
047000         OR WS-AG-ACHADO > ZERO.
047100     IF WS-AG-ACHADO = ZERO
047200         IF WS-QTDE-AGENCIAS NOT < 100
047300             GO TO 2500-ACUMULAR-AGENCIA-EXIT
047400         END-IF
047500         PERFORM 2560-ABRIR-POSICAO
047600             THRU 2560-ABRIR-POSICAO-EXIT
047700             VARYING WS-AG-SUB FROM WS-QTDE-AGENCIAS BY -1
047800             UNTIL WS-AG-SUB < WS-AG-POS
047900         ADD 1 TO WS-QTDE-AGENCIAS
048000         MOVE WS-AG-POS TO WS-AG-ACHADO
048100         MOVE WS-AGENCIA-TRAB TO AGR-AGENCIA(WS-AG-ACHADO)
048200         MOVE ZERO TO AGR-QTDE-A-VENCER(WS-AG-ACHADO)
048300         MOVE ZERO TO AGR-QTDE-VENCIDAS(WS-AG-ACHADO)
048400         MOVE ZERO TO AGR-QTDE-BLOQ(WS-AG-ACHADO)
048500     END-IF.
048600     IF KW-A-VENCER
048700         ADD 1 TO AGR-QTDE-A-VENCER(WS-AG-ACHADO)
048800     ELSE
048900         ADD 1 TO AGR-QTDE-VENCIDAS(WS-AG-ACHADO)
049000     END-IF.
049100     IF KW-BLOQ-AGENDADO
049200         ADD 1 TO AGR-QTDE-BLOQ(WS-AG-ACHADO)
049300     END-IF.
049400 2500-ACUMULAR-AGENCIA-EXIT.
049500     EXIT.
049600*
049700***************************************************************
049800*    2550-PROCURAR-AGENCIA - ACHA O CODIGO OU A POSICAO ONDE ELE *
049900*    ENTRA                                                       *
050000***************************************************************
050100 2550-PROCURAR-AGENCIA.
050200     IF AGR-AGENCIA(WS-AG-SUB) = WS-AGENCIA-TRAB
050300         MOVE WS-AG-SUB TO WS-AG-ACHADO
050400     ELSE
050500         IF AGR-AGENCIA(WS-AG-SUB) < WS-AGENCIA-TRAB
050600             COMPUTE WS-AG-POS = WS-AG-SUB + 1
050700         END-IF
050800     END-IF.
050900 2550-PROCURAR-AGENCIA-EXIT.
051000     EXIT.
051100*
051200***************************************************************
051300*    2560-ABRIR-POSICAO - EMPURRA UMA AGENCIA PARA A POSICAO     *
051400*    SEGUINTE                                                    *
051500***************************************************************
051600 2560-ABRIR-POSICAO.
051700     MOVE AGR-ENTRY(WS-AG-SUB) TO AGR-ENTRY(WS-AG-SUB + 1).
051800 2560-ABRIR-POSICAO-EXIT.
051900     EXIT.
052000*
052100***************************************************************
052200*    3000-EMITIR-RELATORIO - UMA PASSADA NO KYCWRK POR AGENCIA,  *
052300*    COM SUBTOTAL AO FIM DE CADA UMA                             *
052400***************************************************************
052500 3000-EMITIR-RELATORIO.
052600     OPEN OUTPUT PRINT-FILE.
052700     MOVE "REVISAO CADASTRAL (KYC) POR AGENCIA" TO RPT-TITULO.
052800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
052900     SET RPT-ACAO-INICIAR TO TRUE.
053000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
053100     PERFORM 8000-GRAVAR-LINHAS-RPT
053200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
053300     PERFORM 3100-EMITIR-AGENCIA
053400         THRU 3100-EMITIR-AGENCIA-EXIT
053500         VARYING WS-AG-SUB FROM 1 BY 1
053600         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS.
053700     MOVE WS-QTDE-A-VENCER TO WS-AV-DISP.
053800     MOVE WS-QTDE-VENCIDAS TO WS-VE-DISP.
053900     MOVE WS-QTDE-BLOQ-AGENDADOS TO WS-BL-DISP.
054000     MOVE SPACES TO RPT-LINHA-ENTRADA.
054100     STRING "TOTAL GERAL - A VENCER=" WS-AV-DISP
054200         " VENCIDAS=" WS-VE-DISP
054300         " BLOQUEIOS AGENDADOS=" WS-BL-DISP
054400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
054500     END-STRING.
054600     SET RPT-ACAO-TOTAL TO TRUE.
054700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
054800     PERFORM 8000-GRAVAR-LINHAS-RPT
054900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
055000     IF PRINT-FILE-OK
055100         CLOSE PRINT-FILE
055200     END-IF.
055300 3000-EMITIR-RELATORIO-EXIT.
055400     EXIT.
055500*
055600***************************************************************
055700*    3100-EMITIR-AGENCIA                                        *
055800***************************************************************
055900 3100-EMITIR-AGENCIA.
056000     MOVE SPACES TO RPT-LINHA-ENTRADA.
056100     STRING "AGENCIA " AGR-AGENCIA(WS-AG-SUB)
056200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
056300     END-STRING.
056400     SET RPT-ACAO-DETALHE TO TRUE.
056500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
056600     PERFORM 8000-GRAVAR-LINHAS-RPT
056700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
056800     MOVE "N" TO WS-WORK-EOF-SWITCH.
056900     OPEN INPUT WORK-FILE.
057000     IF NOT WORK-FILE-OK
057100         GO TO 3100-EMITIR-AGENCIA-TOTAL
057200     END-IF.
057300     PERFORM 3200-LER-TRABALHO THRU 3200-LER-TRABALHO-EXIT.
057400     PERFORM 3300-EMITIR-CLIENTE THRU 3300-EMITIR-CLIENTE-EXIT
057500         UNTIL FIM-DO-TRABALHO.
057600     CLOSE WORK-FILE.
057700 3100-EMITIR-AGENCIA-TOTAL.
057800     MOVE AGR-QTDE-A-VENCER(WS-AG-SUB) TO WS-AV-DISP.
057900     MOVE AGR-QTDE-VENCIDAS(WS-AG-SUB) TO WS-VE-DISP.
058000     MOVE AGR-QTDE-BLOQ(WS-AG-SUB) TO WS-BL-DISP.
058100     MOVE SPACES TO RPT-LINHA-ENTRADA.
058200     STRING "  SUBTOTAL AGENCIA " AGR-AGENCIA(WS-AG-SUB)
058300         " - A VENCER=" WS-AV-DISP
058400         " VENCIDAS=" WS-VE-DISP
058500         " BLOQUEIOS AGENDADOS=" WS-BL-DISP
058600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
058700     END-STRING.
058800     SET RPT-ACAO-DETALHE TO TRUE.
058900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
059000     PERFORM 8000-GRAVAR-LINHAS-RPT
059100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
059200 3100-EMITIR-AGENCIA-EXIT.
059300     EXIT.
059400*
059500***************************************************************
059600*    3200-LER-TRABALHO                                          *
059700***************************************************************
059800 3200-LER-TRABALHO.
059900     READ WORK-FILE
060000         AT END
060100             MOVE "Y" TO WS-WORK-EOF-SWITCH
060200     END-READ.
060300 3200-LER-TRABALHO-EXIT.
060400     EXIT.
060500*
060600***************************************************************
060700*    3300-EMITIR-CLIENTE - LINHA DO CLIENTE DA AGENCIA CORRENTE *
060800***************************************************************
060900 3300-EMITIR-CLIENTE.
061000     IF KW-AGENCIA NOT = AGR-AGENCIA(WS-AG-SUB)
061100         GO TO 3300-EMITIR-CLIENTE-LER
061200     END-IF.
061300     EVALUATE TRUE
061400         WHEN KW-A-VENCER
061500             MOVE "A VENCER" TO WS-SITUACAO-TEXTO
061600         WHEN KW-BLOQ-AGENDADO
061700             MOVE "BLOQ AGENDADO" TO WS-SITUACAO-TEXTO
061800         WHEN KW-JA-BLOQUEADA
061900             MOVE "JA BLOQUEADA" TO WS-SITUACAO-TEXTO
062000         WHEN KW-BLOQ-PENDENTE
062100             MOVE "BLOQ PENDENTE" TO WS-SITUACAO-TEXTO
062200         WHEN OTHER
062300             MOVE "VENCIDA" TO WS-SITUACAO-TEXTO
062400     END-EVALUATE.
062500     MOVE KW-DIAS TO WS-DIAS-EDITADO.
062600     MOVE SPACES TO RPT-LINHA-ENTRADA.
062700     STRING "  " KW-CUST-ID " " KW-NOME " ST " KW-STATUS
062800         " RISCO " KW-RISCO " ULTIMA " KW-DATA-ULTIMA
062900         " VENCE " KW-DATA-PROXIMA " " WS-SITUACAO-TEXTO
063000         " DIAS " WS-DIAS-EDITADO
063100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
063200     END-STRING.
063300     SET RPT-ACAO-DETALHE TO TRUE.
063400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
063500     PERFORM 8000-GRAVAR-LINHAS-RPT
063600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
063700 3300-EMITIR-CLIENTE-LER.
063800     PERFORM 3200-LER-TRABALHO THRU 3200-LER-TRABALHO-EXIT.
063900 3300-EMITIR-CLIENTE-EXIT.
064000     EXIT.
064100*
064200***************************************************************
064300*    7000-NUMERO-DO-DIA - DIAS CORRIDOS DE WS-DATA-TRAB DESDE A *
064400*    ORIGEM DO CALENDARIO, COM O ANO COMECANDO EM MARCO (O DIA  *
064500*    29/02 FICA NO FIM DO ANO E O BISSEXTO SAI DAS DIVISOES)    *
064600***************************************************************
064700 7000-NUMERO-DO-DIA.
064800     IF WS-DT-MES > 2
064900         MOVE WS-DT-ANO TO WS-DN-ANO
065000         COMPUTE WS-DN-MES = WS-DT-MES - 3
065100     ELSE
065200         COMPUTE WS-DN-ANO = WS-DT-ANO - 1
065300         COMPUTE WS-DN-MES = WS-DT-MES + 9
065400     END-IF.
065500     DIVIDE WS-DN-ANO BY 4 GIVING WS-DN-Q4.
065600     DIVIDE WS-DN-ANO BY 100 GIVING WS-DN-Q100.
065700     DIVIDE WS-DN-ANO BY 400 GIVING WS-DN-Q400.
065800     COMPUTE WS-LIXO = (153 * WS-DN-MES) + 2.
065900     DIVIDE WS-LIXO BY 5 GIVING WS-DN-QMES.
066000     COMPUTE WS-DN-RESULTADO = (365 * WS-DN-ANO) + WS-DN-Q4
066100         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMES + WS-DT-DIA.
066200 7000-NUMERO-DO-DIA-EXIT.
066300     EXIT.
066400*
066500***************************************************************
066600*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
066700*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
066800***************************************************************
066900 8000-GRAVAR-LINHAS-RPT.
067000     IF NOT PRINT-FILE-OK
067100         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
067200     END-IF.
067300     PERFORM 8100-GRAVAR-UMA-LINHA
067400         THRU 8100-GRAVAR-UMA-LINHA-EXIT
067500         VARYING WS-RPT-SUB FROM 1 BY 1
067600         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
067700 8000-GRAVAR-LINHAS-RPT-EXIT.
067800     EXIT.
067900*
068000***************************************************************
068100*    8100-GRAVAR-UMA-LINHA                                     *
068200***************************************************************
068300 8100-GRAVAR-UMA-LINHA.
068400     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
068500     WRITE PRINT-LINE.
068600 8100-GRAVAR-UMA-LINHA-EXIT.
068700     EXIT.
068800*
068900***************************************************************
069000*    9000-FINALIZAR                                            *
069100***************************************************************
069200 9000-FINALIZAR.
069300     DISPLAY "====== REVISAO CADASTRAL (KYC) ======".
069400     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-CLIENTES.
069500     DISPLAY "CANCELADOS (FORA) ..: " WS-QTDE-CANCELADOS.
069600     DISPLAY "CONTROLES ABERTOS ..: " WS-QTDE-ABERTOS.
069700     DISPLAY "A VENCER ...........: " WS-QTDE-A-VENCER.
069800     DISPLAY "VENCIDAS ...........: " WS-QTDE-VENCIDAS.
069900     DISPLAY "BLOQUEIOS AGENDADOS : " WS-QTDE-BLOQ-AGENDADOS.
070000     DISPLAY "BLOQ. SEM PENDTRAN .: " WS-QTDE-BLOQ-PENDENTES.
070100     DISPLAY "FALHAS NO KYCCTL ...: " WS-QTDE-FALHAS-KYC.
070200 9000-FINALIZAR-EXIT.
070300     EXIT.
