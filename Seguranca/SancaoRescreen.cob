000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SANCAO-RESCREEN.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RETRIAGEM NOTURNA DO CUSTMAST CONTRA A
001200*                       LISTA DE SANCOES E PEP. A INCLUSAO JA
001300*                       TRIA O CLIENTE NOVO (CLIENTE-CSV-LOAD E
001400*                       CLIENTE-MESTRE-MAINT RETEM COMO "P"), MAS
001500*                       A LISTA MUDA E QUEM JA ERA CLIENTE PASSA A
001600*                       CONSTAR DELA. ESTE PASSO TIRA A IMPRESSAO
001700*                       DIGITAL DO SANLISTA (QUANTIDADE E HASH DOS
001800*                       BYTES, MESMA CONTA DO AUDIT-SEAL) E SO
001900*                       RETRIA O MESTRE INTEIRO QUANDO ELA DIFERE
002000*                       DA GUARDADA NO SANCTL (FORCERUN=S RETRIA
002100*                       DO MESMO JEITO). CADA CLIENTE NAO
002200*                       CANCELADO PASSA PELA SANCAO-TRIAGEM NA
002300*                       FUNCAO "R": OCORRENCIA NOVA ENTRA NO
002400*                       SANHIT COMO PENDENTE E A JA LIBERADA PELO
002500*                       ANALISTA NAO VOLTA. TODA NOITE O SANREV
002600*                       LISTA AS OCORRENCIAS PENDENTES PARA A
002700*                       COMPLIANCE E, HAVENDO NOVAS, SAI UM
002800*                       ALERTA NO CONSOLE. O MESTRE NAO E
002900*                       ALTERADO - RETER OU BLOQUEAR CLIENTE
003000*                       ANTIGO E DECISAO DO ANALISTA, PELA
003100*                       MANUTENCAO NORMAL. SANHIT INDISPONIVEL DA
003200*                       RC 8 E NAO ATUALIZA O SANCTL.
003300***************************************************************
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LISTA-FILE ASSIGN TO "SANLISTA"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LISTA-FILE-STATUS.
004100     SELECT CONTROLE-FILE ASSIGN TO "SANCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CONTROLE-FILE-STATUS.
004400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS CUST-ID
004800         ALTERNATE RECORD KEY IS CUST-NOME
004900             WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005100         FILE STATUS IS WS-MASTER-FILE-STATUS.
005200     SELECT OCORRENCIA-FILE ASSIGN TO "SANHIT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS SOC-CHAVE
005600         FILE STATUS IS WS-OCORR-FILE-STATUS.
005700     SELECT PRINT-FILE ASSIGN TO "SANREV"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PRINT-FILE-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400 FD  LISTA-FILE
006500     RECORDING MODE IS F.
006600*    LISTA DE OBSERVACAO (LAYOUT DESCRITO EM COPYBOOKS/SANREG.CPY)
006700 01  LISTA-RECORD            PIC X(67).
006800*
006900 FD  CONTROLE-FILE
007000     RECORDING MODE IS F.
007100 01  CONTROLE-RECORD.
007200     05  CTL-DATA            PIC 9(08).
007300     05  FILLER              PIC X(01).
007400     05  CTL-QTDE            PIC 9(07).
007500     05  FILLER              PIC X(01).
007600     05  CTL-HASH            PIC 9(13).
007700*
007800 FD  CUSTOMER-MASTER.
007900*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008000 COPY "CUSTREC.cpy".
008100*
008200 FD  OCORRENCIA-FILE.
008300*    OCORRENCIAS DA TRIAGEM (VER COPYBOOKS/SANREG.CPY)
008400 COPY "SANREG.cpy".
008500*
008600 FD  PRINT-FILE
008700     RECORDING MODE IS F.
008800 01  PRINT-LINE              PIC X(132).
008900*
009000 WORKING-STORAGE SECTION.
009100*
009200 77  WS-LISTA-FILE-STATUS    PIC X(02) VALUE ZEROS.
009300     88  LISTA-FILE-OK       VALUE "00".
009400 77  WS-CONTROLE-FILE-STATUS PIC X(02) VALUE ZEROS.
009500     88  CONTROLE-FILE-OK    VALUE "00".
009600 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
009700     88  MASTER-OK           VALUE "00".
009800 77  WS-OCORR-FILE-STATUS    PIC X(02) VALUE ZEROS.
009900     88  OCORR-OK            VALUE "00".
010000     88  OCORR-NAO-ACHADO    VALUE "23", "35".
010100 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
010200     88  PRINT-FILE-OK       VALUE "00".
010300*
010400 77  WS-LISTA-EOF-SWITCH     PIC X(01) VALUE "N".
010500     88  FIM-DA-LISTA        VALUE "Y".
010600 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
010700     88  FIM-DO-MESTRE       VALUE "Y".
010800 77  WS-OCORR-EOF-SWITCH     PIC X(01) VALUE "N".
010900     88  FIM-DAS-OCORRENCIAS VALUE "Y".
011000 77  WS-RETRIAGEM-SWITCH     PIC X(01) VALUE "N".
011100     88  RETRIAGEM-NECESSARIA VALUE "Y".
011200 77  WS-FORCERUN             PIC X(01) VALUE "N".
011300*
011400***************************************************************
011500*    IMPRESSAO DIGITAL DA LISTA - QUANTIDADE DE LINHAS E HASH
011600*    CORRENTE DOS BYTES (RESTO MODULO 10**12, COMO NO AUDIT-
011700*    SEAL), COMPARADOS COM OS DA ULTIMA RETRIAGEM COMPLETA
011800***************************************************************
011900 77  WS-HASH-CORRENTE        PIC 9(13) VALUE ZERO.
012000 77  WS-HASH-TRABALHO        PIC 9(15) VALUE ZERO.
012100 77  WS-HASH-LIXO            PIC 9(03) VALUE ZERO.
012200 77  WS-SOMA-BYTES           PIC 9(07) VALUE ZERO.
012300 77  WS-POS                  PIC 9(02) COMP VALUE ZERO.
012400 77  WS-QTDE-LISTA           PIC 9(07) VALUE ZERO.
012500 77  WS-CTL-DATA-ANTERIOR    PIC 9(08) VALUE ZERO.
012600 77  WS-CTL-QTDE-ANTERIOR    PIC 9(07) VALUE ZERO.
012700 77  WS-CTL-HASH-ANTERIOR    PIC 9(13) VALUE ZERO.
012800*
012900 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
013000 77  WS-QTDE-TRIADOS         PIC 9(07) COMP VALUE ZERO.
013100 77  WS-QTDE-CANCELADOS      PIC 9(07) COMP VALUE ZERO.
013200 77  WS-QTDE-COM-OCORRENCIA  PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-NOVAS           PIC 9(07) COMP VALUE ZERO.
013400 77  WS-QTDE-SUPRIMIDAS      PIC 9(07) COMP VALUE ZERO.
013500 77  WS-QTDE-SEM-REGISTRO    PIC 9(07) COMP VALUE ZERO.
013600 77  WS-QTDE-PENDENTES       PIC 9(07) COMP VALUE ZERO.
013700 77  WS-QTDE-LIBERADAS       PIC 9(07) COMP VALUE ZERO.
013800 77  WS-QTDE-CONFIRMADAS     PIC 9(07) COMP VALUE ZERO.
013900 77  WS-QTDE-EDITADA         PIC Z(06)9.
014000*
014100***************************************************************
014200*    LINHAS DO RELATORIO DE REVISAO (SANREV)
014300***************************************************************
014400 01  WS-LINHA-CABECALHO.
014500     05  FILLER              PIC X(12) VALUE "CLIENTE".
014600     05  FILLER              PIC X(32) VALUE "NOME (NORMALIZADO)".
014700     05  FILLER              PIC X(12) VALUE "ENTRADA".
014800     05  FILLER              PIC X(03) VALUE "T".
014900     05  FILLER              PIC X(10) VALUE "FONTE".
015000     05  FILLER              PIC X(32) VALUE "NOME NA LISTA".
015100     05  FILLER              PIC X(05) VALUE "PTS".
015200     05  FILLER              PIC X(03) VALUE "C".
015300     05  FILLER              PIC X(10) VALUE "DESDE".
015400     05  FILLER              PIC X(13) VALUE "ORIGEM".
015500 01  WS-LINHA-DETALHE.
015600     05  LD-CUST-ID          PIC X(10).
015700     05  FILLER              PIC X(02) VALUE SPACES.
015800     05  LD-NOME             PIC X(30).
015900     05  FILLER              PIC X(02) VALUE SPACES.
016000     05  LD-LISTA-ID         PIC X(10).
016100     05  FILLER              PIC X(02) VALUE SPACES.
016200     05  LD-TIPO             PIC X(01).
016300     05  FILLER              PIC X(02) VALUE SPACES.
016400     05  LD-FONTE            PIC X(08).
016500     05  FILLER              PIC X(02) VALUE SPACES.
016600     05  LD-LISTA-NOME       PIC X(30).
016700     05  FILLER              PIC X(02) VALUE SPACES.
016800     05  LD-PONTOS           PIC ZZ9.
016900     05  FILLER              PIC X(02) VALUE SPACES.
017000     05  LD-CLASSE           PIC X(01).
017100     05  FILLER              PIC X(02) VALUE SPACES.
017200     05  LD-ABERTURA         PIC 9(08).
017300     05  FILLER              PIC X(02) VALUE SPACES.
017400     05  LD-ORIGEM           PIC X(09).
017500*
017600***************************************************************
017700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
017800*    RUNDATE.CPY)
017900***************************************************************
018000 COPY "RUNDATE.cpy".
018100*
018200***************************************************************
018300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRIAGEM DE SANCOES
018400*    E PEP (VER COPYBOOKS/SANHDL.CPY)
018500***************************************************************
018600 COPY "SANHDL.cpy".
018700*
018800***************************************************************
018900*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA
019000***************************************************************
019100 COPY "ALRHDL.cpy".
019200*
019300***************************************************************
019400*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
019500***************************************************************
019600 COPY "ERRHDL.cpy".
019700*
019800 PROCEDURE DIVISION.
019900*
020000***************************************************************
020100*    0000-MAINLINE                                             *
020200***************************************************************
020300 0000-MAINLINE.
020400     MOVE ZERO TO RETURN-CODE.
020500     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
020600     ACCEPT RUN-HORA FROM TIME.
020700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
020800     IF RETURN-CODE NOT = ZERO
020900         GO TO 0000-MAINLINE-FIM
021000     END-IF.
021100     IF RETRIAGEM-NECESSARIA
021200         PERFORM 2000-RETRIAR-MESTRE
021300             THRU 2000-RETRIAR-MESTRE-EXIT
021400     END-IF.
021500     IF RETURN-CODE NOT > 8
021600         PERFORM 3000-RELATORIO-REVISAO
021700             THRU 3000-RELATORIO-REVISAO-EXIT
021800         PERFORM 8000-AVISAR-COMPLIANCE
021900             THRU 8000-AVISAR-COMPLIANCE-EXIT
022000     END-IF.
022100 0000-MAINLINE-FIM.
022200     DISPLAY "====== RETRIAGEM SANCOES/PEP ======".
022300     DISPLAY "ENTRADAS NA LISTA ..: " WS-QTDE-LISTA.
022400     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-CLIENTES.
022500     DISPLAY "CLIENTES TRIADOS ...: " WS-QTDE-TRIADOS.
022600     DISPLAY "CANCELADOS (PUL.) ..: " WS-QTDE-CANCELADOS.
022700     DISPLAY "COM OCORRENCIA .....: " WS-QTDE-COM-OCORRENCIA.
022800     DISPLAY "OCORRENCIAS NOVAS ..: " WS-QTDE-NOVAS.
022900     DISPLAY "SUPRIMIDAS (LIBER.) : " WS-QTDE-SUPRIMIDAS.
023000     DISPLAY "SEM REGISTRO SANHIT : " WS-QTDE-SEM-REGISTRO.
023100     DISPLAY "PENDENTES DE REVISAO: " WS-QTDE-PENDENTES.
023200     DISPLAY "LIBERADAS NO SANHIT : " WS-QTDE-LIBERADAS.
023300     DISPLAY "CONFIRMADAS ........: " WS-QTDE-CONFIRMADAS.
023400     STOP RUN.
023500*
023600***************************************************************
023700*    1000-INICIALIZAR - IMPRESSAO DIGITAL DA LISTA CONTRA A DA  *
023800*    ULTIMA RETRIAGEM COMPLETA (SANCTL)                         *
023900***************************************************************
024000 1000-INICIALIZAR.
024100     OPEN INPUT LISTA-FILE.
024200     IF NOT LISTA-FILE-OK
024300         MOVE "SANRESCR" TO ERR-PROGRAMA
024400         SET ERR-TIPO-ARQUIVO TO TRUE
024500         MOVE "ABERTURA DO ARQUIVO SANLISTA" TO ERR-CONTEXTO
024600         MOVE WS-LISTA-FILE-STATUS TO ERR-FILE-STATUS
024700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-INICIALIZAR-EXIT
025000     END-IF.
025100     PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
025200     PERFORM 1150-DOBRAR-LINHA THRU 1150-DOBRAR-LINHA-EXIT
025300         UNTIL FIM-DA-LISTA.
025400     CLOSE LISTA-FILE.
025500     PERFORM 1200-LER-CONTROLE THRU 1200-LER-CONTROLE-EXIT.
025600     IF WS-QTDE-LISTA NOT = WS-CTL-QTDE-ANTERIOR
025700         OR WS-HASH-CORRENTE NOT = WS-CTL-HASH-ANTERIOR
025800         MOVE "Y" TO WS-RETRIAGEM-SWITCH
025900         DISPLAY "LISTA SANLISTA ALTERADA DESDE A RETRIAGEM DE "
026000             WS-CTL-DATA-ANTERIOR " - RETRIANDO O MESTRE."
026100         GO TO 1000-INICIALIZAR-EXIT
026200     END-IF.
026300     ACCEPT WS-FORCERUN FROM ENVIRONMENT "FORCERUN".
026400     IF WS-FORCERUN = "S"
026500         MOVE "Y" TO WS-RETRIAGEM-SWITCH
026600         DISPLAY "AVISO: LISTA SEM ALTERACAO - RETRIANDO POR "
026700             "FORCERUN."
026800     ELSE
026900         DISPLAY "LISTA SANLISTA SEM ALTERACAO DESDE "
027000             WS-CTL-DATA-ANTERIOR " - SO O RELATORIO DE REVISAO."
027100     END-IF.
027200 1000-INICIALIZAR-EXIT.
027300     EXIT.
027400*
027500***************************************************************
027600*    1100-LER-LISTA                                            *
027700***************************************************************
027800 1100-LER-LISTA.
027900     READ LISTA-FILE
028000         AT END
028100             MOVE "Y" TO WS-LISTA-EOF-SWITCH
028200     END-READ.
028300 1100-LER-LISTA-EXIT.
028400     EXIT.
028500*
028600***************************************************************
028700*    1150-DOBRAR-LINHA - SOMA OS BYTES DA LINHA E DOBRA NO      *
028800*    HASH: HASH = RESTO(HASH*31 + SOMA) MODULO 10**12           *
028900***************************************************************
029000 1150-DOBRAR-LINHA.
029100     ADD 1 TO WS-QTDE-LISTA.
029200     MOVE ZERO TO WS-SOMA-BYTES.
029300     PERFORM 1160-SOMAR-BYTE THRU 1160-SOMAR-BYTE-EXIT
029400         VARYING WS-POS FROM 1 BY 1
029500         UNTIL WS-POS > 67.
029600     COMPUTE WS-HASH-TRABALHO =
029700         (WS-HASH-CORRENTE * 31) + WS-SOMA-BYTES.
029800     DIVIDE WS-HASH-TRABALHO BY 1000000000000
029900         GIVING WS-HASH-LIXO
030000         REMAINDER WS-HASH-CORRENTE.
030100     PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
030200 1150-DOBRAR-LINHA-EXIT.
030300     EXIT.
030400*
030500***************************************************************
030600*    1160-SOMAR-BYTE                                           *
030700***************************************************************
030800 1160-SOMAR-BYTE.
030900     COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES +
031000         FUNCTION ORD(LISTA-RECORD(WS-POS:1)).
031100 1160-SOMAR-BYTE-EXIT.
031200     EXIT.
031300*
031400***************************************************************
031500*    1200-LER-CONTROLE - SEM SANCTL (PRIMEIRA EXECUCAO) A       *
031600*    IMPRESSAO ANTERIOR FICA ZERADA E A RETRIAGEM ACONTECE      *
031700***************************************************************
031800 1200-LER-CONTROLE.
031900     OPEN INPUT CONTROLE-FILE.
032000     IF NOT CONTROLE-FILE-OK
032100         DISPLAY "AVISO: SANCTL INDISPONIVEL (STATUS "
032200             WS-CONTROLE-FILE-STATUS ") - PRIMEIRA RETRIAGEM."
032300         GO TO 1200-LER-CONTROLE-EXIT
032400     END-IF.
032500     READ CONTROLE-FILE
032600         AT END
032700             MOVE ZERO TO CTL-DATA CTL-QTDE CTL-HASH
032800     END-READ.
032900     IF CTL-QTDE NUMERIC AND CTL-HASH NUMERIC
033000         MOVE CTL-DATA TO WS-CTL-DATA-ANTERIOR
033100         MOVE CTL-QTDE TO WS-CTL-QTDE-ANTERIOR
033200         MOVE CTL-HASH TO WS-CTL-HASH-ANTERIOR
033300     END-IF.
033400     CLOSE CONTROLE-FILE.
033500 1200-LER-CONTROLE-EXIT.
033600     EXIT.
033700*
033800***************************************************************
033900*    2000-RETRIAR-MESTRE - CADA CLIENTE NAO CANCELADO PASSA     *
034000*    PELA TRIAGEM COM REGISTRO NO SANHIT                        *
034100***************************************************************
034200 2000-RETRIAR-MESTRE.
034300     OPEN INPUT CUSTOMER-MASTER.
034400     IF NOT MASTER-OK
034500         MOVE "SANRESCR" TO ERR-PROGRAMA
034600         SET ERR-TIPO-ARQUIVO TO TRUE
034700         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
034800         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
034900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
035000         MOVE 16 TO RETURN-CODE
035100         GO TO 2000-RETRIAR-MESTRE-EXIT
035200     END-IF.
035300     PERFORM 2100-LER-CLIENTE THRU 2100-LER-CLIENTE-EXIT.
035400     PERFORM 2200-TRIAR-CLIENTE THRU 2200-TRIAR-CLIENTE-EXIT
035500         UNTIL FIM-DO-MESTRE.
035600     CLOSE CUSTOMER-MASTER.
035700     SET SAN-ENCERRAR TO TRUE.
035800     CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
035900     IF RETURN-CODE = ZERO
036000         PERFORM 2900-GRAVAR-CONTROLE
036100             THRU 2900-GRAVAR-CONTROLE-EXIT
036200     END-IF.
036300 2000-RETRIAR-MESTRE-EXIT.
036400     EXIT.
036500*
036600***************************************************************
036700*    2100-LER-CLIENTE                                          *
036800***************************************************************
036900 2100-LER-CLIENTE.
037000     READ CUSTOMER-MASTER NEXT RECORD
037100         AT END
037200             MOVE "Y" TO WS-MASTER-EOF-SWITCH
037300     END-READ.
037400 2100-LER-CLIENTE-EXIT.
037500     EXIT.
037600*
037700***************************************************************
037800*    2200-TRIAR-CLIENTE - LISTA QUE A ROTINA NAO CONSEGUE       *
037900*    CARREGAR INTERROMPE A RETRIAGEM (RC 16)                    *
038000***************************************************************
038100 2200-TRIAR-CLIENTE.
038200     ADD 1 TO WS-QTDE-CLIENTES.
038300     IF CUST-CANCELADO
038400         ADD 1 TO WS-QTDE-CANCELADOS
038500         GO TO 2200-TRIAR-CLIENTE-LER
038600     END-IF.
038700     SET SAN-REGISTRAR TO TRUE.
038800     MOVE CUST-ID TO SAN-CUST-ID.
038900     MOVE CUST-NOME TO SAN-NOME.
039000     MOVE CUST-CPF-CNPJ TO SAN-CPF-CNPJ.
039100     MOVE "T" TO SAN-ORIGEM.
039200     MOVE RUN-DATA TO SAN-DATA.
039300     CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
039400     IF SAN-SEM-LISTA
039500         MOVE "SANRESCR" TO ERR-PROGRAMA
039600         SET ERR-TIPO-ARQUIVO TO TRUE
039700         MOVE "CARGA DA LISTA SANLISTA NA TRIAGEM" TO ERR-CONTEXTO
039800         MOVE WS-LISTA-FILE-STATUS TO ERR-FILE-STATUS
039900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
040000         MOVE 16 TO RETURN-CODE
040100         MOVE "Y" TO WS-MASTER-EOF-SWITCH
040200         GO TO 2200-TRIAR-CLIENTE-EXIT
040300     END-IF.
040400     ADD 1 TO WS-QTDE-TRIADOS.
040500     ADD SAN-QTDE-NOVAS TO WS-QTDE-NOVAS.
040600     ADD SAN-QTDE-LIBERADAS TO WS-QTDE-SUPRIMIDAS.
040700     IF SAN-RETER
040800         ADD 1 TO WS-QTDE-COM-OCORRENCIA
040900     END-IF.
041000     IF SAN-SEM-REGISTRO
041100         ADD 1 TO WS-QTDE-SEM-REGISTRO
041200         DISPLAY "OCORRENCIA SEM REGISTRO NO SANHIT - CLIENTE "
041300             CUST-ID " ENTRADA " SAN-MAIOR-LISTA-ID
041400         MOVE 8 TO RETURN-CODE
041500     END-IF.
041600 2200-TRIAR-CLIENTE-LER.
041700     PERFORM 2100-LER-CLIENTE THRU 2100-LER-CLIENTE-EXIT.
041800 2200-TRIAR-CLIENTE-EXIT.
041900     EXIT.
042000*
042100***************************************************************
042200*    2900-GRAVAR-CONTROLE - SO DEPOIS DE UMA RETRIAGEM LIMPA A  *
042300*    NOVA IMPRESSAO DIGITAL E GUARDADA                          *
042400***************************************************************
042500 2900-GRAVAR-CONTROLE.
042600     OPEN OUTPUT CONTROLE-FILE.
042700     IF NOT CONTROLE-FILE-OK
042800         DISPLAY "AVISO: SANCTL INDISPONIVEL (STATUS "
042900             WS-CONTROLE-FILE-STATUS ") - A PROXIMA EXECUCAO "
043000             "RETRIA DE NOVO."
043100         GO TO 2900-GRAVAR-CONTROLE-EXIT
043200     END-IF.
043300     MOVE SPACES TO CONTROLE-RECORD.
043400     MOVE RUN-DATA TO CTL-DATA.
043500     MOVE WS-QTDE-LISTA TO CTL-QTDE.
043600     MOVE WS-HASH-CORRENTE TO CTL-HASH.
043700     WRITE CONTROLE-RECORD.
043800     CLOSE CONTROLE-FILE.
043900 2900-GRAVAR-CONTROLE-EXIT.
044000     EXIT.
044100*
044200***************************************************************
044300*    3000-RELATORIO-REVISAO - TODAS AS OCORRENCIAS PENDENTES DO *
044400*    SANHIT (DA INCLUSAO E DA RETRIAGEM) NO SANREV              *
044500***************************************************************
044600 3000-RELATORIO-REVISAO.
044700     OPEN INPUT OCORRENCIA-FILE.
044800     IF OCORR-NAO-ACHADO
044900         DISPLAY "NENHUMA OCORRENCIA REGISTRADA NO SANHIT."
045000         GO TO 3000-RELATORIO-REVISAO-EXIT
045100     END-IF.
045200     IF NOT OCORR-OK
045300         MOVE "SANRESCR" TO ERR-PROGRAMA
045400         SET ERR-TIPO-ARQUIVO TO TRUE
045500         MOVE "ABERTURA DO ARQUIVO SANHIT" TO ERR-CONTEXTO
045600         MOVE WS-OCORR-FILE-STATUS TO ERR-FILE-STATUS
045700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
045800         MOVE 8 TO RETURN-CODE
045900         GO TO 3000-RELATORIO-REVISAO-EXIT
046000     END-IF.
046100     OPEN OUTPUT PRINT-FILE.
046200     IF NOT PRINT-FILE-OK
046300         DISPLAY "AVISO: SANREV INDISPONIVEL (STATUS "
046400             WS-PRINT-FILE-STATUS ") - SO OS TOTAIS."
046500     ELSE
046600         MOVE SPACES TO PRINT-LINE
046700         STRING "TRIAGEM SANCOES/PEP - OCORRENCIAS PENDENTES DE "
046800             "REVISAO EM " RUN-DATA
046900             " - USO RESTRITO DA COMPLIANCE"
047000             DELIMITED BY SIZE INTO PRINT-LINE
047100         END-STRING
047200         WRITE PRINT-LINE
047300         MOVE WS-LINHA-CABECALHO TO PRINT-LINE
047400         WRITE PRINT-LINE
047500         MOVE ALL "-" TO PRINT-LINE
047600         WRITE PRINT-LINE
047700     END-IF.
047800     PERFORM 3100-LER-OCORRENCIA THRU 3100-LER-OCORRENCIA-EXIT.
047900     PERFORM 3200-TRATAR-OCORRENCIA
048000         THRU 3200-TRATAR-OCORRENCIA-EXIT
048100         UNTIL FIM-DAS-OCORRENCIAS.
048200     CLOSE OCORRENCIA-FILE.
048300     IF PRINT-FILE-OK
048400         MOVE SPACES TO PRINT-LINE
048500         MOVE WS-QTDE-PENDENTES TO WS-QTDE-EDITADA
048600         STRING "TOTAL DE OCORRENCIAS PENDENTES: " WS-QTDE-EDITADA
048700             DELIMITED BY SIZE INTO PRINT-LINE
048800         END-STRING
048900         WRITE PRINT-LINE
049000         CLOSE PRINT-FILE
049100     END-IF.
049200 3000-RELATORIO-REVISAO-EXIT.
049300     EXIT.
049400*
049500***************************************************************
049600*    3100-LER-OCORRENCIA                                       *
049700***************************************************************
049800 3100-LER-OCORRENCIA.
049900     READ OCORRENCIA-FILE NEXT RECORD
050000         AT END
050100             MOVE "Y" TO WS-OCORR-EOF-SWITCH
050200     END-READ.
050300 3100-LER-OCORRENCIA-EXIT.
050400     EXIT.
050500*
050600***************************************************************
050700*    3200-TRATAR-OCORRENCIA - CONTA POR SITUACAO E LISTA A      *
050800*    PENDENTE                                                   *
050900***************************************************************
051000 3200-TRATAR-OCORRENCIA.
051100     EVALUATE TRUE
051200         WHEN SOC-LIBERADO
051300             ADD 1 TO WS-QTDE-LIBERADAS
051400         WHEN SOC-CONFIRMADO
051500             ADD 1 TO WS-QTDE-CONFIRMADAS
051600         WHEN OTHER
051700             ADD 1 TO WS-QTDE-PENDENTES
051800             PERFORM 3300-LISTAR-OCORRENCIA
051900                 THRU 3300-LISTAR-OCORRENCIA-EXIT
052000     END-EVALUATE.
052100     PERFORM 3100-LER-OCORRENCIA THRU 3100-LER-OCORRENCIA-EXIT.
052200 3200-TRATAR-OCORRENCIA-EXIT.
052300     EXIT.
052400*
052500***************************************************************
052600*    3300-LISTAR-OCORRENCIA                                    *
052700***************************************************************
052800 3300-LISTAR-OCORRENCIA.
052900     IF NOT PRINT-FILE-OK
053000         GO TO 3300-LISTAR-OCORRENCIA-EXIT
053100     END-IF.
053200     MOVE SOC-CUST-ID TO LD-CUST-ID.
053300     MOVE SOC-NOME-CLIENTE TO LD-NOME.
053400     MOVE SOC-LISTA-ID TO LD-LISTA-ID.
053500     MOVE SOC-LISTA-TIPO TO LD-TIPO.
053600     MOVE SOC-LISTA-FONTE TO LD-FONTE.
053700     MOVE SOC-LISTA-NOME TO LD-LISTA-NOME.
053800     MOVE SOC-PONTOS TO LD-PONTOS.
053900     MOVE SOC-CLASSE TO LD-CLASSE.
054000     MOVE SOC-DATA-ABERTURA TO LD-ABERTURA.
054100     IF SOC-ORIGEM-INCLUSAO
054200         MOVE "INCLUSAO" TO LD-ORIGEM
054300     ELSE
054400         MOVE "RETRIAGEM" TO LD-ORIGEM
054500     END-IF.
054600     MOVE WS-LINHA-DETALHE TO PRINT-LINE.
054700     WRITE PRINT-LINE.
054800 3300-LISTAR-OCORRENCIA-EXIT.
054900     EXIT.
055000*
055100***************************************************************
055200*    8000-AVISAR-COMPLIANCE - ALERTA NO CONSOLE QUANDO A        *
055300*    RETRIAGEM LEVANTOU OCORRENCIA NOVA                         *
055400***************************************************************
055500 8000-AVISAR-COMPLIANCE.
055600     IF WS-QTDE-NOVAS = ZERO
055700         GO TO 8000-AVISAR-COMPLIANCE-EXIT
055800     END-IF.
055900     MOVE WS-QTDE-NOVAS TO WS-QTDE-EDITADA.
056000     MOVE "SANRESCR" TO ALR-PROGRAMA.
056100     SET ALR-SEV-AVISO TO TRUE.
056200     MOVE SPACES TO ALR-MENSAGEM.
056300     STRING "SANCOES/PEP: " WS-QTDE-EDITADA
056400         " OCORRENCIA(S) NOVA(S) NO SANREV"
056500         DELIMITED BY SIZE INTO ALR-MENSAGEM
056600     END-STRING.
056700     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
056800 8000-AVISAR-COMPLIANCE-EXIT.
056900     EXIT.
