000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PIX-CHAVE-CARGA.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CARGA EM LOTE DO CADASTRO DE CHAVES PIX
001200*                       DOS CLIENTES (PIXCHAVE, VER
001300*                       COPYBOOKS/PIXCHV.CPY), USADO PELO PIX-
001400*                       CREDITO-PROCESSAR PARA IDENTIFICAR O
001500*                       CLIENTE DO CREDITO. CADA LINHA DO PIXCHVIN
001600*                       TRAZ A ACAO ("I" = INCLUI OU ATUALIZA, "E"
001700*                       = EXCLUI), A CHAVE, O CUST-ID E O TIPO
001800*                       (C/E/T/A). CLIENTE INEXISTENTE NO
001900*                       CUSTMAST, TIPO INVALIDO OU EXCLUSAO DE
002000*                       CHAVE NAO CADASTRADA VAO PARA O REJFILE;
002100*                       CHAVE JA CADASTRADA E ATUALIZADA (UPSERT)
002200*                       - PORTABILIDADE DE CHAVE PARA OUTRO
002300*                       CLIENTE SAI NO CONSOLE.
002400***************************************************************
002500*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CHAVE-IN-FILE ASSIGN TO "PIXCHVIN"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CHVIN-FILE-STATUS.
003200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CUST-ID
003600         ALTERNATE RECORD KEY IS CUST-NOME
003700             WITH DUPLICATES
003800         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
003900         FILE STATUS IS WS-MASTER-FILE-STATUS.
004000     SELECT PIX-CHAVE-FILE ASSIGN TO "PIXCHAVE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PXK-CHAVE
004400         FILE STATUS IS WS-PIXCHV-FILE-STATUS.
004500     SELECT REJECT-FILE ASSIGN TO "REJFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REJECT-FILE-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  CHAVE-IN-FILE
005300     RECORDING MODE IS F.
005400 01  CHAVE-IN-RECORD.
005500     05  PCI-ACAO            PIC X(01).
005600         88  PCI-INCLUIR     VALUE "I".
005700         88  PCI-EXCLUIR     VALUE "E".
005800     05  FILLER              PIC X(01).
005900     05  PCI-CHAVE           PIC X(77).
006000     05  FILLER              PIC X(01).
006100     05  PCI-CUST-ID         PIC X(10).
006200     05  FILLER              PIC X(01).
006300     05  PCI-TIPO            PIC X(01).
006400*
006500 FD  CUSTOMER-MASTER.
006600*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
006700 COPY "CUSTREC.cpy".
006800*
006900 FD  PIX-CHAVE-FILE.
007000*    CHAVES PIX DOS CLIENTES (VER COPYBOOKS/PIXCHV.CPY)
007100 COPY "PIXCHV.cpy".
007200*
007300 FD  REJECT-FILE
007400     RECORDING MODE IS F.
007500 COPY "REJREC.cpy".
007600*
007700 WORKING-STORAGE SECTION.
007800*
007900 77  WS-CHVIN-FILE-STATUS    PIC X(02) VALUE ZEROS.
008000     88  CHVIN-FILE-OK       VALUE "00".
008100 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
008200     88  MASTER-OK           VALUE "00".
008300 77  WS-PIXCHV-FILE-STATUS   PIC X(02) VALUE ZEROS.
008400     88  PIXCHV-OK           VALUE "00".
008500     88  PIXCHV-NAO-ACHADO   VALUE "23", "35".
008600 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
008700     88  REJECT-FILE-OK      VALUE "00".
008800*
008900 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009000     88  FIM-DO-ARQUIVO      VALUE "Y".
009100*
009200 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
009300 77  WS-QTDE-INCLUIDOS       PIC 9(07) COMP VALUE ZERO.
009400 77  WS-QTDE-ATUALIZADOS     PIC 9(07) COMP VALUE ZERO.
009500 77  WS-QTDE-EXCLUIDOS       PIC 9(07) COMP VALUE ZERO.
009600 77  WS-QTDE-REJEITADOS      PIC 9(07) COMP VALUE ZERO.
009700 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
009800*
009900***************************************************************
010000*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
010100***************************************************************
010200 COPY "RUNDATE.cpy".
010300*
010400***************************************************************
010500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
010600***************************************************************
010700 COPY "ERRHDL.cpy".
010800*
010900 PROCEDURE DIVISION.
011000*
011100***************************************************************
011200*    0000-MAINLINE                                             *
011300***************************************************************
011400 0000-MAINLINE.
011500     MOVE ZERO TO RETURN-CODE.
011600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
011700     ACCEPT RUN-HORA FROM TIME.
011800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
011900     PERFORM 2000-TRATAR-LINHA THRU 2000-TRATAR-LINHA-EXIT
012000         UNTIL FIM-DO-ARQUIVO.
012100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
012200     STOP RUN.
012300*
012400***************************************************************
012500*    1000-INICIALIZAR - ABRE A ENTRADA, O MESTRE E O PIXCHAVE,  *
012600*    CRIANDO ESTE ULTIMO SE AINDA NAO EXISTIR                   *
012700***************************************************************
012800 1000-INICIALIZAR.
012900     OPEN INPUT CHAVE-IN-FILE.
013000     IF NOT CHVIN-FILE-OK
013100         MOVE "PIXCHAVE" TO ERR-PROGRAMA
013200         SET ERR-TIPO-ARQUIVO TO TRUE
013300         MOVE "ABERTURA DO ARQUIVO PIXCHVIN" TO ERR-CONTEXTO
013400         MOVE WS-CHVIN-FILE-STATUS TO ERR-FILE-STATUS
013500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
013600         MOVE "Y" TO WS-EOF-SWITCH
013700         MOVE 16 TO RETURN-CODE
013800         GO TO 1000-INICIALIZAR-EXIT
013900     END-IF.
014000     OPEN INPUT CUSTOMER-MASTER.
014100     IF NOT MASTER-OK
014200         MOVE "PIXCHAVE" TO ERR-PROGRAMA
014300         SET ERR-TIPO-ARQUIVO TO TRUE
014400         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
014500         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
014600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
014700         CLOSE CHAVE-IN-FILE
014800         MOVE "Y" TO WS-EOF-SWITCH
014900         MOVE 16 TO RETURN-CODE
015000         GO TO 1000-INICIALIZAR-EXIT
015100     END-IF.
015200     OPEN I-O PIX-CHAVE-FILE.
015300     IF PIXCHV-NAO-ACHADO
015400         OPEN OUTPUT PIX-CHAVE-FILE
015500         CLOSE PIX-CHAVE-FILE
015600         OPEN I-O PIX-CHAVE-FILE
015700     END-IF.
015800     IF NOT PIXCHV-OK
015900         MOVE "PIXCHAVE" TO ERR-PROGRAMA
016000         SET ERR-TIPO-ARQUIVO TO TRUE
016100         MOVE "ABERTURA DO ARQUIVO PIXCHAVE" TO ERR-CONTEXTO
016200         MOVE WS-PIXCHV-FILE-STATUS TO ERR-FILE-STATUS
016300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
016400         CLOSE CHAVE-IN-FILE
016500         CLOSE CUSTOMER-MASTER
016600         MOVE "Y" TO WS-EOF-SWITCH
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 1000-INICIALIZAR-EXIT
016900     END-IF.
017000     OPEN EXTEND REJECT-FILE.
017100     IF NOT REJECT-FILE-OK
017200         OPEN OUTPUT REJECT-FILE
017300     END-IF.
017400     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
017500 1000-INICIALIZAR-EXIT.
017600     EXIT.
017700*
017800***************************************************************
017900*    1100-LER-LINHA                                            *
018000***************************************************************
018100 1100-LER-LINHA.
018200     READ CHAVE-IN-FILE
018300         AT END
018400             MOVE "Y" TO WS-EOF-SWITCH
018500     END-READ.
018600 1100-LER-LINHA-EXIT.
018700     EXIT.
018800*
018900***************************************************************
019000*    2000-TRATAR-LINHA - VALIDA A LINHA E APLICA A ACAO         *
019100***************************************************************
019200 2000-TRATAR-LINHA.
019300     ADD 1 TO WS-QTDE-LIDOS.
019400     MOVE SPACES TO WS-MOTIVO-REJEITO.
019500     IF PCI-CHAVE = SPACES
019600         MOVE "CHAVE PIX AUSENTE" TO WS-MOTIVO-REJEITO
019700         GO TO 2000-TRATAR-LINHA-REJEITAR
019800     END-IF.
019900     IF PCI-EXCLUIR
020000         PERFORM 2300-EXCLUIR-CHAVE THRU 2300-EXCLUIR-CHAVE-EXIT
020100         GO TO 2000-TRATAR-LINHA-REJEITAR
020200     END-IF.
020300     IF NOT PCI-INCLUIR
020400         MOVE "ACAO INVALIDA (I/E)" TO WS-MOTIVO-REJEITO
020500         GO TO 2000-TRATAR-LINHA-REJEITAR
020600     END-IF.
020700     MOVE PCI-TIPO TO PXK-TIPO.
020800     IF NOT PXK-TIPO-VALIDO
020900         MOVE "TIPO DE CHAVE INVALIDO" TO WS-MOTIVO-REJEITO
021000         GO TO 2000-TRATAR-LINHA-REJEITAR
021100     END-IF.
021200     MOVE PCI-CUST-ID TO CUST-ID.
021300     READ CUSTOMER-MASTER
021400         KEY IS CUST-ID
021500         INVALID KEY
021600             CONTINUE
021700     END-READ.
021800     IF NOT MASTER-OK
021900         MOVE "CLIENTE NAO CONSTA DO MESTRE" TO WS-MOTIVO-REJEITO
022000         GO TO 2000-TRATAR-LINHA-REJEITAR
022100     END-IF.
022200     PERFORM 2100-GRAVAR-CHAVE THRU 2100-GRAVAR-CHAVE-EXIT.
022300 2000-TRATAR-LINHA-REJEITAR.
022400     IF WS-MOTIVO-REJEITO NOT = SPACES
022500         PERFORM 2500-REJEITAR-LINHA
022600             THRU 2500-REJEITAR-LINHA-EXIT
022700     END-IF.
022800     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
022900 2000-TRATAR-LINHA-EXIT.
023000     EXIT.
023100*
023200***************************************************************
023300*    2100-GRAVAR-CHAVE - UPSERT PELA CHAVE PIX                  *
023400***************************************************************
023500 2100-GRAVAR-CHAVE.
023600     MOVE PCI-CHAVE TO PXK-CHAVE.
023700     READ PIX-CHAVE-FILE
023800         INVALID KEY
023900             CONTINUE
024000     END-READ.
024100     IF PIXCHV-OK
024200         IF PXK-CUST-ID NOT = PCI-CUST-ID
024300             DISPLAY "CHAVE PIX PORTADA DE " PXK-CUST-ID
024400                 " PARA " PCI-CUST-ID
024500         END-IF
024600         PERFORM 2200-MONTAR-REGISTRO
024700             THRU 2200-MONTAR-REGISTRO-EXIT
024800         REWRITE PIX-CHAVE-RECORD
024900         IF PIXCHV-OK
025000             ADD 1 TO WS-QTDE-ATUALIZADOS
025100         END-IF
025200     ELSE
025300         PERFORM 2200-MONTAR-REGISTRO
025400             THRU 2200-MONTAR-REGISTRO-EXIT
025500         WRITE PIX-CHAVE-RECORD
025600         IF PIXCHV-OK
025700             ADD 1 TO WS-QTDE-INCLUIDOS
025800         ELSE
025900             DISPLAY "ERRO AO GRAVAR PIXCHAVE " PCI-CUST-ID
026000                 " - STATUS " WS-PIXCHV-FILE-STATUS
026100         END-IF
026200     END-IF.
026300 2100-GRAVAR-CHAVE-EXIT.
026400     EXIT.
026500*
026600***************************************************************
026700*    2200-MONTAR-REGISTRO                                      *
026800***************************************************************
026900 2200-MONTAR-REGISTRO.
027000     MOVE SPACES TO PIX-CHAVE-RECORD.
027100     MOVE PCI-CHAVE TO PXK-CHAVE.
027200     MOVE PCI-CUST-ID TO PXK-CUST-ID.
027300     MOVE PCI-TIPO TO PXK-TIPO.
027400     MOVE RUN-DATA TO PXK-DATA-CADASTRO.
027500 2200-MONTAR-REGISTRO-EXIT.
027600     EXIT.
027700*
027800***************************************************************
027900*    2300-EXCLUIR-CHAVE - CHAVE DESCADASTRADA PELO CLIENTE      *
028000***************************************************************
028100 2300-EXCLUIR-CHAVE.
028200     MOVE PCI-CHAVE TO PXK-CHAVE.
028300     DELETE PIX-CHAVE-FILE
028400         INVALID KEY
028500             CONTINUE
028600     END-DELETE.
028700     IF PIXCHV-OK
028800         ADD 1 TO WS-QTDE-EXCLUIDOS
028900     ELSE
029000         MOVE "CHAVE PIX NAO CADASTRADA" TO WS-MOTIVO-REJEITO
029100     END-IF.
029200 2300-EXCLUIR-CHAVE-EXIT.
029300     EXIT.
029400*
029500***************************************************************
029600*    2500-REJEITAR-LINHA                                       *
029700***************************************************************
029800 2500-REJEITAR-LINHA.
029900     ADD 1 TO WS-QTDE-REJEITADOS.
030000     MOVE SPACES TO REJ-RECORD.
030100     MOVE "PIXCHAVE" TO REJ-PROGRAMA.
030200     MOVE RUN-DATA TO REJ-DATA.
030300     MOVE PCI-CUST-ID TO REJ-CHAVE.
030400     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
030500     SET REJ-PENDENTE TO TRUE.
030600     MOVE CHAVE-IN-RECORD TO REJ-IMAGEM.
030700     IF REJECT-FILE-OK
030800         WRITE REJ-RECORD
030900     END-IF.
031000 2500-REJEITAR-LINHA-EXIT.
031100     EXIT.
031200*
031300***************************************************************
031400*    9000-FINALIZAR                                            *
031500***************************************************************
031600 9000-FINALIZAR.
031700     IF RETURN-CODE NOT = ZERO
031800         GO TO 9000-FINALIZAR-EXIT
031900     END-IF.
032000     CLOSE CHAVE-IN-FILE.
032100     CLOSE CUSTOMER-MASTER.
032200     CLOSE PIX-CHAVE-FILE.
032300     IF REJECT-FILE-OK
032400         CLOSE REJECT-FILE
032500     END-IF.
032600     DISPLAY "====== CARGA DE CHAVES PIX ======".
032700     DISPLAY "LINHAS LIDAS .......: " WS-QTDE-LIDOS.
032800     DISPLAY "INCLUIDAS ..........: " WS-QTDE-INCLUIDOS.
032900     DISPLAY "ATUALIZADAS ........: " WS-QTDE-ATUALIZADOS.
033000     DISPLAY "EXCLUIDAS ..........: " WS-QTDE-EXCLUIDOS.
033100     DISPLAY "REJEITADAS .........: " WS-QTDE-REJEITADOS.
033200     IF WS-QTDE-REJEITADOS > ZERO
033300         MOVE 4 TO RETURN-CODE
033400     END-IF.
033500 9000-FINALIZAR-EXIT.
033600     EXIT.
