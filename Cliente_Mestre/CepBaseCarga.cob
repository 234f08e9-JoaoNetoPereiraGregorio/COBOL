000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CEP-BASE-CARGA.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CARGA EM LOTE DA BASE DE CEP DOS CORREIOS
001200*                       (CEPBASE, VER COPYBOOKS/CEPBAS.CPY), USADA
001300*                       NA VALIDACAO DE ENDERECO DO CLIENTE-ADDR-
001400*                       LOAD, DA TELA CADR E DO ENDERECO-REVISAO.
001500*                       CADA LINHA DO CEPIN TRAZ A ACAO ("I" =
001600*                       INCLUI OU ATUALIZA, "E" = EXCLUI), O CEP,
001700*                       A UF, A CIDADE, O BAIRRO E O TIPO (L/G/U).
001800*                       A CARGA INICIAL MANDA A BASE INTEIRA COM
001900*                       "I"; A ATUALIZACAO MENSAL DOS CORREIOS
002000*                       MANDA SO AS DIFERENCAS. CEP FORA DO
002100*                       FORMATO, UF INEXISTENTE, CIDADE EM BRANCO,
002200*                       TIPO INVALIDO OU EXCLUSAO DE CEP NAO
002300*                       CADASTRADO VAO PARA O REJFILE.
002400***************************************************************
002500*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CEP-IN-FILE ASSIGN TO "CEPIN"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-CEPIN-FILE-STATUS.
003200     SELECT CEP-BASE-FILE ASSIGN TO "CEPBASE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CEPB-CEP
003600         FILE STATUS IS WS-CEPBASE-FILE-STATUS.
003700     SELECT REJECT-FILE ASSIGN TO "REJFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REJECT-FILE-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300*
004400 FD  CEP-IN-FILE
004500     RECORDING MODE IS F.
004600 01  CEP-IN-RECORD.
004700     05  CEI-ACAO            PIC X(01).
004800         88  CEI-INCLUIR     VALUE "I".
004900         88  CEI-EXCLUIR     VALUE "E".
005000     05  FILLER              PIC X(01).
005100     05  CEI-CEP             PIC X(08).
005200     05  FILLER              PIC X(01).
005300     05  CEI-UF              PIC X(02).
005400     05  FILLER              PIC X(01).
005500     05  CEI-CIDADE          PIC X(40).
005600     05  FILLER              PIC X(01).
005700     05  CEI-BAIRRO          PIC X(30).
005800     05  FILLER              PIC X(01).
005900     05  CEI-TIPO            PIC X(01).
006000*
006100 FD  CEP-BASE-FILE.
006200*    BASE DE CEP DOS CORREIOS (VER COPYBOOKS/CEPBAS.CPY)
006300 COPY "CEPBAS.cpy".
006400*
006500 FD  REJECT-FILE
006600     RECORDING MODE IS F.
006700 COPY "REJREC.cpy".
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 77  WS-CEPIN-FILE-STATUS    PIC X(02) VALUE ZEROS.
007200     88  CEPIN-FILE-OK       VALUE "00".
007300 77  WS-CEPBASE-FILE-STATUS  PIC X(02) VALUE ZEROS.
007400     88  CEPBASE-OK          VALUE "00".
007500     88  CEPBASE-NAO-ACHADO  VALUE "23", "35".
007600 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
007700     88  REJECT-FILE-OK      VALUE "00".
007800*
007900 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
008000     88  FIM-DO-ARQUIVO      VALUE "Y".
008100*
008200 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
008300 77  WS-QTDE-INCLUIDOS       PIC 9(07) COMP VALUE ZERO.
008400 77  WS-QTDE-ATUALIZADOS     PIC 9(07) COMP VALUE ZERO.
008500 77  WS-QTDE-EXCLUIDOS       PIC 9(07) COMP VALUE ZERO.
008600 77  WS-QTDE-REJEITADOS      PIC 9(07) COMP VALUE ZERO.
008700 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
008800*
008900***************************************************************
009000*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
009100***************************************************************
009200 COPY "RUNDATE.cpy".
009300*
009400***************************************************************
009500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
009600***************************************************************
009700 COPY "ERRHDL.cpy".
009800*
009900***************************************************************
010000*    PARAMETROS DA ROTINA DE VALIDACAO DE CEP/UF - AQUI SO O
010100*    FORMATO (VER COPYBOOKS/CEPHDL.CPY)
010200***************************************************************
010300 COPY "CEPHDL.cpy".
010400*
010500 PROCEDURE DIVISION.
010600*
010700***************************************************************
010800*    0000-MAINLINE                                              *
010900***************************************************************
011000 0000-MAINLINE.
011100     MOVE ZERO TO RETURN-CODE.
011200     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
011300     ACCEPT RUN-HORA FROM TIME.
011400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
011500     PERFORM 2000-TRATAR-LINHA THRU 2000-TRATAR-LINHA-EXIT
011600         UNTIL FIM-DO-ARQUIVO.
011700     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
011800     STOP RUN.
011900*
012000***************************************************************
012100*    1000-INICIALIZAR - ABRE A ENTRADA E O CEPBASE, CRIANDO ESTE*
012200*    ULTIMO NA CARGA INICIAL                                    *
012300***************************************************************
012400 1000-INICIALIZAR.
012500     OPEN INPUT CEP-IN-FILE.
012600     IF NOT CEPIN-FILE-OK
012700         MOVE "CEPCARGA" TO ERR-PROGRAMA
012800         SET ERR-TIPO-ARQUIVO TO TRUE
012900         MOVE "ABERTURA DO ARQUIVO CEPIN" TO ERR-CONTEXTO
013000         MOVE WS-CEPIN-FILE-STATUS TO ERR-FILE-STATUS
013100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
013200         MOVE "Y" TO WS-EOF-SWITCH
013300         MOVE 16 TO RETURN-CODE
013400         GO TO 1000-INICIALIZAR-EXIT
013500     END-IF.
013600     OPEN I-O CEP-BASE-FILE.
013700     IF CEPBASE-NAO-ACHADO
013800         OPEN OUTPUT CEP-BASE-FILE
013900         CLOSE CEP-BASE-FILE
014000         OPEN I-O CEP-BASE-FILE
014100     END-IF.
014200     IF NOT CEPBASE-OK
014300         MOVE "CEPCARGA" TO ERR-PROGRAMA
014400         SET ERR-TIPO-ARQUIVO TO TRUE
014500         MOVE "ABERTURA DO ARQUIVO CEPBASE" TO ERR-CONTEXTO
014600         MOVE WS-CEPBASE-FILE-STATUS TO ERR-FILE-STATUS
014700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
014800         CLOSE CEP-IN-FILE
014900         MOVE "Y" TO WS-EOF-SWITCH
015000         MOVE 16 TO RETURN-CODE
015100         GO TO 1000-INICIALIZAR-EXIT
015200     END-IF.
015300     OPEN EXTEND REJECT-FILE.
015400     IF NOT REJECT-FILE-OK
015500         OPEN OUTPUT REJECT-FILE
015600     END-IF.
015700     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
015800 1000-INICIALIZAR-EXIT.
015900     EXIT.
016000*
016100***************************************************************
016200*    1100-LER-LINHA                                             *
016300***************************************************************
016400 1100-LER-LINHA.
016500     READ CEP-IN-FILE
016600         AT END
016700             MOVE "Y" TO WS-EOF-SWITCH
016800     END-READ.
016900 1100-LER-LINHA-EXIT.
017000     EXIT.
017100*
017200***************************************************************
017300*    2000-TRATAR-LINHA - VALIDA A LINHA E APLICA A ACAO         *
017400***************************************************************
017500 2000-TRATAR-LINHA.
017600     ADD 1 TO WS-QTDE-LIDOS.
017700     MOVE SPACES TO WS-MOTIVO-REJEITO.
017800     IF CEI-EXCLUIR
017900         PERFORM 2300-EXCLUIR-CEP THRU 2300-EXCLUIR-CEP-EXIT
018000         GO TO 2000-TRATAR-LINHA-REJEITAR
018100     END-IF.
018200     IF NOT CEI-INCLUIR
018300         MOVE "ACAO INVALIDA (I/E)" TO WS-MOTIVO-REJEITO
018400         GO TO 2000-TRATAR-LINHA-REJEITAR
018500     END-IF.
018600*    SO O FORMATO: A LINHA E A PROPRIA BASE (RETORNO 04 = OK)
018700     MOVE CEI-CEP TO CPV-CEP.
018800     MOVE CEI-UF TO CPV-UF.
018900     MOVE CEI-CIDADE TO CPV-CIDADE.
019000     SET CPV-BASE-INDISPONIVEL TO TRUE.
019100     CALL "CEP-VALIDA" USING CPV-PARAMETROS.
019200     IF NOT CPV-SEM-BASE
019300         MOVE CPV-MOTIVO TO WS-MOTIVO-REJEITO
019400         IF CPV-CONFERE
019500             MOVE "CEP INVALIDO (8 DIGITOS)"
019600                 TO WS-MOTIVO-REJEITO
019700         END-IF
019800         GO TO 2000-TRATAR-LINHA-REJEITAR
019900     END-IF.
020000     IF CEI-CIDADE = SPACES
020100         MOVE "CIDADE EM BRANCO" TO WS-MOTIVO-REJEITO
020200         GO TO 2000-TRATAR-LINHA-REJEITAR
020300     END-IF.
020400     IF CEI-TIPO = SPACE
020500         MOVE "G" TO CEI-TIPO
020600     END-IF.
020700     MOVE CEI-TIPO TO CEPB-TIPO.
020800     IF NOT CEPB-TIPO-VALIDO
020900         MOVE "TIPO DE CEP INVALIDO (L/G/U)" TO WS-MOTIVO-REJEITO
021000         GO TO 2000-TRATAR-LINHA-REJEITAR
021100     END-IF.
021200     PERFORM 2100-GRAVAR-CEP THRU 2100-GRAVAR-CEP-EXIT.
021300 2000-TRATAR-LINHA-REJEITAR.
021400     IF WS-MOTIVO-REJEITO NOT = SPACES
021500         PERFORM 2500-REJEITAR-LINHA
021600             THRU 2500-REJEITAR-LINHA-EXIT
021700     END-IF.
021800     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
021900 2000-TRATAR-LINHA-EXIT.
022000     EXIT.
022100*
022200***************************************************************
022300*    2100-GRAVAR-CEP - UPSERT PELO CEP                          *
022400***************************************************************
022500 2100-GRAVAR-CEP.
022600     MOVE CEI-CEP TO CEPB-CEP.
022700     READ CEP-BASE-FILE
022800         INVALID KEY
022900             CONTINUE
023000     END-READ.
023100     IF CEPBASE-OK
023200         PERFORM 2200-MONTAR-REGISTRO
023300             THRU 2200-MONTAR-REGISTRO-EXIT
023400         REWRITE CEP-BASE-RECORD
023500         IF CEPBASE-OK
023600             ADD 1 TO WS-QTDE-ATUALIZADOS
023700         END-IF
023800     ELSE
023900         PERFORM 2200-MONTAR-REGISTRO
024000             THRU 2200-MONTAR-REGISTRO-EXIT
024100         WRITE CEP-BASE-RECORD
024200         IF CEPBASE-OK
024300             ADD 1 TO WS-QTDE-INCLUIDOS
024400         ELSE
024500             DISPLAY "ERRO AO GRAVAR CEPBASE " CEI-CEP
024600                 " - STATUS " WS-CEPBASE-FILE-STATUS
024700         END-IF
024800     END-IF.
024900 2100-GRAVAR-CEP-EXIT.
025000     EXIT.
025100*
025200***************************************************************
025300*    2200-MONTAR-REGISTRO                                       *
025400***************************************************************
025500 2200-MONTAR-REGISTRO.
025600     MOVE SPACES TO CEP-BASE-RECORD.
025700     MOVE CEI-CEP TO CEPB-CEP.
025800     MOVE CEI-UF TO CEPB-UF.
025900     MOVE CEI-CIDADE TO CEPB-CIDADE.
026000     MOVE CEI-BAIRRO TO CEPB-BAIRRO.
026100     MOVE CEI-TIPO TO CEPB-TIPO.
026200     MOVE RUN-DATA TO CEPB-DATA-CARGA.
026300 2200-MONTAR-REGISTRO-EXIT.
026400     EXIT.
026500*
026600***************************************************************
026700*    2300-EXCLUIR-CEP - CEP EXTINTO PELOS CORREIOS              *
026800***************************************************************
026900 2300-EXCLUIR-CEP.
027000     MOVE CEI-CEP TO CEPB-CEP.
027100     DELETE CEP-BASE-FILE
027200         INVALID KEY
027300             CONTINUE
027400     END-DELETE.
027500     IF CEPBASE-OK
027600         ADD 1 TO WS-QTDE-EXCLUIDOS
027700     ELSE
027800         MOVE "CEP NAO CADASTRADO NA BASE" TO WS-MOTIVO-REJEITO
027900     END-IF.
028000 2300-EXCLUIR-CEP-EXIT.
028100     EXIT.
028200*
028300***************************************************************
028400*    2500-REJEITAR-LINHA                                        *
028500***************************************************************
028600 2500-REJEITAR-LINHA.
028700     ADD 1 TO WS-QTDE-REJEITADOS.
028800     MOVE SPACES TO REJ-RECORD.
028900     MOVE "CEPCARGA" TO REJ-PROGRAMA.
029000     MOVE RUN-DATA TO REJ-DATA.
029100     MOVE CEI-CEP TO REJ-CHAVE.
029200     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
029300     SET REJ-PENDENTE TO TRUE.
029400     MOVE CEP-IN-RECORD TO REJ-IMAGEM.
029500     IF REJECT-FILE-OK
029600         WRITE REJ-RECORD
029700     END-IF.
029800 2500-REJEITAR-LINHA-EXIT.
029900     EXIT.
030000*
030100***************************************************************
030200*    9000-FINALIZAR                                             *
030300***************************************************************
030400 9000-FINALIZAR.
030500     IF RETURN-CODE NOT = ZERO
030600         GO TO 9000-FINALIZAR-EXIT
030700     END-IF.
030800     CLOSE CEP-IN-FILE.
030900     CLOSE CEP-BASE-FILE.
031000     IF REJECT-FILE-OK
031100         CLOSE REJECT-FILE
031200     END-IF.
031300     DISPLAY "====== CARGA DA BASE DE CEP ======".
031400     DISPLAY "LINHAS LIDAS .......: " WS-QTDE-LIDOS.
031500     DISPLAY "INCLUIDAS ..........: " WS-QTDE-INCLUIDOS.
031600     DISPLAY "ATUALIZADAS ........: " WS-QTDE-ATUALIZADOS.
031700     DISPLAY "EXCLUIDAS ..........: " WS-QTDE-EXCLUIDOS.
031800     DISPLAY "REJEITADAS .........: " WS-QTDE-REJEITADOS.
031900     IF WS-QTDE-REJEITADOS > ZERO
032000         MOVE 4 TO RETURN-CODE
032100     END-IF.
032200 9000-FINALIZAR-EXIT.
032300     EXIT.
