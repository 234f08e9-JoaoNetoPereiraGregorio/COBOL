000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AML-DECISAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     PARECER DO ANALISTA SOBRE OS CASOS DE PLD
001200*                       ABERTOS PELO AML-MONITOR E COMUNICACAO AO
001300*                       COAF. LE O CARTAO AMLDEC (NUMERO DO CASO,
001400*                       D=DESCARTA OU C=COMUNICA, ANALISTA E
001500*                       PARECER) E APLICA SOBRE O AMLCASO, NO
001600*                       PADRAO DO APPROVAL-BATCH: SO CASO ABERTO
001700*                       ACEITA DECISAO, O ANALISTA DO CARTAO E O
001800*                       OPERADOR DO PASSO PRECISAM DA FUNCAO
001900*                       "AMLCASO" NA MATRIZ (SECURITY-CHECK) E
002000*                       CADA DECISAO GERA EVENTO DE AUDITORIA COM
002100*                       O NUMERO DO CASO. EM SEGUIDA TODO CASO
002200*                       COMUNICADO AINDA NAO ENVIADO SAI NO
002300*                       ARQUIVO COAFCOM (HEADER "0", UM DETALHE
002400*                       "1" POR CASO, TRAILER "9" COM QUANTIDADE E
002500*                       SOMA EM CENTAVOS) E RECEBE A DATA DE
002600*                       ENVIO, PARA NAO SER REENVIADO. NADA E
002700*                       GRAVADO NOS ARQUIVOS DO CLIENTE. CARTAO
002800*                       RECUSADO DA RC 4.
002900***************************************************************
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DECISION-FILE ASSIGN TO "AMLDEC"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-DECISION-FILE-STATUS.
003700     SELECT CASO-FILE ASSIGN TO "AMLCASO"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACS-NUMERO
004100         ALTERNATE RECORD KEY IS ACS-EVENTO
004200         FILE STATUS IS WS-CASO-FILE-STATUS.
004300     SELECT COAF-FILE ASSIGN TO "COAFCOM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-COAF-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000 FD  DECISION-FILE
005100     RECORDING MODE IS F.
005200 01  DECISION-RECORD.
005300     05  DEC-CASO            PIC 9(10).
005400     05  FILLER              PIC X(01).
005500     05  DEC-DECISAO         PIC X(01).
005600         88  DEC-DESCARTA        VALUE "D".
005700         88  DEC-COMUNICA        VALUE "C".
005800     05  FILLER              PIC X(01).
005900     05  DEC-ANALISTA        PIC X(08).
006000     05  FILLER              PIC X(01).
006100     05  DEC-PARECER         PIC X(40).
006200*
006300 FD  CASO-FILE.
006400*    CADASTRO RESTRITO DE CASOS (VER COPYBOOKS/AMLREG.CPY)
006500 COPY "AMLREG.cpy".
006600*
006700 FD  COAF-FILE
006800     RECORDING MODE IS F.
006900 01  COAF-RECORD             PIC X(160).
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 77  WS-DECISION-FILE-STATUS PIC X(02) VALUE ZEROS.
007400     88  DECISION-FILE-OK    VALUE "00".
007500 77  WS-CASO-FILE-STATUS     PIC X(02) VALUE ZEROS.
007600     88  CASO-OK             VALUE "00".
007700 77  WS-COAF-FILE-STATUS     PIC X(02) VALUE ZEROS.
007800     88  COAF-FILE-OK        VALUE "00".
007900*
008000 77  WS-DEC-EOF-SWITCH       PIC X(01) VALUE "N".
008100     88  FIM-DAS-DECISOES    VALUE "Y".
008200 77  WS-CASO-EOF-SWITCH      PIC X(01) VALUE "N".
008300     88  FIM-DOS-CASOS       VALUE "Y".
008400*
008500 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
008600*
008700***************************************************************
008800*    REGISTROS DO ARQUIVO DE COMUNICACAO AO COAF
008900***************************************************************
009000 01  WS-CF-HEADER.
009100     05  FILLER              PIC X(01) VALUE "0".
009200     05  CFH-DATA-GERACAO    PIC 9(08).
009300     05  CFH-SISTEMA         PIC X(08) VALUE "PLD-AML ".
009400     05  FILLER              PIC X(143) VALUE SPACES.
009500 01  WS-CF-DETALHE.
009600     05  FILLER              PIC X(01) VALUE "1".
009700     05  CFD-NUMERO-CASO     PIC 9(10).
009800     05  CFD-CPF-CNPJ        PIC X(14).
009900     05  CFD-TIPO-PESSOA     PIC X(01).
010000     05  CFD-NOME            PIC X(30).
010100     05  CFD-DATA-EVENTO     PIC 9(08).
010200     05  CFD-REGRA           PIC X(02).
010300     05  CFD-VALOR           PIC 9(11)V99.
010400     05  CFD-REFERENCIA      PIC 9(11)V99.
010500     05  CFD-QTDE            PIC 9(03).
010600     05  CFD-ANALISTA        PIC X(08).
010700     05  CFD-DATA-DECISAO    PIC 9(08).
010800     05  CFD-PARECER         PIC X(40).
010900     05  FILLER              PIC X(09) VALUE SPACES.
011000 01  WS-CF-TRAILER.
011100     05  FILLER              PIC X(01) VALUE "9".
011200     05  CFT-QTDE-DETALHES   PIC 9(07).
011300     05  CFT-SOMA-CENTAVOS   PIC 9(15).
011400     05  FILLER              PIC X(137) VALUE SPACES.
011500*
011600 77  WS-SOMA-CENTAVOS        PIC 9(15) VALUE ZERO.
011700*
011800 77  WS-QTDE-DECISOES        PIC 9(07) COMP VALUE ZERO.
011900 77  WS-QTDE-DESCARTADOS     PIC 9(07) COMP VALUE ZERO.
012000 77  WS-QTDE-COMUNICADOS     PIC 9(07) COMP VALUE ZERO.
012100 77  WS-QTDE-RECUSADAS       PIC 9(07) COMP VALUE ZERO.
012200 77  WS-QTDE-ENVIADOS        PIC 9(07) COMP VALUE ZERO.
012300 77  WS-QTDE-ABERTOS         PIC 9(07) COMP VALUE ZERO.
012400*
012500***************************************************************
012600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
012700*    RUNDATE.CPY)
012800***************************************************************
012900 COPY "RUNDATE.cpy".
013000*
013100***************************************************************
013200*    PARAMETROS DA ROTINA COMPARTILHADA DE SEGURANCA
013300***************************************************************
013400 COPY "SECHDL.cpy".
013500*
013600***************************************************************
013700*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
013800***************************************************************
013900 COPY "AUDHDL.cpy".
014000*
014100***************************************************************
014200*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
014300***************************************************************
014400 COPY "ERRHDL.cpy".
014500*
014600 PROCEDURE DIVISION.
014700*
014800***************************************************************
014900*    0000-MAINLINE                                             *
015000***************************************************************
015100 0000-MAINLINE.
015200     MOVE ZERO TO RETURN-CODE.
015300     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
015400     ACCEPT RUN-HORA FROM TIME.
015500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
015600     PERFORM 0500-VERIFICAR-PERMISSAO
015700         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
015800     IF RETURN-CODE NOT = ZERO
015900         GO TO 0000-MAINLINE-FIM
016000     END-IF.
016100     OPEN I-O CASO-FILE.
016200     IF NOT CASO-OK
016300         MOVE "AMLDECIS" TO ERR-PROGRAMA
016400         SET ERR-TIPO-ARQUIVO TO TRUE
016500         MOVE "ABERTURA DO ARQUIVO AMLCASO" TO ERR-CONTEXTO
016600         MOVE WS-CASO-FILE-STATUS TO ERR-FILE-STATUS
016700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
016800         MOVE 16 TO RETURN-CODE
016900         GO TO 0000-MAINLINE-FIM
017000     END-IF.
017100     PERFORM 2000-APLICAR-DECISOES
017200         THRU 2000-APLICAR-DECISOES-EXIT.
017300     PERFORM 3000-GERAR-COAF THRU 3000-GERAR-COAF-EXIT.
017400     CLOSE CASO-FILE.
017500     IF WS-QTDE-RECUSADAS > ZERO
017600         IF RETURN-CODE = ZERO
017700             MOVE 4 TO RETURN-CODE
017800         END-IF
017900     END-IF.
018000 0000-MAINLINE-FIM.
018100     DISPLAY "====== PLD/AML - DECISOES E COAF ======".
018200     DISPLAY "CARTOES DE DECISAO .: " WS-QTDE-DECISOES.
018300     DISPLAY "CASOS DESCARTADOS ..: " WS-QTDE-DESCARTADOS.
018400     DISPLAY "CASOS COMUNICADOS ..: " WS-QTDE-COMUNICADOS.
018500     DISPLAY "CARTOES RECUSADOS ..: " WS-QTDE-RECUSADAS.
018600     DISPLAY "ENVIADOS AO COAF ...: " WS-QTDE-ENVIADOS.
018700     DISPLAY "CASOS AINDA ABERTOS : " WS-QTDE-ABERTOS.
018800     STOP RUN.
018900*
019000***************************************************************
019100*    0500-VERIFICAR-PERMISSAO - FUNCAO "AMLCASO" NA MATRIZ, NO  *
019200*    PERFIL DO OPERADOR QUE RODA O PASSO                        *
019300***************************************************************
019400 0500-VERIFICAR-PERMISSAO.
019500     SET SEC-ACAO-FUNCAO TO TRUE.
019600     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
019700     MOVE "AMLCASO " TO SEC-FUNCAO.
019800     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
019900     IF SEC-RC NOT = ZERO
020000         DISPLAY "ACESSO NEGADO AOS CASOS DE PLD: " SEC-MOTIVO
020100         MOVE "AMLDECIS" TO AUD-PROGRAMA
020200         MOVE 0 TO AUD-OPCODE
020300         MOVE "NEGADO" TO AUD-EVENTO
020400         MOVE SPACES TO AUD-CHAVE
020500         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
020600         MOVE 16 TO RETURN-CODE
020700     END-IF.
020800 0500-VERIFICAR-PERMISSAO-EXIT.
020900     EXIT.
021000*
021100***************************************************************
021200*    2000-APLICAR-DECISOES - UM CARTAO AMLDEC POR CASO          *
021300***************************************************************
021400 2000-APLICAR-DECISOES.
021500     OPEN INPUT DECISION-FILE.
021600     IF NOT DECISION-FILE-OK
021700         DISPLAY "AVISO: AMLDEC AUSENTE - SEM DECISOES, SO A "
021800             "COMUNICACAO PENDENTE SERA GERADA."
021900         GO TO 2000-APLICAR-DECISOES-EXIT
022000     END-IF.
022100     PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
022200     PERFORM 2200-TRATAR-DECISAO THRU 2200-TRATAR-DECISAO-EXIT
022300         UNTIL FIM-DAS-DECISOES.
022400     CLOSE DECISION-FILE.
022500 2000-APLICAR-DECISOES-EXIT.
022600     EXIT.
022700*
022800***************************************************************
022900*    2100-LER-DECISAO                                          *
023000***************************************************************
023100 2100-LER-DECISAO.
023200     READ DECISION-FILE
023300         AT END
023400             MOVE "Y" TO WS-DEC-EOF-SWITCH
023500     END-READ.
023600 2100-LER-DECISAO-EXIT.
023700     EXIT.
023800*
023900***************************************************************
024000*    2200-TRATAR-DECISAO - SO CASO ABERTO, COM ANALISTA QUE     *
024100*    TENHA A FUNCAO "AMLCASO", ACEITA O PARECER                 *
024200***************************************************************
024300 2200-TRATAR-DECISAO.
024400     ADD 1 TO WS-QTDE-DECISOES.
024500     IF DEC-CASO NOT NUMERIC
024600         DISPLAY "DECISAO RECUSADA - NUMERO DE CASO INVALIDO NO "
024700             "CARTAO " WS-QTDE-DECISOES
024800         ADD 1 TO WS-QTDE-RECUSADAS
024900         GO TO 2200-TRATAR-DECISAO-LER
025000     END-IF.
025100     IF NOT DEC-DESCARTA AND NOT DEC-COMUNICA
025200         DISPLAY "DECISAO INVALIDA NO CASO " DEC-CASO ": "
025300             DEC-DECISAO
025400         ADD 1 TO WS-QTDE-RECUSADAS
025500         GO TO 2200-TRATAR-DECISAO-LER
025600     END-IF.
025700     MOVE DEC-CASO TO ACS-NUMERO.
025800     READ CASO-FILE
025900         INVALID KEY
026000             CONTINUE
026100     END-READ.
026200     IF NOT CASO-OK
026300         DISPLAY "DECISAO RECUSADA - CASO " DEC-CASO
026400             " NAO ENCONTRADO"
026500         ADD 1 TO WS-QTDE-RECUSADAS
026600         GO TO 2200-TRATAR-DECISAO-LER
026700     END-IF.
026800     IF NOT ACS-ABERTO
026900         DISPLAY "DECISAO RECUSADA - CASO " DEC-CASO
027000             " JA DECIDIDO (" ACS-SITUACAO ")"
027100         ADD 1 TO WS-QTDE-RECUSADAS
027200         GO TO 2200-TRATAR-DECISAO-LER
027300     END-IF.
027400     SET SEC-ACAO-FUNCAO TO TRUE.
027500     MOVE DEC-ANALISTA TO SEC-OPERADOR.
027600     MOVE "AMLCASO " TO SEC-FUNCAO.
027700     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
027800     IF DEC-ANALISTA = SPACES OR SEC-RC NOT = ZERO
027900         DISPLAY "DECISAO RECUSADA - ANALISTA " DEC-ANALISTA
028000             " SEM A FUNCAO AMLCASO NO CASO " DEC-CASO
028100         ADD 1 TO WS-QTDE-RECUSADAS
028200         GO TO 2200-TRATAR-DECISAO-LER
028300     END-IF.
028400     MOVE "AMLDECIS" TO AUD-PROGRAMA.
028500     MOVE 9 TO AUD-OPCODE.
028600     MOVE ACS-NUMERO TO AUD-CHAVE.
028700     IF DEC-DESCARTA
028800         SET ACS-DESCARTADO TO TRUE
028900         MOVE "DESCARTE" TO AUD-EVENTO
029000     ELSE
029100         SET ACS-COMUNICADO TO TRUE
029200         MOVE "COMUNICA" TO AUD-EVENTO
029300     END-IF.
029400     MOVE DEC-ANALISTA TO ACS-ANALISTA.
029500     MOVE RUN-DATA TO ACS-DATA-DECISAO.
029600     MOVE DEC-PARECER TO ACS-PARECER.
029700     REWRITE AML-CASO-RECORD.
029800     IF NOT CASO-OK
029900         MOVE "AMLDECIS" TO ERR-PROGRAMA
030000         SET ERR-TIPO-ARQUIVO TO TRUE
030100         MOVE "REGRAVACAO NO ARQUIVO AMLCASO" TO ERR-CONTEXTO
030200         MOVE WS-CASO-FILE-STATUS TO ERR-FILE-STATUS
030300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030400         ADD 1 TO WS-QTDE-RECUSADAS
030500         GO TO 2200-TRATAR-DECISAO-LER
030600     END-IF.
030700     IF DEC-DESCARTA
030800         ADD 1 TO WS-QTDE-DESCARTADOS
030900     ELSE
031000         ADD 1 TO WS-QTDE-COMUNICADOS
031100     END-IF.
031200     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
031300 2200-TRATAR-DECISAO-LER.
031400     PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
031500 2200-TRATAR-DECISAO-EXIT.
031600     EXIT.
031700*
031800***************************************************************
031900*    3000-GERAR-COAF - CASOS COMUNICADOS AINDA SEM DATA DE      *
032000*    ENVIO VAO PARA O COAFCOM E RECEBEM A DATA                  *
032100***************************************************************
032200 3000-GERAR-COAF.
032300     OPEN OUTPUT COAF-FILE.
032400     IF NOT COAF-FILE-OK
032500         MOVE "AMLDECIS" TO ERR-PROGRAMA
032600         SET ERR-TIPO-ARQUIVO TO TRUE
032700         MOVE "ABERTURA DO ARQUIVO COAFCOM" TO ERR-CONTEXTO
032800         MOVE WS-COAF-FILE-STATUS TO ERR-FILE-STATUS
032900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 3000-GERAR-COAF-EXIT
033200     END-IF.
033300     MOVE RUN-DATA TO CFH-DATA-GERACAO.
033400     MOVE WS-CF-HEADER TO COAF-RECORD.
033500     WRITE COAF-RECORD.
033600     MOVE ZERO TO ACS-NUMERO.
033700     START CASO-FILE KEY IS NOT LESS THAN ACS-NUMERO
033800         INVALID KEY
033900             MOVE "Y" TO WS-CASO-EOF-SWITCH
034000     END-START.
034100     IF NOT FIM-DOS-CASOS
034200         PERFORM 3100-LER-CASO THRU 3100-LER-CASO-EXIT
034300     END-IF.
034400     PERFORM 3200-TRATAR-CASO THRU 3200-TRATAR-CASO-EXIT
034500         UNTIL FIM-DOS-CASOS.
034600     MOVE WS-QTDE-ENVIADOS TO CFT-QTDE-DETALHES.
034700     MOVE WS-SOMA-CENTAVOS TO CFT-SOMA-CENTAVOS.
034800     MOVE WS-CF-TRAILER TO COAF-RECORD.
034900     WRITE COAF-RECORD.
035000     CLOSE COAF-FILE.
035100 3000-GERAR-COAF-EXIT.
035200     EXIT.
035300*
035400***************************************************************
035500*    3100-LER-CASO                                             *
035600***************************************************************
035700 3100-LER-CASO.
035800     READ CASO-FILE NEXT RECORD
035900         AT END
036000             MOVE "Y" TO WS-CASO-EOF-SWITCH
036100     END-READ.
036200 3100-LER-CASO-EXIT.
036300     EXIT.
036400*
036500***************************************************************
036600*    3200-TRATAR-CASO - DETALHE "1" DO CASO COMUNICADO E DATA   *
036700*    DE ENVIO NO AMLCASO                                        *
036800***************************************************************
036900 3200-TRATAR-CASO.
037000     IF ACS-ABERTO
037100         ADD 1 TO WS-QTDE-ABERTOS
037200     END-IF.
037300     IF NOT ACS-COMUNICADO OR ACS-DATA-COAF NOT = ZERO
037400         GO TO 3200-TRATAR-CASO-LER
037500     END-IF.
037600     MOVE ACS-NUMERO TO CFD-NUMERO-CASO.
037700     MOVE ACS-CPF-CNPJ TO CFD-CPF-CNPJ.
037800     IF ACS-CPF-CNPJ(12:3) = SPACES
037900         MOVE "F" TO CFD-TIPO-PESSOA
038000     ELSE
038100         MOVE "J" TO CFD-TIPO-PESSOA
038200     END-IF.
038300     MOVE ACS-NOME TO CFD-NOME.
038400     MOVE ACS-DATA-EVENTO TO CFD-DATA-EVENTO.
038500     MOVE ACS-REGRA TO CFD-REGRA.
038600     MOVE ACS-VALOR TO CFD-VALOR.
038700     MOVE ACS-REFERENCIA TO CFD-REFERENCIA.
038800     MOVE ACS-QTDE TO CFD-QTDE.
038900     MOVE ACS-ANALISTA TO CFD-ANALISTA.
039000     MOVE ACS-DATA-DECISAO TO CFD-DATA-DECISAO.
039100     MOVE ACS-PARECER TO CFD-PARECER.
039200     MOVE WS-CF-DETALHE TO COAF-RECORD.
039300     WRITE COAF-RECORD.
039400     COMPUTE WS-SOMA-CENTAVOS = WS-SOMA-CENTAVOS
039500         + (ACS-VALOR * 100).
039600     ADD 1 TO WS-QTDE-ENVIADOS.
039700     MOVE RUN-DATA TO ACS-DATA-COAF.
039800     REWRITE AML-CASO-RECORD.
039900     IF NOT CASO-OK
040000         MOVE "AMLDECIS" TO ERR-PROGRAMA
040100         SET ERR-TIPO-ARQUIVO TO TRUE
040200         MOVE "REGRAVACAO NO ARQUIVO AMLCASO" TO ERR-CONTEXTO
040300         MOVE WS-CASO-FILE-STATUS TO ERR-FILE-STATUS
040400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
040500         MOVE 8 TO RETURN-CODE
040600     END-IF.
040700     MOVE "AMLDECIS" TO AUD-PROGRAMA.
040800     MOVE 9 TO AUD-OPCODE.
040900     MOVE "ENVIA-COAF" TO AUD-EVENTO.
041000     MOVE ACS-NUMERO TO AUD-CHAVE.
041100     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
041200 3200-TRATAR-CASO-LER.
041300     PERFORM 3100-LER-CASO THRU 3100-LER-CASO-EXIT.
041400 3200-TRATAR-CASO-EXIT.
041500     EXIT.
