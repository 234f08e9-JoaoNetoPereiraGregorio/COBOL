000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACORDO-VERIFICAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     VERIFICACAO NOTURNA DOS ACORDOS DE
001200*                       PARCELAMENTO (VER ACORDO-MANTER). PARA
001300*                       CADA ACORDO ATIVO DO ARQUIVO ACORDO, A
001400*                       PRIMEIRA PARCELA EM ABERTO (PENDENTE OU
001500*                       EMITIDA) DO ACDPARC VENCIDA HA MAIS DE
001600*                       ACDTOLERANCIA DIAS UTEIS (PADRAO 5, PELO
001700*                       CAL-BUSINESS-DAY) ROMPE O ACORDO: ELE FICA
001800*                       "R", AS PARCELAS EM ABERTO FICAM "C", CADA
001900*                       TITULO AINDA ABERTO DELAS GANHA INSTRUCAO
002000*                       DE BAIXA ("02") NO REMINST E O ROMPIMENTO
002100*                       SAI NO ALERTLOG PELO ALERT-WRITER. O SALDO
002200*                       DEVEDOR RESTANTE, QUE NUNCA SAIU DO
002300*                       CUSTMAST, VOLTA A SER VISTO PELO AGING E
002400*                       PELA SELECAO NORMAL DO REMESSA-GERAR.
002400*    2026-10-15 OPR     A INSTRUCAO DE BAIXA LEVA O BANCO COBRADOR
002400*                       DO TITULO (ACP-BANCO, GRAVADO PELO
002400*                       REMESSA-GERAR), QUE AGORA ABRE A CHAVE DO
002400*                       TITREG; PARCELA EMITIDA ANTES DO
002400*                       ROTEAMENTO POR BANCO E DO BANCO 001.
002500***************************************************************
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ACD-CUST-ID
003400         FILE STATUS IS WS-ACORDO-FILE-STATUS.
003500     SELECT PARCELA-FILE ASSIGN TO "ACDPARC"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACP-CHAVE
003900         FILE STATUS IS WS-PARCELA-FILE-STATUS.
004000     SELECT TITULO-FILE ASSIGN TO "TITREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS TIT-CHAVE
004400         ALTERNATE RECORD KEY IS TIT-CUST-ID
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-TITULO-FILE-STATUS.
004700     SELECT INSTRUCAO-FILE ASSIGN TO "REMINST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-INSTR-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
005400 FD  ACORDO-FILE.
005500*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
005600 COPY "ACORDREG.cpy".
005700*
005800 FD  PARCELA-FILE.
005900*    PARCELAS DOS ACORDOS (VER COPYBOOKS/PARCREG.CPY)
006000 COPY "PARCREG.cpy".
006100*
006200 FD  TITULO-FILE.
006300*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
006400*    COPYBOOKS/TITREG.CPY)
006500 COPY "TITREG.cpy".
006600*
006700 FD  INSTRUCAO-FILE
006800     RECORDING MODE IS F.
006900*    MESMO LAYOUT DO CARTAO DE INSTRUCOES LIDO PELO REMESSA-GERAR
007000 01  INSTRUCAO-RECORD.
007100     05  INS-OCORRENCIA      PIC X(02).
007200     05  FILLER              PIC X(01).
007300     05  INS-REMSEQ          PIC 9(05).
007400     05  FILLER              PIC X(01).
007500     05  INS-CUST-ID         PIC X(10).
007600     05  FILLER              PIC X(01).
007700     05  INS-DATA-NOVA       PIC 9(08).
007800     05  FILLER              PIC X(01).
007900     05  INS-VALOR-ABAT      PIC 9(13).
007900     05  FILLER              PIC X(01).
007900     05  INS-BANCO           PIC 9(03).
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
008400     88  ACORDO-OK           VALUE "00".
008500 77  WS-PARCELA-FILE-STATUS  PIC X(02) VALUE ZEROS.
008600     88  PARCELA-OK          VALUE "00".
008700 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
008800     88  TITULO-OK           VALUE "00".
008900 77  WS-INSTR-FILE-STATUS    PIC X(02) VALUE ZEROS.
009000     88  INSTR-FILE-OK       VALUE "00".
009100*
009200 77  WS-ACORDO-EOF-SWITCH    PIC X(01) VALUE "N".
009300     88  FIM-DOS-ACORDOS     VALUE "Y".
009400 77  WS-ACORDO-ABERTO-SW     PIC X(01) VALUE "N".
009500     88  ACORDOS-DISPONIVEIS VALUE "Y".
009600 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
009700     88  TITREG-DISPONIVEL   VALUE "Y".
009800 77  WS-PARC-FIM-SW          PIC X(01) VALUE "N".
009900     88  FIM-DAS-PARCELAS    VALUE "Y".
010000 77  WS-PARC-ACHADA-SW       PIC X(01) VALUE "N".
010100     88  PARCELA-ACHADA      VALUE "Y".
010200*
010300***************************************************************
010400*    TOLERANCIA DE ATRASO DA PARCELA EM DIAS UTEIS (AMBIENTE
010500*    ACDTOLERANCIA; PADRAO 5)
010600***************************************************************
010700 77  WS-TOLERANCIA           PIC 9(03) VALUE ZERO.
010800 77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZERO.
010900 77  WS-PARC-NUMERO          PIC 9(03) VALUE ZERO.
011000 77  WS-PARC-VENC            PIC 9(08) VALUE ZERO.
011100 77  WS-DIAS-EDITADO         PIC ZZZZ9.
011200*
011300***************************************************************
011400*    TOTAIS DE CONTROLE
011500***************************************************************
011600 77  WS-QTDE-ACORDOS         PIC 9(07) COMP VALUE ZERO.
011700 77  WS-QTDE-ATIVOS          PIC 9(07) COMP VALUE ZERO.
011800 77  WS-QTDE-EM-ATRASO       PIC 9(07) COMP VALUE ZERO.
011900 77  WS-QTDE-ROMPIDOS        PIC 9(07) COMP VALUE ZERO.
012000 77  WS-QTDE-PARC-CANCELADAS PIC 9(07) COMP VALUE ZERO.
012100 77  WS-QTDE-INSTRUCOES      PIC 9(07) COMP VALUE ZERO.
012200*
012300***************************************************************
012400*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
012500*    COPYBOOKS/CALHDL.CPY)
012600***************************************************************
012700 COPY "CALHDL.cpy".
012800*
012900***************************************************************
013000*    PARAMETROS DA ROTINA COMPARTILHADA DE ALERTA (VER
013100*    COPYBOOKS/ALRHDL.CPY)
013200***************************************************************
013300 COPY "ALRHDL.cpy".
013400*
013500***************************************************************
013600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
013700***************************************************************
013800 COPY "RUNDATE.cpy".
013900*
014000***************************************************************
014100*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
014200***************************************************************
014300 COPY "ERRHDL.cpy".
014400*
014500 PROCEDURE DIVISION.
014600*
014700***************************************************************
014800*    0000-MAINLINE                                             *
014900***************************************************************
015000 0000-MAINLINE.
015100     MOVE ZERO TO RETURN-CODE.
015200     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
015300     ACCEPT RUN-HORA FROM TIME.
015400     ACCEPT WS-TOLERANCIA FROM ENVIRONMENT "ACDTOLERANCIA".
015500     IF WS-TOLERANCIA = ZERO
015600         MOVE 5 TO WS-TOLERANCIA
015700     END-IF.
015800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
015900     IF RETURN-CODE NOT = ZERO
016000         GO TO 0000-MAINLINE-FIM
016100     END-IF.
016200     PERFORM 2000-VERIFICAR-ACORDO
016300         THRU 2000-VERIFICAR-ACORDO-EXIT
016400         UNTIL FIM-DOS-ACORDOS.
016500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
016600 0000-MAINLINE-FIM.
016700     STOP RUN.
016800*
016900***************************************************************
017000*    1000-INICIALIZAR - SEM ACORDO/ACDPARC NAO HA O QUE         *
017100*    VERIFICAR (AINDA NENHUM ACORDO INCLUIDO): TERMINA LIMPO    *
017200***************************************************************
017300 1000-INICIALIZAR.
017400     OPEN I-O ACORDO-FILE.
017500     IF NOT ACORDO-OK
017600         DISPLAY "AVISO: ACORDO INDISPONIVEL (STATUS "
017700             WS-ACORDO-FILE-STATUS ") - NADA A VERIFICAR."
017800         MOVE "Y" TO WS-ACORDO-EOF-SWITCH
017900         GO TO 1000-INICIALIZAR-EXIT
018000     END-IF.
018100     OPEN I-O PARCELA-FILE.
018200     IF NOT PARCELA-OK
018300         MOVE "ACDVERIF" TO ERR-PROGRAMA
018400         SET ERR-TIPO-ARQUIVO TO TRUE
018500         MOVE "ABERTURA DO ARQUIVO ACDPARC" TO ERR-CONTEXTO
018600         MOVE WS-PARCELA-FILE-STATUS TO ERR-FILE-STATUS
018700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
018800         CLOSE ACORDO-FILE
018900         MOVE 16 TO RETURN-CODE
019000         GO TO 1000-INICIALIZAR-EXIT
019100     END-IF.
019200     MOVE "Y" TO WS-ACORDO-ABERTO-SW.
019300     OPEN INPUT TITULO-FILE.
019400     IF TITULO-OK
019500         MOVE "Y" TO WS-TITREG-ABERTO-SW
019600     ELSE
019700         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
019800             WS-TITULO-FILE-STATUS ") - TITULOS DE ACORDO "
019900             "ROMPIDO NAO RECEBEM INSTRUCAO DE BAIXA."
020000     END-IF.
020100     OPEN EXTEND INSTRUCAO-FILE.
020200     IF NOT INSTR-FILE-OK
020300         OPEN OUTPUT INSTRUCAO-FILE
020400     END-IF.
020500     PERFORM 1100-LER-ACORDO THRU 1100-LER-ACORDO-EXIT.
020600 1000-INICIALIZAR-EXIT.
020700     EXIT.
020800*
020900***************************************************************
021000*    1100-LER-ACORDO                                           *
021100***************************************************************
021200 1100-LER-ACORDO.
021300     READ ACORDO-FILE NEXT RECORD
021400         AT END
021500             MOVE "Y" TO WS-ACORDO-EOF-SWITCH
021600     END-READ.
021700 1100-LER-ACORDO-EXIT.
021800     EXIT.
021900*
022000***************************************************************
022100*    2000-VERIFICAR-ACORDO - ACORDO ATIVO: A PRIMEIRA PARCELA   *
022200*    EM ABERTO VENCIDA ALEM DA TOLERANCIA ROMPE O ACORDO        *
022300***************************************************************
022400 2000-VERIFICAR-ACORDO.
022500     ADD 1 TO WS-QTDE-ACORDOS.
022600     IF NOT ACD-ATIVO
022700         GO TO 2000-VERIFICAR-ACORDO-LER
022800     END-IF.
022900     ADD 1 TO WS-QTDE-ATIVOS.
023000     MOVE "N" TO WS-PARC-FIM-SW.
023100     MOVE "N" TO WS-PARC-ACHADA-SW.
023200     MOVE ACD-CUST-ID TO ACP-CUST-ID.
023300     MOVE ZERO TO ACP-NUMERO.
023400     START PARCELA-FILE KEY IS NOT LESS THAN ACP-CHAVE
023500         INVALID KEY
023600             MOVE "Y" TO WS-PARC-FIM-SW
023700     END-START.
023800     IF NOT FIM-DAS-PARCELAS
023900         PERFORM 2100-LER-PARCELA THRU 2100-LER-PARCELA-EXIT
024000     END-IF.
024100     PERFORM 2200-AVALIAR-PARCELA THRU 2200-AVALIAR-PARCELA-EXIT
024200         UNTIL FIM-DAS-PARCELAS OR PARCELA-ACHADA.
024300     IF NOT PARCELA-ACHADA
024400         GO TO 2000-VERIFICAR-ACORDO-LER
024500     END-IF.
024600*    PRIMEIRA PARCELA EM ABERTO: VENCIDA HA QUANTOS DIAS UTEIS?
024700     IF ACP-DATA-VENC NOT < RUN-DATA
024800         GO TO 2000-VERIFICAR-ACORDO-LER
024900     END-IF.
025000     MOVE ZERO TO WS-DIAS-ATRASO.
025100     SET CAL-ACAO-ENTRE TO TRUE.
025200     MOVE ACP-DATA-VENC TO CAL-DATA-1.
025300     MOVE RUN-DATA TO CAL-DATA-2.
025400     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
025500     IF CAL-RC = ZERO
025600         MOVE CAL-DIAS-UTEIS TO WS-DIAS-ATRASO
025700     END-IF.
025800     ADD 1 TO WS-QTDE-EM-ATRASO.
025900     IF WS-DIAS-ATRASO NOT > WS-TOLERANCIA
026000         GO TO 2000-VERIFICAR-ACORDO-LER
026100     END-IF.
026200     PERFORM 2500-ROMPER-ACORDO THRU 2500-ROMPER-ACORDO-EXIT.
026300 2000-VERIFICAR-ACORDO-LER.
026400     PERFORM 1100-LER-ACORDO THRU 1100-LER-ACORDO-EXIT.
026500 2000-VERIFICAR-ACORDO-EXIT.
026600     EXIT.
026700*
026800***************************************************************
026900*    2100-LER-PARCELA - PROXIMA PARCELA DO MESMO CLIENTE        *
027000***************************************************************
027100 2100-LER-PARCELA.
027200     READ PARCELA-FILE NEXT RECORD
027300         AT END
027400             MOVE "Y" TO WS-PARC-FIM-SW
027500     END-READ.
027600     IF NOT PARCELA-OK OR ACP-CUST-ID NOT = ACD-CUST-ID
027700         MOVE "Y" TO WS-PARC-FIM-SW
027800     END-IF.
027900 2100-LER-PARCELA-EXIT.
028000     EXIT.
028100*
028200***************************************************************
028300*    2200-AVALIAR-PARCELA - PARA NA PRIMEIRA EM ABERTO          *
028400***************************************************************
028500 2200-AVALIAR-PARCELA.
028600     IF ACP-PENDENTE OR ACP-EMITIDA
028700         MOVE "Y" TO WS-PARC-ACHADA-SW
028800     ELSE
028900         PERFORM 2100-LER-PARCELA THRU 2100-LER-PARCELA-EXIT
029000     END-IF.
029100 2200-AVALIAR-PARCELA-EXIT.
029200     EXIT.
029300*
029400***************************************************************
029500*    2500-ROMPER-ACORDO - ACORDO "R", PARCELAS EM ABERTO "C",   *
029600*    BAIXA DOS TITULOS EMITIDOS E ALERTA                        *
029700***************************************************************
029800 2500-ROMPER-ACORDO.
029900     MOVE ACP-NUMERO TO WS-PARC-NUMERO.
030000     MOVE ACP-DATA-VENC TO WS-PARC-VENC.
030100     SET ACD-ROMPIDO TO TRUE.
030200     MOVE RUN-DATA TO ACD-DATA-ENCERRAMENTO.
030300     REWRITE ACORDO-RECORD.
030400     IF NOT ACORDO-OK
030500         MOVE "ACDVERIF" TO ERR-PROGRAMA
030600         SET ERR-TIPO-ARQUIVO TO TRUE
030700         MOVE "GRAVACAO NO ARQUIVO ACORDO" TO ERR-CONTEXTO
030800         MOVE WS-ACORDO-FILE-STATUS TO ERR-FILE-STATUS
030900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
031000         GO TO 2500-ROMPER-ACORDO-EXIT
031100     END-IF.
031200     ADD 1 TO WS-QTDE-ROMPIDOS.
031300*    A PARCELA CORRENTE E A PRIMEIRA EM ABERTO - DAQUI PARA A
031400*    FRENTE TUDO O QUE NAO FOI PAGO E CANCELADO
031500     PERFORM 2600-CANCELAR-PARCELA THRU 2600-CANCELAR-PARCELA-EXIT
031600         UNTIL FIM-DAS-PARCELAS.
031700     MOVE WS-DIAS-ATRASO TO WS-DIAS-EDITADO.
031800     MOVE "ACDVERIF" TO ALR-PROGRAMA.
031900     SET ALR-SEV-AVISO TO TRUE.
032000     MOVE SPACES TO ALR-MENSAGEM.
032100     STRING "ACORDO ROMPIDO " ACD-CUST-ID " PARCELA "
032200         WS-PARC-NUMERO " VENC " WS-PARC-VENC
032300         " ATRASO " WS-DIAS-EDITADO
032400         DELIMITED BY SIZE INTO ALR-MENSAGEM
032500     END-STRING.
032600     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
032700     DISPLAY "ROMPIDO   " ACD-CUST-ID " PARCELA " WS-PARC-NUMERO
032800         " VENC " WS-PARC-VENC " DIAS UTEIS " WS-DIAS-EDITADO.
032900 2500-ROMPER-ACORDO-EXIT.
033000     EXIT.
033100*
033200***************************************************************
033300*    2600-CANCELAR-PARCELA - PENDENTE OU EMITIDA VIRA "C"; A    *
033400*    EMITIDA COM TITULO AINDA ABERTO GANHA A INSTRUCAO "02"     *
033500***************************************************************
033600 2600-CANCELAR-PARCELA.
033700     IF NOT ACP-PENDENTE AND NOT ACP-EMITIDA
033800         GO TO 2600-CANCELAR-PARCELA-LER
033900     END-IF.
034000     IF ACP-EMITIDA
034100         PERFORM 2700-INSTRUIR-BAIXA THRU 2700-INSTRUIR-BAIXA-EXIT
034200     END-IF.
034300     SET ACP-CANCELADA TO TRUE.
034400     REWRITE PARCELA-RECORD.
034500     IF PARCELA-OK
034600         ADD 1 TO WS-QTDE-PARC-CANCELADAS
034700     ELSE
034800         DISPLAY "AVISO: PARCELA NAO CANCELADA " ACP-CUST-ID
034900             "/" ACP-NUMERO " - STATUS " WS-PARCELA-FILE-STATUS
035000     END-IF.
035100 2600-CANCELAR-PARCELA-LER.
035200     PERFORM 2100-LER-PARCELA THRU 2100-LER-PARCELA-EXIT.
035300 2600-CANCELAR-PARCELA-EXIT.
035400     EXIT.
035500*
035600***************************************************************
035700*    2700-INSTRUIR-BAIXA - TITULO DA PARCELA EMITIDA (REMSEQ +  *
035800*    CUST-ID) AINDA ABERTO NO TITREG: INSTRUCAO "02" NO REMINST *
035900***************************************************************
036000 2700-INSTRUIR-BAIXA.
036100     IF NOT TITREG-DISPONIVEL OR NOT INSTR-FILE-OK
036200         GO TO 2700-INSTRUIR-BAIXA-EXIT
036300     END-IF.
036400     IF ACP-BANCO NUMERIC
036400         MOVE ACP-BANCO TO TIT-BANCO
036400     ELSE
036400         MOVE 001 TO TIT-BANCO
036400     END-IF.
036400     MOVE ACP-REMSEQ TO TIT-REMSEQ.
036500     MOVE ACP-CUST-ID TO TIT-CUST-ID.
036600     READ TITULO-FILE
036700         INVALID KEY
036800             CONTINUE
036900     END-READ.
037000     IF TITULO-OK AND TIT-ABERTO
037100         MOVE SPACES TO INSTRUCAO-RECORD
037200         MOVE "02" TO INS-OCORRENCIA
037300         MOVE TIT-REMSEQ TO INS-REMSEQ
037300         MOVE TIT-BANCO TO INS-BANCO
037400         MOVE TIT-CUST-ID TO INS-CUST-ID
037500         MOVE ZERO TO INS-DATA-NOVA
037600         MOVE ZERO TO INS-VALOR-ABAT
037700         WRITE INSTRUCAO-RECORD
037800         ADD 1 TO WS-QTDE-INSTRUCOES
037900     END-IF.
038000 2700-INSTRUIR-BAIXA-EXIT.
038100     EXIT.
038200*
038300***************************************************************
038400*    9000-FINALIZAR - TOTAIS E FECHAMENTO                      *
038500***************************************************************
038600 9000-FINALIZAR.
038700     IF INSTR-FILE-OK
038800         CLOSE INSTRUCAO-FILE
038900     END-IF.
039000     IF TITREG-DISPONIVEL
039100         CLOSE TITULO-FILE
039200     END-IF.
039300     IF ACORDOS-DISPONIVEIS
039400         CLOSE ACORDO-FILE
039500         CLOSE PARCELA-FILE
039600     END-IF.
039700     DISPLAY "====== VERIFICACAO DE ACORDOS ======".
039800     DISPLAY "TOLERANCIA (DIAS UT): " WS-TOLERANCIA.
039900     DISPLAY "ACORDOS LIDOS ......: " WS-QTDE-ACORDOS.
040000     DISPLAY "ACORDOS ATIVOS .....: " WS-QTDE-ATIVOS.
040100     DISPLAY "COM PARCELA VENCIDA : " WS-QTDE-EM-ATRASO.
040200     DISPLAY "ACORDOS ROMPIDOS ...: " WS-QTDE-ROMPIDOS.
040300     DISPLAY "PARCELAS CANCELADAS : " WS-QTDE-PARC-CANCELADAS.
040400     DISPLAY "INSTRUCOES DE BAIXA : " WS-QTDE-INSTRUCOES.
040500     IF WS-QTDE-ROMPIDOS > ZERO
040600         MOVE 4 TO RETURN-CODE
040700     END-IF.
040800 9000-FINALIZAR-EXIT.
040900     EXIT.
