002800*                       BALANCE SOBRE O MESMO JOURNAL);
002900*                       DIFERENCA ENCERRA COM RC 20 E O JOB
003000*                       STREAM NAO LIBERA O GLFILE.
003010*    2026-10-15 OPR     MOVIMENTO CONTABIL AVULSO: ALEM DO
003020*                       JOURNAL, O PASSO LE O MOVCTB (VER
003030*                       MOVCTB.CPY - LANCAMENTOS QUE NAO MEXEM
003040*                       NO CUST-SALDO, COMO A CONSTITUICAO E A
003050*                       REVERSAO DA PDD DO PROVISAO-PDD) E MAPEIA
003060*                       CADA REGISTRO DO DIA PELO MESMO GLMAP.
003070*                       O AVULSO FICA FORA DA CONTA CONTRA O
003080*                       TOTAL DE MOVIMENTOS DO JOURNAL, MAS ENTRA
003090*                       NA PROVA DEBITOS = CREDITOS.
003090*    2026-10-15 OPR     RETORNO DO RAZAO: O GLFILE LIBERADO PASSA
003090*                       A REGISTRAR O CORTE "GLFILE" NO XMITREG
003090*                       (SEQUENCIAL = ULTIMO DIGITO DO ANO + MES +
003090*                       DIA DO EXTRATO, QUANTIDADE E HASH DAS
003090*                       PARTIDAS), CASADO DEPOIS COM O "R" DO
003090*                       GL-RETORNO. AS PARTIDAS RECUSADAS PELO
003090*                       RAZAO E REPARADAS NO CICLO DE REJEITOS
003090*                       VOLTAM PELO GLREENT E SAO REENVIADAS NO
003090*                       GLFILE DO DIA, FORA DA PROVA DO DIA; O
003090*                       GLREENT E ESVAZIADO QUANDO O GLFILE E
003090*                       LIBERADO.
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
004500     SELECT REJECT-FILE ASSIGN TO "REJFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REJECT-FILE-STATUS.
004710     SELECT MOVCTB-FILE ASSIGN TO "MOVCTB"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-MOVCTB-FILE-STATUS.
004730     SELECT REENVIO-FILE ASSIGN TO "GLREENT"
004730         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-REENVIO-FILE-STATUS.
004730     SELECT XMIT-REG-FILE ASSIGN TO "XMITREG"
004730         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-XMIT-FILE-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
008400 FD  REJECT-FILE
008500     RECORDING MODE IS F.
008600 COPY "REJREC.cpy".
008610*
008620 FD  MOVCTB-FILE
008630     RECORDING MODE IS F.
008640 COPY "MOVCTB.cpy".
008700*
008700 FD  REENVIO-FILE
008700     RECORDING MODE IS F.
008700*    PARTIDA RECUSADA PELO RAZAO, REPARADA NO REJEITO-REPAIR E
008700*    DEVOLVIDA PELO REJEITO-RESUBMIT (LAYOUT DO GL-OUT-RECORD)
008700 01  REENVIO-RECORD          PIC X(53).
008700*
008700 FD  XMIT-REG-FILE
008700     RECORDING MODE IS F.
008700*    CADASTRO DE TRANSMISSOES (VER COPYBOOKS/XMITREG.CPY)
008700 COPY "XMITREG.cpy".
008700*
008800 WORKING-STORAGE SECTION.
008900*
009500     88  GLOUT-FILE-OK       VALUE "00".
009600 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
009700     88  REJECT-FILE-OK      VALUE "00".
009710 77  WS-MOVCTB-FILE-STATUS   PIC X(02) VALUE ZEROS.
009720     88  MOVCTB-FILE-OK      VALUE "00".
009720 77  WS-REENVIO-FILE-STATUS  PIC X(02) VALUE ZEROS.
009720     88  REENVIO-FILE-OK     VALUE "00".
009720 77  WS-XMIT-FILE-STATUS     PIC X(02) VALUE ZEROS.
009720     88  XMIT-FILE-OK        VALUE "00".
009800*
009900 77  WS-GLMAP-EOF-SWITCH     PIC X(01) VALUE "N".
010000     88  FIM-DO-GLMAP        VALUE "Y".
010100 77  WS-JRN-EOF-SWITCH       PIC X(01) VALUE "N".
010200     88  FIM-DO-JOURNAL      VALUE "Y".
010210 77  WS-MOVCTB-EOF-SWITCH    PIC X(01) VALUE "N".
010220     88  FIM-DO-MOVCTB       VALUE "Y".
010220 77  WS-REENVIO-EOF-SWITCH   PIC X(01) VALUE "N".
010220     88  FIM-DO-REENVIO      VALUE "Y".
010300*
010400 77  WS-DATA-ALVO            PIC 9(08) VALUE ZERO.
010500*
013000 77  WS-SENTIDO              PIC X(01) VALUE SPACE.
013100 77  WS-STATUS-DEPOIS        PIC X(01) VALUE SPACE.
013200 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
013210*    ORIGEM DO MOVIMENTO CORRENTE (JOURNAL OU MOVCTB)
013220 77  WS-PROGRAMA-ORIGEM      PIC X(08) VALUE SPACES.
013230 77  WS-CHAVE-ORIGEM         PIC X(10) VALUE SPACES.
013240 77  WS-ORIGEM-SW            PIC X(01) VALUE "J".
013250     88  ORIGEM-AVULSO       VALUE "A".
013300*
013400 77  WS-TOTAL-MOVIMENTOS     PIC S9(13)V99 COMP-3 VALUE ZERO.
013500 77  WS-TOTAL-MAPEADO        PIC S9(13)V99 COMP-3 VALUE ZERO.
014100 77  WS-QTDE-JRN-DO-DIA      PIC 9(07) COMP VALUE ZERO.
014200 77  WS-QTDE-PARTIDAS        PIC 9(07) COMP VALUE ZERO.
014300 77  WS-QTDE-SEM-MAPA        PIC 9(07) COMP VALUE ZERO.
014310 77  WS-QTDE-AVULSOS         PIC 9(07) COMP VALUE ZERO.
014320 77  WS-TOTAL-AVULSO         PIC 9(13)V99 COMP-3 VALUE ZERO.
014320*    PARTIDAS REENVIADAS DO GLREENT - JA PROVADAS NO DIA DE
014320*    ORIGEM, FICAM FORA DA PROVA DO DIA
014320 77  WS-QTDE-REENVIOS        PIC 9(07) COMP VALUE ZERO.
014320 77  WS-TOTAL-REENVIO        PIC 9(13)V99 COMP-3 VALUE ZERO.
014320*
014320***************************************************************
014320*    CORTE DO GLFILE NO XMITREG: ARQUIVO "GLFILE", SEQUENCIAL
014320*    = ULTIMO DIGITO DO ANO + MES + DIA DA DATA DO EXTRATO (O
014320*    MESMO QUE O GL-RETORNO DERIVA DO HEADER DO GLACK), HASH =
014320*    SOMA DAS PARTIDAS EM CENTAVOS
014320***************************************************************
014320 77  WS-SOMA-CENTAVOS        PIC 9(15) VALUE ZERO.
014320 01  WS-DATA-ALVO-X          PIC X(08) VALUE SPACES.
014400*
014500***************************************************************
014600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
024600         THRU 2200-TRATAR-REGISTRO-EXIT
024700         UNTIL FIM-DO-JOURNAL.
024800     CLOSE JOURNAL-FILE.
024810     PERFORM 2600-EXTRAIR-AVULSOS
024820         THRU 2600-EXTRAIR-AVULSOS-EXIT.
024820     PERFORM 2800-REENVIAR-REPARADOS
024820         THRU 2800-REENVIAR-REPARADOS-EXIT.
024900     CLOSE GL-OUT-FILE.
025000     IF REJECT-FILE-OK
025100         CLOSE REJECT-FILE
029600         COMPUTE WS-DELTA-ABS = ZERO - WS-DELTA
029700     END-IF.
029800     MOVE JRN-DEPOIS(41:1) TO WS-STATUS-DEPOIS.
029810     MOVE JRN-PROGRAMA TO WS-PROGRAMA-ORIGEM.
029820     MOVE JRN-CHAVE TO WS-CHAVE-ORIGEM.
029900     MOVE ZERO TO WS-IDX-ACHADO.
030000     PERFORM 2250-PROCURAR-MAPA THRU 2250-PROCURAR-MAPA-EXIT
030100         VARYING WS-SUB FROM 1 BY 1
032000*    2250-PROCURAR-MAPA - STATUS EM BRANCO NO MAPA E CORINGA    *
032100***************************************************************
032200 2250-PROCURAR-MAPA.
032300     IF MAP-PROGRAMA(WS-SUB) = WS-PROGRAMA-ORIGEM
032400         AND MAP-SENTIDO(WS-SUB) = WS-SENTIDO
032500         AND (MAP-STATUS(WS-SUB) = SPACE
032600             OR MAP-STATUS(WS-SUB) = WS-STATUS-DEPOIS)
033900     MOVE "D" TO GLE-DC.
034000     MOVE WS-DELTA-ABS TO GLE-VALOR.
034100     MOVE WS-DATA-ALVO TO GLE-DATA.
034200     MOVE WS-PROGRAMA-ORIGEM TO GLE-ORIGEM.
034300     MOVE WS-CHAVE-ORIGEM TO GLE-CUST-ID.
034400     WRITE GL-OUT-RECORD.
034500     ADD WS-DELTA-ABS TO WS-TOTAL-DEBITOS.
034600     MOVE SPACES TO GL-OUT-RECORD.
034800     MOVE "C" TO GLE-DC.
034900     MOVE WS-DELTA-ABS TO GLE-VALOR.
035000     MOVE WS-DATA-ALVO TO GLE-DATA.
035100     MOVE WS-PROGRAMA-ORIGEM TO GLE-ORIGEM.
035200     MOVE WS-CHAVE-ORIGEM TO GLE-CUST-ID.
035300     WRITE GL-OUT-RECORD.
035400     ADD WS-DELTA-ABS TO WS-TOTAL-CREDITOS.
035500     ADD 2 TO WS-QTDE-PARTIDAS.
036100***************************************************************
036200 2400-REJEITAR-SEM-MAPA.
036300     MOVE SPACES TO WS-MOTIVO-REJEITO.
036400     STRING "SEM MAPA GL: " WS-PROGRAMA-ORIGEM " " WS-SENTIDO
036500         " " WS-STATUS-DEPOIS
036600         DELIMITED BY SIZE INTO WS-MOTIVO-REJEITO
036700     END-STRING.
036800     MOVE SPACES TO REJ-RECORD.
036900     MOVE "GLEXTRAT" TO REJ-PROGRAMA.
037000     MOVE RUN-DATA TO REJ-DATA.
037100     MOVE WS-CHAVE-ORIGEM TO REJ-CHAVE.
037200     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
037300     SET REJ-PENDENTE TO TRUE.
037310     IF ORIGEM-AVULSO
037320         MOVE MOVCTB-RECORD TO REJ-IMAGEM
037330     ELSE
037400         MOVE JRN-RECORD(1:80) TO REJ-IMAGEM
037410     END-IF.
037500     IF REJECT-FILE-OK
037600         WRITE REJ-RECORD
037700     END-IF.
037800 2400-REJEITAR-SEM-MAPA-EXIT.
037900     EXIT.
037910*
037920***************************************************************
037930*    2600-EXTRAIR-AVULSOS - MOVCTB DO DIA PELO MESMO GLMAP;     *
037940*    ARQUIVO AUSENTE SO SIGNIFICA DIA SEM MOVIMENTO AVULSO      *
037950***************************************************************
037960 2600-EXTRAIR-AVULSOS.
037970     OPEN INPUT MOVCTB-FILE.
037980     IF NOT MOVCTB-FILE-OK
037990         GO TO 2600-EXTRAIR-AVULSOS-EXIT
038000     END-IF.
038001     MOVE "A" TO WS-ORIGEM-SW.
038001     PERFORM 2650-LER-AVULSO THRU 2650-LER-AVULSO-EXIT.
038002     PERFORM 2700-TRATAR-AVULSO THRU 2700-TRATAR-AVULSO-EXIT
038003         UNTIL FIM-DO-MOVCTB.
038004     CLOSE MOVCTB-FILE.
038005 2600-EXTRAIR-AVULSOS-EXIT.
038006     EXIT.
038007*
038008***************************************************************
038009*    2650-LER-AVULSO                                           *
038010***************************************************************
038011 2650-LER-AVULSO.
038012     READ MOVCTB-FILE
038013         AT END
038014             MOVE "Y" TO WS-MOVCTB-EOF-SWITCH
038015     END-READ.
038016 2650-LER-AVULSO-EXIT.
038017     EXIT.
038018*
038019***************************************************************
038020*    2700-TRATAR-AVULSO                                        *
038021***************************************************************
038022 2700-TRATAR-AVULSO.
038023     IF MVC-DATA NOT = WS-DATA-ALVO
038024         OR MVC-VALOR NOT NUMERIC
038025         OR MVC-VALOR = ZERO
038026         GO TO 2700-TRATAR-AVULSO-LER
038027     END-IF.
038028     ADD 1 TO WS-QTDE-AVULSOS.
038029     MOVE MVC-VALOR TO WS-DELTA-ABS.
038030     MOVE MVC-SENTIDO TO WS-SENTIDO.
038031     MOVE MVC-STATUS TO WS-STATUS-DEPOIS.
038032     MOVE MVC-PROGRAMA TO WS-PROGRAMA-ORIGEM.
038033     MOVE MVC-CUST-ID TO WS-CHAVE-ORIGEM.
038034     MOVE ZERO TO WS-IDX-ACHADO.
038035     PERFORM 2250-PROCURAR-MAPA THRU 2250-PROCURAR-MAPA-EXIT
038036         VARYING WS-SUB FROM 1 BY 1
038037         UNTIL WS-SUB > WS-QTDE-MAPAS
038038         OR WS-IDX-ACHADO > ZERO.
038039     IF WS-IDX-ACHADO = ZERO
038040         ADD 1 TO WS-QTDE-SEM-MAPA
038041         PERFORM 2400-REJEITAR-SEM-MAPA
038042             THRU 2400-REJEITAR-SEM-MAPA-EXIT
038043         GO TO 2700-TRATAR-AVULSO-LER
038044     END-IF.
038045     ADD MVC-VALOR TO WS-TOTAL-AVULSO.
038046     PERFORM 2300-GRAVAR-PARTIDAS
038047         THRU 2300-GRAVAR-PARTIDAS-EXIT.
038048 2700-TRATAR-AVULSO-LER.
038049     PERFORM 2650-LER-AVULSO THRU 2650-LER-AVULSO-EXIT.
038050 2700-TRATAR-AVULSO-EXIT.
038051     EXIT.
038000*
038100***************************************************************
038100*    2800-REENVIAR-REPARADOS - PARTIDAS RECUSADAS PELO RAZAO E  *
038100*    REPARADAS VOLTAM NO GLFILE DO DIA COMO ESTAO; ARQUIVO      *
038100*    AUSENTE SO SIGNIFICA NADA A REENVIAR                       *
038100***************************************************************
038100 2800-REENVIAR-REPARADOS.
038100     OPEN INPUT REENVIO-FILE.
038100     IF NOT REENVIO-FILE-OK
038100         GO TO 2800-REENVIAR-REPARADOS-EXIT
038100     END-IF.
038100     PERFORM 2850-LER-REENVIO THRU 2850-LER-REENVIO-EXIT.
038100     PERFORM 2900-TRATAR-REENVIO THRU 2900-TRATAR-REENVIO-EXIT
038100         UNTIL FIM-DO-REENVIO.
038100     CLOSE REENVIO-FILE.
038100 2800-REENVIAR-REPARADOS-EXIT.
038100     EXIT.
038100*
038100***************************************************************
038100*    2850-LER-REENVIO                                          *
038100***************************************************************
038100 2850-LER-REENVIO.
038100     READ REENVIO-FILE
038100         AT END
038100             MOVE "Y" TO WS-REENVIO-EOF-SWITCH
038100     END-READ.
038100 2850-LER-REENVIO-EXIT.
038100     EXIT.
038100*
038100***************************************************************
038100*    2900-TRATAR-REENVIO                                       *
038100***************************************************************
038100 2900-TRATAR-REENVIO.
038100     MOVE REENVIO-RECORD TO GL-OUT-RECORD.
038100     IF GLE-CONTA = SPACES
038100         OR (GLE-DC NOT = "D" AND GLE-DC NOT = "C")
038100         OR GLE-VALOR NOT NUMERIC
038100         OR GLE-DATA NOT NUMERIC
038100         DISPLAY "AVISO: PARTIDA INVALIDA NO GLREENT IGNORADA - "
038100             REENVIO-RECORD
038100         GO TO 2900-TRATAR-REENVIO-LER
038100     END-IF.
038100     WRITE GL-OUT-RECORD.
038100     ADD 1 TO WS-QTDE-REENVIOS.
038100     ADD GLE-VALOR TO WS-TOTAL-REENVIO.
038100 2900-TRATAR-REENVIO-LER.
038100     PERFORM 2850-LER-REENVIO THRU 2850-LER-REENVIO-EXIT.
038100 2900-TRATAR-REENVIO-EXIT.
038100     EXIT.
038100*
038100***************************************************************
038200*    9000-PROVAR - DEBITOS = CREDITOS E MAPEADO + SEM MAPA =    *
038300*    TOTAL DE MOVIMENTOS DO DIA (A CONTA DO TRIAL BALANCE)      *
038400***************************************************************
038800     DISPLAY "MOVIMENTOS DO DIA ..: " WS-QTDE-JRN-DO-DIA.
038900     DISPLAY "PARTIDAS GRAVADAS ..: " WS-QTDE-PARTIDAS.
039000     DISPLAY "SEM MAPA (REJFILE) .: " WS-QTDE-SEM-MAPA.
039010     DISPLAY "AVULSOS (MOVCTB) ...: " WS-QTDE-AVULSOS.
039020     DISPLAY "TOTAL AVULSO .......: " WS-TOTAL-AVULSO.
039020     DISPLAY "REENVIADAS (GLREENT): " WS-QTDE-REENVIOS.
039020     DISPLAY "TOTAL REENVIADO ....: " WS-TOTAL-REENVIO.
039100     DISPLAY "TOTAL DEBITOS ......: " WS-TOTAL-DEBITOS.
039200     DISPLAY "TOTAL CREDITOS .....: " WS-TOTAL-CREDITOS.
039300     DISPLAY "TOTAL MOVIMENTOS ...: " WS-TOTAL-MOVIMENTOS.
041400     ELSE
041500         DISPLAY "EXTRATO CONCILIADO - GLFILE LIBERADO."
041600     END-IF.
041600     PERFORM 9100-REGISTRAR-CORTE THRU 9100-REGISTRAR-CORTE-EXIT.
041700 9000-PROVAR-EXIT.
041800     EXIT.
041800*
041800***************************************************************
041800*    9100-REGISTRAR-CORTE - GLFILE LIBERADO: CORTE "C" NO       *
041800*    XMITREG, CASADO DEPOIS COM O "R" DO GL-RETORNO, E O        *
041800*    GLREENT ESVAZIADO (AS PARTIDAS JA FORAM NO GLFILE)         *
041800***************************************************************
041800 9100-REGISTRAR-CORTE.
041800     IF RETURN-CODE > 4
041800         GO TO 9100-REGISTRAR-CORTE-EXIT
041800     END-IF.
041800     COMPUTE WS-SOMA-CENTAVOS = (WS-TOTAL-DEBITOS
041800         + WS-TOTAL-CREDITOS + WS-TOTAL-REENVIO) * 100.
041800     MOVE WS-DATA-ALVO TO WS-DATA-ALVO-X.
041800     OPEN EXTEND XMIT-REG-FILE.
041800     IF NOT XMIT-FILE-OK
041800         OPEN OUTPUT XMIT-REG-FILE
041800     END-IF.
041800     IF XMIT-FILE-OK
041800         MOVE SPACES TO XMIT-RECORD
041800         SET XMT-CORTADO TO TRUE
041800         MOVE "GLFILE  " TO XMT-ARQUIVO
041800         MOVE WS-DATA-ALVO-X(4:5) TO XMT-SEQ
041800         MOVE RUN-DATA TO XMT-DATA
041800         MOVE RUN-HORA TO XMT-HORA
041800         COMPUTE XMT-QTDE = WS-QTDE-PARTIDAS + WS-QTDE-REENVIOS
041800         MOVE WS-SOMA-CENTAVOS(3:13) TO XMT-HASH
041800         WRITE XMIT-RECORD
041800         CLOSE XMIT-REG-FILE
041800     ELSE
041800         DISPLAY "AVISO: XMITREG INDISPONIVEL (STATUS "
041800             WS-XMIT-FILE-STATUS ") - CORTE NAO REGISTRADO."
041800     END-IF.
041800     IF WS-QTDE-REENVIOS > ZERO
041800         OPEN OUTPUT REENVIO-FILE
041800         IF REENVIO-FILE-OK
041800             CLOSE REENVIO-FILE
041800         END-IF
041800     END-IF.
041800 9100-REGISTRAR-CORTE-EXIT.
041800     EXIT.
