002890*    2026-09-02 OPR     SUBTOTAL DO FECHAMENTO POR AGENCIA (VER
002891*                       CUST-AGENCIA EM CUSTREC.CPY; BRANCO VALE
002892*                       COMO MATRIZ 01) NA VARREDURA DO MESTRE.
002892*    2026-10-15 OPR     PROVA QUE AS PERNAS DE TRANSFERENCIA DO
002892*                       DIA (ORIGEM "TRANSF") SOMAM ZERO - SENAO
002892*                       ABORTA COM RC 20; QUANTIDADE DE PERNAS NO
002892*                       EODSTATS.
002900***************************************************************
003000*
003100 ENVIRONMENT DIVISION.
010800 77  WS-TOTAL-FECHAMENTO     PIC S9(13)V99 COMP-3 VALUE ZERO.
010900 77  WS-TOTAL-ESPERADO       PIC S9(13)V99 COMP-3 VALUE ZERO.
011000 77  WS-DIFERENCA            PIC S9(13)V99 COMP-3 VALUE ZERO.
011000*    PERNAS DE TRANSFERENCIA DO DIA (ORIGEM "TRANSF") - DEBITO E
011000*    CREDITO DE CADA TRANSFERENCIA TEM DE SOMAR ZERO
011000 77  WS-QTDE-PERNAS-TRANSF   PIC 9(07) COMP VALUE ZERO.
011000 77  WS-TOTAL-TRANSF         PIC S9(13)V99 COMP-3 VALUE ZERO.
011100*
011200 01  WS-SALDO-IMAGEM-AREA.
011300     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
023900         END-IF
024000         COMPUTE WS-TOTAL-MOVIMENTOS = WS-TOTAL-MOVIMENTOS
024100             + WS-SALDO-DEPOIS - WS-SALDO-ANTES
024100         IF JRN-PROGRAMA = "TRANSF  "
024100             ADD 1 TO WS-QTDE-PERNAS-TRANSF
024100             COMPUTE WS-TOTAL-TRANSF = WS-TOTAL-TRANSF
024100                 + WS-SALDO-DEPOIS - WS-SALDO-ANTES
024100         END-IF
024200     END-IF.
024300     PERFORM 2100-LER-JOURNAL THRU 2100-LER-JOURNAL-EXIT.
024400 2200-ACUMULAR-MOVIMENTO-EXIT.
033200     ELSE
033300         DISPLAY "CONCILIACAO PULADA - SEM SNAPSHOT DE ABERTURA."
033400     END-IF.
033400     DISPLAY "PERNAS DE TRANSFERENCIA : " WS-QTDE-PERNAS-TRANSF.
033400     DISPLAY "SALDO DAS TRANSFERENCIAS: " WS-TOTAL-TRANSF.
033400     IF WS-TOTAL-TRANSF NOT = ZERO
033400         DISPLAY "ABEND-TRIALBAL: TRANSFERENCIAS NAO SOMAM ZERO ("
033400             WS-TOTAL-TRANSF ") - ENCERRANDO O LOTE."
033400         MOVE 20 TO RETURN-CODE
033400     END-IF.
033410     IF WS-QTDE-CONTAS-LIDAS > ZERO
033420         DISPLAY "------ ABERTURA POR TIPO DE CONTA ------"
033430         PERFORM 9200-MOSTRAR-TIPO THRU 9200-MOSTRAR-TIPO-EXIT
035700         MOVE "DIFERENCA CONCILIACAO" TO STAT-DESCRICAO
035800         MOVE WS-DIFERENCA TO STAT-VALOR
035900         WRITE STAT-RECORD
035900         MOVE "PERNAS DE TRANSFERENCIA" TO STAT-DESCRICAO
035900         MOVE WS-QTDE-PERNAS-TRANSF TO STAT-VALOR
035900         WRITE STAT-RECORD
036000         CLOSE STATS-FILE
036100     END-IF.
036200 9100-GRAVAR-ESTATISTICAS-EXIT.
