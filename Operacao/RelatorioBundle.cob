002500*                       CONCATENA OS RELATORIOS DO DESTINATARIO;
002600*                       O LOG DISTLOG REGISTRA O QUE FOI PARA
002700*                       QUEM, COM A CONTAGEM DE LINHAS.
002700*    2026-10-15 OPR     LINHA DO DISTCTL ACEITA SECAO (COLUNAS
002700*                       34-35): COM ELA, SO AS LINHAS DO IMPRESSO
002700*                       ENTRE "SECAO=XX" E A PROXIMA MARCA VAO
002700*                       PARA O DESTINATARIO (PACOTE MENSAL DE
002700*                       INDICADORES POR AGENCIA). A LINHA DE MARCA
002700*                       NUNCA E COPIADA.
002800***************************************************************
002900*
003000 ENVIRONMENT DIVISION.
008700     05  DST-SLOT            PIC 9(02).
008800     05  FILLER              PIC X(01).
008900     05  DST-TITULO          PIC X(20).
008900*    SECAO DO RELATORIO (LINHAS "SECAO=XX" DO IMPRESSO); BRANCO =
008900*    O RELATORIO INTEIRO
008900     05  FILLER              PIC X(01).
008900     05  DST-SECAO           PIC X(02).
009000*
009100 FD  RELIN01-FILE
009200     RECORDING MODE IS F.
016900         10  PLN-DESTINO     PIC X(08).
017000         10  PLN-SLOT        PIC 9(02).
017100         10  PLN-TITULO      PIC X(20).
017100         10  PLN-SECAO       PIC X(02).
017200 77  WS-QTDE-DESTINOS        PIC 9(01) COMP VALUE ZERO.
017300 01  TABELA-DESTINOS.
017400     05  DESTINO-NOME        PIC X(08)
017900 77  WS-IDX-ACHADO           PIC 9(01) COMP VALUE ZERO.
018000 77  WS-BUNDLE-CORRENTE      PIC 9(01) COMP VALUE ZERO.
018100 77  WS-SLOT-CORRENTE        PIC 9(02) COMP VALUE ZERO.
018100 77  WS-SECAO-CORRENTE       PIC X(02) VALUE SPACES.
018200 01  WS-LINHA-SLOT           PIC X(132) VALUE SPACES.
018300 01  WS-LINHA-BUNDLE         PIC X(132) VALUE SPACES.
018400 77  WS-LINHAS-COPIADAS      PIC 9(07) VALUE ZEROS.
025100             MOVE DST-DESTINO TO PLN-DESTINO(WS-QTDE-LINHAS)
025200             MOVE DST-SLOT TO PLN-SLOT(WS-QTDE-LINHAS)
025300             MOVE DST-TITULO TO PLN-TITULO(WS-QTDE-LINHAS)
025300             MOVE DST-SECAO TO PLN-SECAO(WS-QTDE-LINHAS)
025400             PERFORM 1200-ANOTAR-DESTINO
025500                 THRU 1200-ANOTAR-DESTINO-EXIT
025600         END-IF
034900         " (SLOT " PLN-SLOT(WS-SUB) ")"
035000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
035100     END-STRING.
035100     IF PLN-SECAO(WS-SUB) NOT = SPACES
035100         MOVE " SECAO " TO RPT-LINHA-ENTRADA(42:7)
035100         MOVE PLN-SECAO(WS-SUB) TO RPT-LINHA-ENTRADA(49:2)
035100     END-IF.
035200     SET RPT-ACAO-DETALHE TO TRUE.
035300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
035400     PERFORM 8000-GRAVAR-LINHAS-RPT
036800     MOVE PLN-SLOT(WS-SUB) TO WS-SLOT-CORRENTE.
036900     MOVE ZERO TO WS-LINHAS-COPIADAS.
037000     MOVE "N" TO WS-SLOT-EOF-SWITCH.
037000     MOVE SPACES TO WS-SECAO-CORRENTE.
037100     PERFORM 7100-ABRIR-SLOT THRU 7100-ABRIR-SLOT-EXIT.
037200     IF NOT SLOT-FILE-OK
037300         DISPLAY "AVISO: SLOT " WS-SLOT-CORRENTE
038100     PERFORM 7500-GRAVAR-BUNDLE THRU 7500-GRAVAR-BUNDLE-EXIT.
038200     PERFORM 7200-LER-SLOT THRU 7200-LER-SLOT-EXIT.
038300     PERFORM UNTIL FIM-DO-SLOT
038300         PERFORM 2350-COPIAR-LINHA THRU 2350-COPIAR-LINHA-EXIT
038800         PERFORM 7200-LER-SLOT THRU 7200-LER-SLOT-EXIT
038900     END-PERFORM.
039000     PERFORM 7300-FECHAR-SLOT THRU 7300-FECHAR-SLOT-EXIT.
039900         WRITE DIST-LOG-RECORD
040000     END-IF.
040100 2300-COPIAR-RELATORIO-EXIT.
040100     EXIT.
040100*
040100***************************************************************
040100*    2350-COPIAR-LINHA - A LINHA "SECAO=XX" SO MUDA A SECAO     *
040100*    CORRENTE E NAO VAI PARA O PACOTE; COM SECAO NO PLANO, SO   *
040100*    AS LINHAS DAQUELA SECAO SAO COPIADAS                       *
040100***************************************************************
040100 2350-COPIAR-LINHA.
040100     IF WS-LINHA-SLOT(1:6) = "SECAO="
040100         MOVE WS-LINHA-SLOT(7:2) TO WS-SECAO-CORRENTE
040100         GO TO 2350-COPIAR-LINHA-EXIT
040100     END-IF.
040100     IF PLN-SECAO(WS-SUB) NOT = SPACES
040100         AND PLN-SECAO(WS-SUB) NOT = WS-SECAO-CORRENTE
040100         GO TO 2350-COPIAR-LINHA-EXIT
040100     END-IF.
040100     MOVE WS-LINHA-SLOT TO WS-LINHA-BUNDLE.
040100     PERFORM 7500-GRAVAR-BUNDLE THRU 7500-GRAVAR-BUNDLE-EXIT.
040100     ADD 1 TO WS-LINHAS-COPIADAS.
040100 2350-COPIAR-LINHA-EXIT.
040200     EXIT.
040300*
040400***************************************************************
