002600*                       DWELPRT DO MAIS ANTIGO PARA O MAIS NOVO,
002700*                       PARA O BACK OFFICE TRABALHAR A FILA NA
002800*                       ORDEM CERTA.
002800*    2026-10-15 OPR     TRANSICAO GRAVADA PELO STATUS-REGRAS TRAZ
002800*                       O CODIGO DA REGRA NO FIM DO STATHIST: CADA
002800*                       PAR MOSTRA QUANTAS TRANSICOES VIERAM DE
002800*                       REGRA, O RELATORIO TOTALIZA POR REGRA E O
002800*                       CLIENTE PARADO MOSTRA SE A ULTIMA MUDANCA
002800*                       FOI DE REGRA OU DE PESSOA.
002900***************************************************************
003000*
003100 ENVIRONMENT DIVISION.
005500     05  HIST-ORIGEM         PIC X(01).
005600     05  FILLER              PIC X(01).
005700     05  HIST-CUST-ID        PIC X(10).
005700     05  FILLER              PIC X(01).
005700     05  HIST-REGRA          PIC X(04).
005800*
005900 FD  PRINT-FILE
006000     RECORDING MODE IS F.
008200         10  CLI-ID          PIC X(10).
008300         10  CLI-STATUS      PIC X(01).
008400         10  CLI-DATA        PIC 9(08).
008400         10  CLI-REGRA       PIC X(04).
008500 77  WS-SUB                  PIC 9(05) COMP VALUE ZERO.
008600 77  WS-IDX-ACHADO           PIC 9(05) COMP VALUE ZERO.
008700*
009900             15  PAR-SOMA    PIC 9(09) COMP.
010000             15  PAR-QTDE    PIC 9(07) COMP.
010100             15  PAR-MAXIMO  PIC 9(05) COMP.
010100             15  PAR-QTDE-REGRA PIC 9(07) COMP.
010200 77  WS-IDX-DE               PIC 9(01) COMP VALUE ZERO.
010300 77  WS-IDX-PARA             PIC 9(01) COMP VALUE ZERO.
010400 77  WS-SUB-ROT              PIC 9(01) COMP VALUE ZERO.
010800 77  WS-MAXIMO-DISP          PIC 9(05) VALUE ZEROS.
010900 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
011000 77  WS-DIAS-DISP            PIC 9(05) VALUE ZEROS.
011000 77  WS-QTDE-REGRA-DISP      PIC 9(07) VALUE ZEROS.
011000 77  WS-AUTOR-DISP           PIC X(10) VALUE SPACES.
011000*
011000***************************************************************
011000*    TRANSICOES POR REGRA DO STATUS-REGRAS (HIST-REGRA)
011000***************************************************************
011000 77  WS-QTDE-REGRAS          PIC 9(03) COMP VALUE ZERO.
011000 01  TABELA-REGRAS.
011000     05  RGC-ENTRY OCCURS 1 TO 50 TIMES
011000         DEPENDING ON WS-QTDE-REGRAS
011000         INDEXED BY RGC-IDX.
011000         10  RGC-ID          PIC X(04).
011000         10  RGC-QTDE        PIC 9(07) COMP.
011000 77  WS-QTDE-POR-REGRA       PIC 9(07) COMP VALUE ZERO.
011000 77  WS-SUB-RGC              PIC 9(03) COMP VALUE ZERO.
011100*
011200***************************************************************
011300*    CLIENTES PARADOS EM P/B ALEM DO LIMIAR, ORDENADOS DO MAIS
012100         10  PRD-STATUS      PIC X(01).
012200         10  PRD-DATA        PIC 9(08).
012300         10  PRD-DIAS        PIC 9(05).
012300         10  PRD-REGRA       PIC X(04).
012400 77  WS-SUB-A                PIC 9(03) COMP VALUE ZERO.
012500 77  WS-SUB-B                PIC 9(03) COMP VALUE ZERO.
012600 01  WS-TROCA-AREA.
012800     05  TRC-STATUS          PIC X(01).
012900     05  TRC-DATA            PIC 9(08).
013000     05  TRC-DIAS            PIC 9(05).
013000     05  TRC-REGRA           PIC X(04).
013100*
013200 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
013300 77  WS-QTDE-SEM-CHAVE       PIC 9(07) COMP VALUE ZERO.
021900     IF HIST-CUST-ID = SPACES
022000         ADD 1 TO WS-QTDE-SEM-CHAVE
022100         GO TO 2000-TRATAR-TRANSICAO-LER
022100     END-IF.
022100     IF HIST-REGRA NOT = SPACES
022100         PERFORM 2400-CONTAR-REGRA THRU 2400-CONTAR-REGRA-EXIT
022100     END-IF.
022100     MOVE ZERO TO WS-IDX-ACHADO.
022400     PERFORM 2100-PROCURAR-CLIENTE
022500         THRU 2100-PROCURAR-CLIENTE-EXIT
022600         VARYING WS-SUB FROM 1 BY 1
023300             MOVE HIST-STATUS-NOVO TO
023400                 CLI-STATUS(WS-QTDE-CLIENTES)
023500             MOVE HIST-DATA TO CLI-DATA(WS-QTDE-CLIENTES)
023500             MOVE HIST-REGRA TO CLI-REGRA(WS-QTDE-CLIENTES)
023600         END-IF
023700         GO TO 2000-TRATAR-TRANSICAO-LER
023800     END-IF.
025000         ADD WS-DIAS-TRAB TO
025100             PAR-SOMA(WS-IDX-DE, WS-IDX-PARA)
025200         ADD 1 TO PAR-QTDE(WS-IDX-DE, WS-IDX-PARA)
025200         IF HIST-REGRA NOT = SPACES
025200             ADD 1 TO PAR-QTDE-REGRA(WS-IDX-DE, WS-IDX-PARA)
025200         END-IF
025300         IF WS-DIAS-TRAB >
025400             PAR-MAXIMO(WS-IDX-DE, WS-IDX-PARA)
025500             MOVE WS-DIAS-TRAB TO
025800     END-IF.
025900     MOVE HIST-STATUS-NOVO TO CLI-STATUS(WS-IDX-ACHADO).
026000     MOVE HIST-DATA TO CLI-DATA(WS-IDX-ACHADO).
026000     MOVE HIST-REGRA TO CLI-REGRA(WS-IDX-ACHADO).
026100 2000-TRATAR-TRANSICAO-LER.
026200     PERFORM 1100-LER-HISTORICO THRU 1100-LER-HISTORICO-EXIT.
026300 2000-TRATAR-TRANSICAO-EXIT.
029900         END-IF
030000     END-PERFORM.
030100 2300-INDICE-PARA-EXIT.
030100     EXIT.
030100*
030100***************************************************************
030100*    2400-CONTAR-REGRA                                         *
030100***************************************************************
030100 2400-CONTAR-REGRA.
030100     ADD 1 TO WS-QTDE-POR-REGRA.
030100     IF WS-QTDE-REGRAS > ZERO
030100         SET RGC-IDX TO 1
030100         SEARCH RGC-ENTRY
030100             WHEN RGC-ID(RGC-IDX) = HIST-REGRA
030100                 ADD 1 TO RGC-QTDE(RGC-IDX)
030100                 GO TO 2400-CONTAR-REGRA-EXIT
030100         END-SEARCH
030100     END-IF.
030100     IF WS-QTDE-REGRAS < 50
030100         ADD 1 TO WS-QTDE-REGRAS
030100         MOVE HIST-REGRA TO RGC-ID(WS-QTDE-REGRAS)
030100         MOVE 1 TO RGC-QTDE(WS-QTDE-REGRAS)
030100     END-IF.
030100 2400-CONTAR-REGRA-EXIT.
030200     EXIT.
030300*
030400***************************************************************
033400         MOVE CLI-STATUS(WS-SUB) TO
033500             PRD-STATUS(WS-QTDE-PARADOS)
033600         MOVE CLI-DATA(WS-SUB) TO PRD-DATA(WS-QTDE-PARADOS)
033600         MOVE CLI-REGRA(WS-SUB) TO PRD-REGRA(WS-QTDE-PARADOS)
033700         MOVE CAL-DIAS-UTEIS TO PRD-DIAS(WS-QTDE-PARADOS)
033800     END-IF.
033900 3100-TESTAR-PARADO-EXIT.
039200     PERFORM 9100-LINHAS-DO-PAR THRU 9100-LINHAS-DO-PAR-EXIT
039300         VARYING WS-IDX-DE FROM 1 BY 1
039400         UNTIL WS-IDX-DE > 6.
039500     PERFORM 9400-LINHA-REGRA THRU 9400-LINHA-REGRA-EXIT
039500         VARYING WS-SUB-RGC FROM 1 BY 1
039500         UNTIL WS-SUB-RGC > WS-QTDE-REGRAS.
039500     PERFORM 9300-LINHA-PARADO THRU 9300-LINHA-PARADO-EXIT
039600         VARYING WS-SUB-A FROM 1 BY 1
039700         UNTIL WS-SUB-A > WS-QTDE-PARADOS.
040800     DISPLAY "====== PERMANENCIA POR STATUS ======".
040900     DISPLAY "TRANSICOES LIDAS ...: " WS-QTDE-LIDOS.
041000     DISPLAY "SEM CHAVE (PULADAS) : " WS-QTDE-SEM-CHAVE.
041000     DISPLAY "FEITAS POR REGRA ...: " WS-QTDE-POR-REGRA.
041100     DISPLAY "PARADOS EM P/B .....: " WS-QTDE-PARADOS.
041200 9000-IMPRIMIR-EXIT.
041300     EXIT.
043600     MOVE PAR-MAXIMO(WS-IDX-DE, WS-IDX-PARA)
043700         TO WS-MAXIMO-DISP.
043800     MOVE PAR-QTDE(WS-IDX-DE, WS-IDX-PARA) TO WS-QTDE-DISP.
043800     MOVE PAR-QTDE-REGRA(WS-IDX-DE, WS-IDX-PARA)
043800         TO WS-QTDE-REGRA-DISP.
043900     MOVE SPACES TO RPT-LINHA-ENTRADA.
044000     STRING "DE " ROTULO-STATUS(WS-IDX-DE)
044100         " PARA " ROTULO-STATUS(WS-IDX-PARA)
044300         " MEDIA " WS-MEDIA-DIAS
044400         " MAXIMO " WS-MAXIMO-DISP
044500         " DIAS UTEIS"
044500         " POR REGRA " WS-QTDE-REGRA-DISP
044500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
044700     END-STRING.
044800     SET RPT-ACAO-DETALHE TO TRUE.
044900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
045700***************************************************************
045800 9300-LINHA-PARADO.
045900     MOVE PRD-DIAS(WS-SUB-A) TO WS-DIAS-DISP.
045900     IF PRD-REGRA(WS-SUB-A) = SPACES
045900         MOVE "PESSOA" TO WS-AUTOR-DISP
045900     ELSE
045900         MOVE SPACES TO WS-AUTOR-DISP
045900         STRING "REGRA " PRD-REGRA(WS-SUB-A)
045900             DELIMITED BY SIZE INTO WS-AUTOR-DISP
045900         END-STRING
045900     END-IF.
046000     MOVE SPACES TO RPT-LINHA-ENTRADA.
046100     STRING "PARADO " PRD-ID(WS-SUB-A)
046200         " EM " PRD-STATUS(WS-SUB-A)
046300         " DESDE " PRD-DATA(WS-SUB-A)
046400         " (" WS-DIAS-DISP " DIAS UTEIS)"
046400         " POR " WS-AUTOR-DISP
046500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
046600     END-STRING.
046700     SET RPT-ACAO-DETALHE TO TRUE.
046900     PERFORM 8000-GRAVAR-LINHAS-RPT
047000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
047100 9300-LINHA-PARADO-EXIT.
047100     EXIT.
047100*
047100***************************************************************
047100*    9400-LINHA-REGRA                                          *
047100***************************************************************
047100 9400-LINHA-REGRA.
047100     MOVE RGC-QTDE(WS-SUB-RGC) TO WS-QTDE-DISP.
047100     MOVE SPACES TO RPT-LINHA-ENTRADA.
047100     STRING "TRANSICOES DA REGRA " RGC-ID(WS-SUB-RGC)
047100         " QTDE " WS-QTDE-DISP
047100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
047100     END-STRING.
047100     SET RPT-ACAO-DETALHE TO TRUE.
047100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
047100     PERFORM 8000-GRAVAR-LINHAS-RPT
047100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
047100 9400-LINHA-REGRA-EXIT.
047200     EXIT.
047300*
047400***************************************************************
