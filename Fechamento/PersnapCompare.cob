002400*                           S VIRARAM B, P VIRARAM C, ETC);
002500*                         - MOVIMENTO DE SALDO POR STATUS DA
002600*                           GERACAO ATUAL (SOMA DOS DELTAS).
002600*    2026-10-15 OPR     RELATORIO ANTES/DEPOIS PARA A
002600*                       CONTABILIDADE: COM A VARIAVEL PSNDETALHE=S
002600*                       CADA CLIENTE COMUM COM SALDO OU STATUS
002600*                       DIFERENTE SAI NUMA LINHA "ALTER" (STATUS
002600*                       DE/PARA, SALDO ANTES, DEPOIS E DIFERENCA)
002600*                       - USADO NO REFECHAMENTO DE PERIODO
002600*                       REABERTO. O RODAPE GANHA O SALDO TOTAL DAS
002600*                       DUAS GERACOES, A DIFERENCA E A QUANTIDADE
002600*                       DE ALTERADOS.
002700***************************************************************
002800*
002900 ENVIRONMENT DIVISION.
006700     88  FIM-DO-SNAP-A       VALUE "Y".
006800 77  WS-SNAPB-EOF-SWITCH     PIC X(01) VALUE "N".
006900     88  FIM-DO-SNAP-B       VALUE "Y".
006900*    PSNDETALHE=S LISTA CADA CLIENTE COMUM COM SALDO OU STATUS
006900*    DIFERENTE (ANTES/DEPOIS DE UM REFECHAMENTO)
006900 77  WS-DETALHE-SW           PIC X(01) VALUE "N".
006900     88  DETALHE-POR-CLIENTE VALUE "S".
007000*
007100***************************************************************
007200*    CAMPOS EXTRAIDOS DAS IMAGENS (POSICOES DE CUSTREC.CPY:
010700 77  WS-QTDE-SAIDOS          PIC 9(07) VALUE ZEROS.
010800 77  WS-QTDE-COMUNS          PIC 9(07) VALUE ZEROS.
010900 77  WS-QTDE-MIGRARAM        PIC 9(07) VALUE ZEROS.
010900 77  WS-QTDE-ALTERADOS       PIC 9(07) VALUE ZEROS.
011000 77  WS-SALDO-EDITADO        PIC -(11)9.99.
011000 77  WS-SALDO-EDITADO-B      PIC -(11)9.99.
011000 77  WS-DIF-EDITADO          PIC -(11)9.99.
011000 77  WS-DIF-CLIENTE          PIC S9(9)V99 COMP-3 VALUE ZERO.
011000 77  WS-TOTAL-SALDO-A        PIC S9(13)V99 COMP-3 VALUE ZERO.
011000 77  WS-TOTAL-SALDO-B        PIC S9(13)V99 COMP-3 VALUE ZERO.
011000 77  WS-TOTAL-DIF            PIC S9(13)V99 COMP-3 VALUE ZERO.
011100*
011200***************************************************************
011300*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
013550     INITIALIZE MATRIZ-MIGRACAO TABELA-MOVIMENTO.
013600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
013700     ACCEPT RUN-HORA FROM TIME.
013700     ACCEPT WS-DETALHE-SW FROM ENVIRONMENT "PSNDETALHE".
013800     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
013900     PERFORM 2000-CASAR-GERACOES
014000         THRU 2000-CASAR-GERACOES-EXIT
020100         IF WS-SALDO-IMAGEM NUMERIC
020200             MOVE WS-SALDO-IMAGEM TO WS-SALDO-A
020300         END-IF
020300         ADD WS-SALDO-A TO WS-TOTAL-SALDO-A
020400     END-IF.
020500 1100-LER-SNAP-A-EXIT.
020600     EXIT.
022200         IF WS-SALDO-IMAGEM NUMERIC
022300             MOVE WS-SALDO-IMAGEM TO WS-SALDO-B
022400         END-IF
022400         ADD WS-SALDO-B TO WS-TOTAL-SALDO-B
022500     END-IF.
022600 1200-LER-SNAP-B-EXIT.
022700     EXIT.
026900     ADD 1 TO MOV-QTDE(WS-IDX-B).
027000     COMPUTE MOV-SALDO(WS-IDX-B) = MOV-SALDO(WS-IDX-B)
027100         + WS-SALDO-B - WS-SALDO-A.
027100     IF WS-SALDO-A NOT = WS-SALDO-B
027100         OR WS-STATUS-A NOT = WS-STATUS-B
027100         ADD 1 TO WS-QTDE-ALTERADOS
027100         IF DETALHE-POR-CLIENTE
027100             PERFORM 2400-RELATAR-ALTERADO
027100                 THRU 2400-RELATAR-ALTERADO-EXIT
027100         END-IF
027100     END-IF.
027200 2100-TRATAR-COMUM-EXIT.
027300     EXIT.
027400*
033500     EXIT.
033600*
033700***************************************************************
033700*    2400-RELATAR-ALTERADO - CLIENTE COMUM COM MUDANCA: STATUS  *
033700*    DE/PARA E SALDO ANTES, DEPOIS E DIFERENCA                  *
033700***************************************************************
033700 2400-RELATAR-ALTERADO.
033700     COMPUTE WS-DIF-CLIENTE = WS-SALDO-B - WS-SALDO-A.
033700     MOVE WS-SALDO-A TO WS-SALDO-EDITADO.
033700     MOVE WS-SALDO-B TO WS-SALDO-EDITADO-B.
033700     MOVE WS-DIF-CLIENTE TO WS-DIF-EDITADO.
033700     MOVE SPACES TO RPT-LINHA-ENTRADA.
033700     STRING "ALTER " WS-ID-B " " SNAP-B-RECORD(11:20)
033700         " STATUS " WS-STATUS-A "->" WS-STATUS-B
033700         " ANTES R$ " WS-SALDO-EDITADO
033700         " DEPOIS R$ " WS-SALDO-EDITADO-B
033700         " DIF R$ " WS-DIF-EDITADO
033700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
033700     END-STRING.
033700     SET RPT-ACAO-DETALHE TO TRUE.
033700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
033700     PERFORM 8000-GRAVAR-LINHAS-RPT
033700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
033700 2400-RELATAR-ALTERADO-EXIT.
033700     EXIT.
033700*
033700***************************************************************
033800*    9000-FINALIZAR - MATRIZ DE MIGRACAO E TOTAIS               *
033900***************************************************************
034000 9000-FINALIZAR.
034700             THRU 9200-LINHA-MOVIMENTO-EXIT
034800             VARYING WS-SUB-PARA FROM 1 BY 1
034900             UNTIL WS-SUB-PARA > 6
034900         PERFORM 9300-LINHAS-SALDO-TOTAL
034900             THRU 9300-LINHAS-SALDO-TOTAL-EXIT
035000         MOVE SPACES TO RPT-LINHA-ENTRADA
035100         STRING "NOVOS=" WS-QTDE-NOVOS
035200             " SAIDOS=" WS-QTDE-SAIDOS
035300             " COMUNS=" WS-QTDE-COMUNS
035400             " MIGRARAM=" WS-QTDE-MIGRARAM
035400             " ALTERADOS=" WS-QTDE-ALTERADOS
035500             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
035600         END-STRING
035700         SET RPT-ACAO-TOTAL TO TRUE
037100     DISPLAY "CLIENTES SAIDOS ....: " WS-QTDE-SAIDOS.
037200     DISPLAY "CLIENTES COMUNS ....: " WS-QTDE-COMUNS.
037300     DISPLAY "MIGRACOES DE STATUS : " WS-QTDE-MIGRARAM.
037300     DISPLAY "CLIENTES ALTERADOS .: " WS-QTDE-ALTERADOS.
037300     DISPLAY "SALDO TOTAL ANTES ..: " WS-TOTAL-SALDO-A.
037300     DISPLAY "SALDO TOTAL DEPOIS .: " WS-TOTAL-SALDO-B.
037400 9000-FINALIZAR-EXIT.
037500     EXIT.
037600*
041500     EXIT.
041600*
041700***************************************************************
041700*    9300-LINHAS-SALDO-TOTAL - SALDO TOTAL DAS DUAS GERACOES E  *
041700*    A DIFERENCA                                                *
041700***************************************************************
041700 9300-LINHAS-SALDO-TOTAL.
041700     COMPUTE WS-TOTAL-DIF = WS-TOTAL-SALDO-B - WS-TOTAL-SALDO-A.
041700     MOVE WS-TOTAL-SALDO-A TO WS-SALDO-EDITADO.
041700     MOVE WS-TOTAL-SALDO-B TO WS-SALDO-EDITADO-B.
041700     MOVE WS-TOTAL-DIF TO WS-DIF-EDITADO.
041700     MOVE SPACES TO RPT-LINHA-ENTRADA.
041700     STRING "SALDO TOTAL ANTES R$ " WS-SALDO-EDITADO
041700         " DEPOIS R$ " WS-SALDO-EDITADO-B
041700         " DIFERENCA R$ " WS-DIF-EDITADO
041700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
041700     END-STRING.
041700     SET RPT-ACAO-DETALHE TO TRUE.
041700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
041700     PERFORM 8000-GRAVAR-LINHAS-RPT
041700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
041700 9300-LINHAS-SALDO-TOTAL-EXIT.
041700     EXIT.
041700*
041700***************************************************************
041800*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
041900*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
042000***************************************************************
