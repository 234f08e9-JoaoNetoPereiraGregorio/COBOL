002800*                       NO LAYOUT DO CLIMSTTX) - DEPOIS DE
002900*                       CONFERIDAS, ELAS ENTRAM NO LOTE NORMAL DE
003000*                       MANUTENCAO.
003000*    2026-10-15 OPR     A TABELA DE 5000 CLIENTES EM MEMORIA SAI
003000*                       (ACIMA DISSO SO OS PRIMEIROS ERAM
003000*                       COMPARADOS, E O AGRUPAMENTO ERA
003000*                       QUADRATICO): O MESTRE E VARRIDO UMA VEZ
003000*                       PARA O INDICE DE TRABALHO DEDNIDX (VER
003000*                       COPYBOOKS/NOMIDX.CPY), CHAVE NOME SEM
003000*                       ESPACOS + CUST-ID, E OS GRUPOS SAO AS
003000*                       SEQUENCIAS DE NOMES IGUAIS NA LEITURA EM
003000*                       ORDEM DA CHAVE. A RODADA PASSA A SER
003000*                       REGISTRADA NO RUNLOGF.
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
004600     SELECT MERGE-TX-FILE ASSIGN TO "CLIMERGE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MERGE-FILE-STATUS.
004800     SELECT NAME-INDEX-FILE ASSIGN TO "DEDNIDX"
004800         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS NIX-CHAVE
004800         FILE STATUS IS WS-NIX-FILE-STATUS.
004800     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
004800         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RLOG-FILE-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
006200     RECORDING MODE IS F.
006300 01  MERGE-TX-RECORD         PIC X(64).
006400*
006400 FD  NAME-INDEX-FILE.
006400*    INDICE DE NOMES NORMALIZADOS (VER COPYBOOKS/NOMIDX.CPY)
006400 COPY "NOMIDX.cpy".
006400*
006400 FD  RUN-LOG-FILE
006400     RECORDING MODE IS F.
006400 COPY "RUNLOG.cpy".
006400*
006500 WORKING-STORAGE SECTION.
006600*
006700 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
007500     88  FIM-DO-MESTRE       VALUE "Y".
007600*
007700***************************************************************
007700*    INDICE DE CLIENTES PELO NOME NORMALIZADO SEM NENHUM ESPACO
007700*    (CRITERIO DO "QUASE IGUAL" - NOME NORMALIZADO IGUAL IMPLICA
007700*    SEM-ESPACOS IGUAL), VER COPYBOOKS/NOMIDX.CPY. O GRUPO E A
007700*    SEQUENCIA DE REGISTROS ADJACENTES COM O MESMO NIX-NOME; A
007700*    SEMENTE E O PRIMEIRO DELES (MENOR CUST-ID)
008000***************************************************************
008000 77  WS-NIX-FILE-STATUS      PIC X(02) VALUE ZEROS.
008000     88  NIX-FILE-OK         VALUE "00".
008000 77  WS-NIX-ABERTO-SW        PIC X(01) VALUE "N".
008000     88  NIX-ABERTO          VALUE "S".
008000 77  WS-NIX-FIM-SW           PIC X(01) VALUE "N".
008000     88  FIM-DO-INDICE       VALUE "S".
008000 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
008000 77  WS-QTDE-INDEXADOS       PIC 9(07) COMP VALUE ZERO.
008000 01  WS-SEMENTE.
008000     05  SEM-NOME            PIC X(30).
008000     05  SEM-CUST-ID         PIC X(10).
008000     05  SEM-NORM            PIC X(30).
008000     05  SEM-STATUS          PIC X(01).
008000     05  SEM-SALDO           PIC S9(7)V99.
008000 01  WS-MEMBRO.
008000     05  MEM-NOME            PIC X(30).
008000     05  MEM-CUST-ID         PIC X(10).
008000     05  MEM-NORM            PIC X(30).
008000     05  MEM-STATUS          PIC X(01).
008000     05  MEM-SALDO           PIC S9(7)V99.
008000 77  WS-TAM-GRUPO            PIC 9(07) COMP VALUE ZERO.
008000 77  WS-QTDE-GRUPOS          PIC 9(07) COMP VALUE ZERO.
008000 77  WS-QTDE-ENVOLVIDOS      PIC 9(07) COMP VALUE ZERO.
008000 77  WS-QTDE-PROP-FUSAO      PIC 9(07) COMP VALUE ZERO.
008000 77  WS-GRUPO-DISP           PIC 9(07) VALUE ZEROS.
009900 77  WS-SALDO-EDITADO        PIC -(7)9.99.
010000 77  WS-NOME-JUNTO           PIC X(30) VALUE SPACES.
010100 77  WS-PONTEIRO-JUNTO       PIC 9(02) VALUE 1.
013400***************************************************************
013500 COPY "ERRHDL.cpy".
013600*
013600***************************************************************
013600*    LOG DE EXECUCOES (VER COPYBOOKS/RUNLOG.CPY)
013600***************************************************************
013600 77  WS-RLOG-FILE-STATUS     PIC X(02) VALUE ZEROS.
013600     88  RLOG-FILE-OK        VALUE "00".
013600 77  WS-HORA-FIM-RLOG        PIC 9(08) VALUE ZERO.
013600*
013700 PROCEDURE DIVISION.
013800*
013900***************************************************************
014300     MOVE ZERO TO RETURN-CODE.
014400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
014500     ACCEPT RUN-HORA FROM TIME.
014500     PERFORM 1000-MONTAR-INDICE
014500         THRU 1000-MONTAR-INDICE-EXIT.
014800     PERFORM 3000-AGRUPAR THRU 3000-AGRUPAR-EXIT.
014900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
015000     STOP RUN.
015100*
015200***************************************************************
015200*    1000-MONTAR-INDICE - VARRE O MESTRE UMA VEZ, NORMALIZANDO  *
015200*    CADA NOME, E GRAVA NO DEDNIDX A CHAVE SEM ESPACOS          *
015500***************************************************************
015500 1000-MONTAR-INDICE.
015700     OPEN INPUT CUSTOMER-MASTER.
015800     IF NOT MASTER-OK
015900         MOVE "DEDUPE  " TO ERR-PROGRAMA
016200         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
016300         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
016400         MOVE "Y" TO WS-MASTER-EOF-SWITCH
016400         GO TO 1000-MONTAR-INDICE-EXIT
016400     END-IF.
016400     OPEN OUTPUT NAME-INDEX-FILE.
016400     IF NOT NIX-FILE-OK
016400         MOVE "DEDUPE  " TO ERR-PROGRAMA
016400         SET ERR-TIPO-ARQUIVO TO TRUE
016400         MOVE "CRIACAO DO INDICE DEDNIDX" TO ERR-CONTEXTO
016400         MOVE WS-NIX-FILE-STATUS TO ERR-FILE-STATUS
016400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
016400         CLOSE CUSTOMER-MASTER
016400         MOVE "Y" TO WS-MASTER-EOF-SWITCH
016400         GO TO 1000-MONTAR-INDICE-EXIT
016600     END-IF.
016700     OPEN OUTPUT PRINT-FILE.
016800     OPEN OUTPUT MERGE-TX-FILE.
017300     PERFORM 8000-GRAVAR-LINHAS-RPT
017400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
017500     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
017500     PERFORM 2000-INDEXAR-CLIENTE
017500         THRU 2000-INDEXAR-CLIENTE-EXIT
017800         UNTIL FIM-DO-MESTRE.
017900     CLOSE CUSTOMER-MASTER.
017900     CLOSE NAME-INDEX-FILE.
017900     OPEN INPUT NAME-INDEX-FILE.
017900     IF NOT NIX-FILE-OK
017900         MOVE "DEDUPE  " TO ERR-PROGRAMA
017900         SET ERR-TIPO-ARQUIVO TO TRUE
017900         MOVE "ABERTURA DO INDICE DEDNIDX" TO ERR-CONTEXTO
017900         MOVE WS-NIX-FILE-STATUS TO ERR-FILE-STATUS
017900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
017900         GO TO 1000-MONTAR-INDICE-EXIT
018300     END-IF.
018300     MOVE "S" TO WS-NIX-ABERTO-SW.
018300 1000-MONTAR-INDICE-EXIT.
018500     EXIT.
018600*
018700***************************************************************
019600     EXIT.
019700*
019800***************************************************************
019800*    2000-INDEXAR-CLIENTE - NOME EM BRANCO NAO ENTRA NO INDICE  *
019800*    (NUNCA FORMA GRUPO)                                        *
020000***************************************************************
020000 2000-INDEXAR-CLIENTE.
020000     ADD 1 TO WS-QTDE-CLIENTES.
020000     MOVE CUST-NOME TO NRM-ENTRADA.
020000     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
020000     IF NRM-SAIDA = SPACES
020000         GO TO 2000-INDEXAR-CLIENTE-PROXIMO
020000     END-IF.
020000     PERFORM 2100-MONTAR-NOME-JUNTO
020000         THRU 2100-MONTAR-NOME-JUNTO-EXIT.
020000     MOVE SPACES TO NIX-RECORD.
020000     MOVE WS-NOME-JUNTO TO NIX-NOME.
020000     MOVE CUST-ID TO NIX-CUST-ID.
020000     MOVE NRM-SAIDA TO NIX-NORM.
020000     MOVE CUST-STATUS TO NIX-STATUS.
020000     IF CUST-SALDO NUMERIC
020000         MOVE CUST-SALDO TO NIX-SALDO
020400     ELSE
020400         MOVE ZERO TO NIX-SALDO
022000     END-IF.
022000     WRITE NIX-RECORD
022000         INVALID KEY
022000             CONTINUE
022000     END-WRITE.
022000     IF NIX-FILE-OK
022000         ADD 1 TO WS-QTDE-INDEXADOS
022000     END-IF.
022000 2000-INDEXAR-CLIENTE-PROXIMO.
022100     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
022100 2000-INDEXAR-CLIENTE-EXIT.
022300     EXIT.
022300*
022500***************************************************************
022600*    2100-MONTAR-NOME-JUNTO - O NOME NORMALIZADO SEM NENHUM     *
022700*    ESPACO, PARA O CRITERIO DE QUASE-IGUALDADE                 *
024700     EXIT.
024800*
024900***************************************************************
024900*    3000-AGRUPAR - LE O DEDNIDX NA ORDEM DA CHAVE; CADA        *
024900*    SEQUENCIA DE DOIS OU MAIS CLIENTES COM O MESMO NOME SEM    *
024900*    ESPACOS E UM GRUPO                                         *
025300***************************************************************
025400 3000-AGRUPAR.
025400     IF NOT NIX-ABERTO
025600         GO TO 3000-AGRUPAR-EXIT
025700     END-IF.
025700     MOVE ZERO TO WS-TAM-GRUPO.
025700     PERFORM 3050-LER-INDICE THRU 3050-LER-INDICE-EXIT.
025700     PERFORM 3100-TRATAR-REGISTRO THRU 3100-TRATAR-REGISTRO-EXIT
025700         UNTIL FIM-DO-INDICE.
026100 3000-AGRUPAR-EXIT.
026200     EXIT.
026300*
026400***************************************************************
026400*    3050-LER-INDICE                                          *
026600***************************************************************
026600 3050-LER-INDICE.
026600     READ NAME-INDEX-FILE NEXT RECORD
026600         AT END
026600             MOVE "S" TO WS-NIX-FIM-SW
026600     END-READ.
026600 3050-LER-INDICE-EXIT.
028300     EXIT.
028400*
028500***************************************************************
028500*    3100-TRATAR-REGISTRO - MESMO NOME DA SEMENTE: ABRE O GRUPO *
028500*    NO SEGUNDO MEMBRO E IMPRIME O MEMBRO; NOME NOVO: VIRA A    *
028500*    SEMENTE                                                    *
028800***************************************************************
028800 3100-TRATAR-REGISTRO.
028800     IF WS-TAM-GRUPO > ZERO
028800         AND NIX-NOME = SEM-NOME
028800         IF WS-TAM-GRUPO = 1
028800             PERFORM 3300-IMPRIMIR-GRUPO
028800                 THRU 3300-IMPRIMIR-GRUPO-EXIT
028800         END-IF
029400         ADD 1 TO WS-TAM-GRUPO
029400         ADD 1 TO WS-QTDE-ENVOLVIDOS
029400         MOVE NIX-RECORD TO WS-MEMBRO
029400         PERFORM 3400-IMPRIMIR-MEMBRO
029400             THRU 3400-IMPRIMIR-MEMBRO-EXIT
029400     ELSE
029400         MOVE NIX-RECORD TO WS-SEMENTE
029400         MOVE 1 TO WS-TAM-GRUPO
029500     END-IF.
029500     PERFORM 3050-LER-INDICE THRU 3050-LER-INDICE-EXIT.
029500 3100-TRATAR-REGISTRO-EXIT.
029700     EXIT.
029800*
029900***************************************************************
029900*    3300-IMPRIMIR-GRUPO - CABECALHO DO GRUPO E A SEMENTE, QUE  *
029900*    SOBREVIVE NA PROPOSTA DE FUSAO                             *
030300***************************************************************
030400 3300-IMPRIMIR-GRUPO.
030400     ADD 1 TO WS-QTDE-GRUPOS.
030400     ADD 1 TO WS-QTDE-ENVOLVIDOS.
030500     ADD 1 TO WS-GRUPO-DISP.
030600     MOVE SPACES TO RPT-LINHA-ENTRADA.
030700     STRING "GRUPO " WS-GRUPO-DISP " - NOME NORMALIZADO: "
030700         SEM-NORM
030900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
031000     END-STRING.
031100     SET RPT-ACAO-DETALHE TO TRUE.
031200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
031300     PERFORM 8000-GRAVAR-LINHAS-RPT
031400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
031400     MOVE WS-SEMENTE TO WS-MEMBRO.
031600     PERFORM 3400-IMPRIMIR-MEMBRO
031600         THRU 3400-IMPRIMIR-MEMBRO-EXIT.
032000 3300-IMPRIMIR-GRUPO-EXIT.
032100     EXIT.
032200*
032400*    3400-IMPRIMIR-MEMBRO                                     *
032500***************************************************************
032600 3400-IMPRIMIR-MEMBRO.
032600     MOVE MEM-SALDO TO WS-SALDO-EDITADO.
033300     MOVE SPACES TO RPT-LINHA-ENTRADA.
033300     STRING "  " MEM-CUST-ID
033300         " STATUS " MEM-STATUS
033600         " SALDO " WS-SALDO-EDITADO
033700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
033800     END-STRING.
034500     IF WS-TAM-GRUPO > 1 AND MERGE-FILE-OK
034600         MOVE SPACES TO WS-TRANS-FUSAO
034700         MOVE "E" TO FUS-ACAO
034700         MOVE MEM-CUST-ID TO FUS-ID
034900         MOVE ZERO TO FUS-SALDO
035000         MOVE WS-TRANS-FUSAO TO MERGE-TX-RECORD
035100         WRITE MERGE-TX-RECORD
037500     IF MERGE-FILE-OK
037600         CLOSE MERGE-TX-FILE
037700     END-IF.
037700     IF NIX-ABERTO
037700         CLOSE NAME-INDEX-FILE
037700     END-IF.
037800     DISPLAY "====== QUASE-DUPLICADOS POR NOME ======".
037800     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-CLIENTES.
037800     DISPLAY "CLIENTES NO DEDNIDX : " WS-QTDE-INDEXADOS.
038000     DISPLAY "GRUPOS ENCONTRADOS .: " WS-QTDE-GRUPOS.
038100     DISPLAY "CLIENTES ENVOLVIDOS : " WS-QTDE-ENVOLVIDOS.
038200     DISPLAY "FUSOES PROPOSTAS ...: " WS-QTDE-PROP-FUSAO.
038200     PERFORM 9500-GRAVAR-RUNLOG
038200         THRU 9500-GRAVAR-RUNLOG-EXIT.
038300 9000-FINALIZAR-EXIT.
038300     EXIT.
038300*
038300***************************************************************
038300*    9500-GRAVAR-RUNLOG - REGISTRA A RODADA NO LOG            *
038300*    COMPARTILHADO DE EXECUCOES (VER COPYBOOKS/RUNLOG.CPY)    *
038300***************************************************************
038300 9500-GRAVAR-RUNLOG.
038300     ACCEPT WS-HORA-FIM-RLOG FROM TIME.
038300     OPEN EXTEND RUN-LOG-FILE.
038300     IF RLOG-FILE-OK
038300         MOVE SPACES TO RLOG-RECORD
038300         MOVE "DEDUPE  " TO RLOG-PROGRAMA
038300         MOVE RUN-DATA TO RLOG-DATA-INICIO
038300         MOVE RUN-HORA TO RLOG-HORA-INICIO
038300         MOVE WS-HORA-FIM-RLOG TO RLOG-HORA-FIM
038300         MOVE WS-QTDE-CLIENTES TO RLOG-QTDE-REGISTROS
038300         MOVE RETURN-CODE TO RLOG-RC
038300         WRITE RLOG-RECORD
038300         CLOSE RUN-LOG-FILE
038300     END-IF.
038300 9500-GRAVAR-RUNLOG-EXIT.
038400     EXIT.
038500*
038600***************************************************************
