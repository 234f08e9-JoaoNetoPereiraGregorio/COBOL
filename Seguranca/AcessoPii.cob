000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACESSO-PII-REPORT.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RELATORIO DE ACESSO A DADOS PESSOAIS. O
001200*                       AUDITLOG SO GUARDAVA AS ALTERACOES; AS
001300*                       CONSULTAS DAS TELAS CINQ, CADR, CNTA E
001400*                       CMNT NAO DEIXAVAM RASTRO, E A LGPD PEDE
001500*                       SABER QUEM VIU OS DADOS DO TITULAR. AS
001600*                       TELAS AGORA GRAVAM O VISLOG (VER
001700*                       COPYBOOKS/VISREG.CPY) E ESTE PASSO LE O
001800*                       LOG NA JANELA PEDIDA (VARIAVEIS PIIDE/
001900*                       PIIATE, AAAAMMDD; EM BRANCO, O LOG
002000*                       INTEIRO) E LISTA AS VISUALIZACOES POR
002100*                       CLIENTE (QUEM VIU, QUANTAS VEZES, QUANDO
002200*                       POR ULTIMO) E POR OPERADOR (QUANTOS
002300*                       CLIENTES DIFERENTES). DESTACA:
002400*                         - OPERADOR QUE VIU MAIS CLIENTES QUE O
002500*                           LIMITE PIIMAXCL (EM BRANCO, 50);
002600*                         - CLIENTE VISTO FORA DA AGENCIA DO
002700*                           OPERADOR. O SECPROF NAO TEM AGENCIA,
002800*                           ENTAO A AGENCIA DO OPERADOR VEM DO
002900*                           CARTAO OPERAGEN (OPERADOR + AGENCIA);
003000*                           OPERADOR FORA DO CARTAO OU COM
003100*                           AGENCIA "00" (AREAS CENTRAIS) NUNCA E
003200*                           DESTACADO. A AGENCIA DO CLIENTE E A
003300*                           CUST-AGENCIA DO CUSTMAST (BRANCO = 01,
003400*                           MATRIZ).
003500*                       O ACUMULO VAI PARA O INDICE DE TRABALHO
003600*                       PIIWIDX (COMO O DEDNIDX DO DEDUPE-REPORT),
003700*                       SEM LIMITE DE TAMANHO DO LOG. A EMISSAO
003800*                       EXIGE A FUNCAO "PIIVIEW" NA MATRIZ (VIA
003900*                       SECURITY-CHECK, COMO O LGPD-DOSSIER).
004000***************************************************************
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT VISUALIZ-FILE ASSIGN TO "VISLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-VISLOG-FILE-STATUS.
004800     SELECT OPERAGEN-FILE ASSIGN TO "OPERAGEN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-OPERAGEN-FILE-STATUS.
005100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-ID
005500         ALTERNATE RECORD KEY IS CUST-NOME
005600             WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005800         FILE STATUS IS WS-MASTER-FILE-STATUS.
005900     SELECT ACESSO-WORK-FILE ASSIGN TO "PIIWIDX"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PIW-CHAVE
006300         FILE STATUS IS WS-PIW-FILE-STATUS.
006400     SELECT PRINT-FILE ASSIGN TO "PIIPRT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PRINT-FILE-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000*
007100 FD  VISUALIZ-FILE
007200     RECORDING MODE IS F.
007300*    LOG DE VISUALIZACAO DAS TELAS (VER COPYBOOKS/VISREG.CPY)
007400 COPY "VISREG.cpy".
007500*
007600 FD  OPERAGEN-FILE
007700     RECORDING MODE IS F.
007800*    CARTAO OPERADOR -> AGENCIA DE LOTACAO ("00" = AREA CENTRAL,
007900*    ENXERGA TODAS AS AGENCIAS)
008000 01  OPERAGEN-RECORD.
008100     05  OPA-OPERADOR        PIC X(08).
008200     05  FILLER              PIC X(01).
008300     05  OPA-AGENCIA         PIC X(02).
008400*
008500 FD  CUSTOMER-MASTER.
008600*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008700 COPY "CUSTREC.cpy".
008800*
008900 FD  ACESSO-WORK-FILE.
009000*    ACUMULO DAS VISUALIZACOES, RECRIADO A CADA RODADA. DUAS
009100*    VISOES NA MESMA CHAVE:
009200*        "C" + CUST-ID + OPERADOR  - SECAO POR CLIENTE;
009300*        "O" + OPERADOR + CUST-ID  - SECAO POR OPERADOR (UM
009400*                                    REGISTRO POR CLIENTE
009500*                                    DIFERENTE QUE ELE VIU).
009600 01  PIW-RECORD.
009700     05  PIW-CHAVE.
009800         10  PIW-TIPO        PIC X(01).
009900             88  PIW-POR-CLIENTE     VALUE "C".
010000             88  PIW-POR-OPERADOR    VALUE "O".
010100         10  PIW-CHAVE-1     PIC X(10).
010200         10  PIW-CHAVE-2     PIC X(10).
010300     05  PIW-QTDE-VISTAS     PIC 9(07).
010400     05  PIW-ULTIMA-DATA     PIC 9(08).
010500     05  PIW-AGENCIA-CLI     PIC X(02).
010600     05  PIW-AGENCIA-OPER    PIC X(02).
010700     05  PIW-FORA-SW         PIC X(01).
010800         88  PIW-FORA-DA-AGENCIA VALUE "Y".
010900*
011000 FD  PRINT-FILE
011100     RECORDING MODE IS F.
011200 01  PRINT-LINE              PIC X(132).
011300*
011400 WORKING-STORAGE SECTION.
011500*
011600 77  WS-VISLOG-FILE-STATUS   PIC X(02) VALUE ZEROS.
011700     88  VISLOG-FILE-OK      VALUE "00".
011800 77  WS-OPERAGEN-FILE-STATUS PIC X(02) VALUE ZEROS.
011900     88  OPERAGEN-FILE-OK    VALUE "00".
012000 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
012100     88  MASTER-OK           VALUE "00".
012200 77  WS-PIW-FILE-STATUS      PIC X(02) VALUE ZEROS.
012300     88  PIW-FILE-OK         VALUE "00".
012400 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
012500     88  PRINT-FILE-OK       VALUE "00".
012600*
012700 77  WS-VIS-EOF-SWITCH       PIC X(01) VALUE "N".
012800     88  FIM-DO-LOG          VALUE "Y".
012900 77  WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
013000     88  FIM-DO-CARTAO       VALUE "Y".
013100 77  WS-PIW-EOF-SWITCH       PIC X(01) VALUE "N".
013200     88  FIM-DO-ACUMULO      VALUE "Y".
013300 77  WS-MESTRE-ABERTO-SW     PIC X(01) VALUE "N".
013400     88  MESTRE-ABERTO       VALUE "Y".
013500 77  WS-PIW-ABERTO-SW        PIC X(01) VALUE "N".
013600     88  PIW-ABERTO          VALUE "Y".
013700*
013800 77  WS-DATA-DE              PIC 9(08) VALUE ZERO.
013900 77  WS-DATA-ATE             PIC 9(08) VALUE 99999999.
014000 77  WS-LIMITE-CLIENTES      PIC 9(05) VALUE ZERO.
014100 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
014200*
014300***************************************************************
014400*    AGENCIA DE LOTACAO DOS OPERADORES (CARTAO OPERAGEN)
014500***************************************************************
014600 77  WS-QTDE-OPERADORES      PIC 9(03) COMP VALUE ZERO.
014700 01  TABELA-OPERADORES.
014800     05  OPERADOR-ENTRY OCCURS 300 TIMES
014900         DEPENDING ON WS-QTDE-OPERADORES
015000         INDEXED BY OPA-IDX.
015100         10  OPT-OPERADOR    PIC X(08).
015200         10  OPT-AGENCIA     PIC X(02).
015300*
015400***************************************************************
015500*    VISUALIZACAO CORRENTE
015600***************************************************************
015700 77  WS-ULTIMO-CLIENTE       PIC X(10) VALUE HIGH-VALUES.
015800 77  WS-AGENCIA-CLIENTE      PIC X(02) VALUE SPACES.
015900 77  WS-AGENCIA-OPERADOR     PIC X(02) VALUE SPACES.
016000 77  WS-FORA-SW              PIC X(01) VALUE "N".
016100     88  VISTA-FORA-DA-AGENCIA VALUE "Y".
016200*
016300***************************************************************
016400*    QUEBRAS DA IMPRESSAO
016500***************************************************************
016600 77  WS-QUEBRA-CHAVE         PIC X(10) VALUE SPACES.
016700 77  WS-QUEBRA-AGENCIA       PIC X(02) VALUE SPACES.
016800 77  WS-GRUPO-VISTAS         PIC 9(07) COMP VALUE ZERO.
016900 77  WS-GRUPO-ITENS          PIC 9(05) COMP VALUE ZERO.
017000 77  WS-GRUPO-FORA           PIC 9(05) COMP VALUE ZERO.
017100 77  WS-VISTAS-EDITADO       PIC Z(06)9.
017200 77  WS-ITENS-EDITADO        PIC Z(04)9.
017300 77  WS-FORA-EDITADO         PIC Z(04)9.
017400*
017500 77  WS-QTDE-PARES           PIC 9(07) COMP VALUE ZERO.
017600 77  WS-QTDE-OPER-VISTOS     PIC 9(05) COMP VALUE ZERO.
017700 77  WS-QTDE-VISTAS          PIC 9(07) VALUE ZEROS.
017800 77  WS-QTDE-CLIENTES        PIC 9(07) VALUE ZEROS.
017900 77  WS-QTDE-OPER-ACIMA      PIC 9(05) VALUE ZEROS.
018000 77  WS-QTDE-FORA-AGENCIA    PIC 9(07) VALUE ZEROS.
018100*
018200***************************************************************
018300*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
018400*    COPYBOOKS/RPTWRT.CPY)
018500***************************************************************
018600 COPY "RPTWRT.cpy".
018700 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
018800*
018900***************************************************************
019000*    PARAMETROS DA ROTINA COMPARTILHADA DE SEGURANCA (VER
019100*    COPYBOOKS/SECHDL.CPY) E DE AUDITORIA (AUDHDL.CPY)
019200***************************************************************
019300 COPY "SECHDL.cpy".
019400 COPY "AUDHDL.cpy".
019500*
019600***************************************************************
019700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER
019800*    COPYBOOKS/RUNDATE.CPY)
019900***************************************************************
020000 COPY "RUNDATE.cpy".
020100*
020200***************************************************************
020300*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
020400***************************************************************
020500 COPY "ERRHDL.cpy".
020600*
020700 PROCEDURE DIVISION.
020800*
020900***************************************************************
021000*    0000-MAINLINE                                             *
021100***************************************************************
021200 0000-MAINLINE.
021300     MOVE ZERO TO RETURN-CODE.
021400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
021500     ACCEPT RUN-HORA FROM TIME.
021600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
021700     ACCEPT WS-DATA-DE FROM ENVIRONMENT "PIIDE".
021800     ACCEPT WS-DATA-ATE FROM ENVIRONMENT "PIIATE".
021900     IF WS-DATA-ATE = ZERO
022000         MOVE 99999999 TO WS-DATA-ATE
022100     END-IF.
022200     ACCEPT WS-LIMITE-CLIENTES FROM ENVIRONMENT "PIIMAXCL".
022300     IF WS-LIMITE-CLIENTES = ZERO
022400         MOVE 50 TO WS-LIMITE-CLIENTES
022500     END-IF.
022600     PERFORM 0500-VERIFICAR-PERMISSAO
022700         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
022800     IF RETURN-CODE NOT = ZERO
022900         GO TO 0000-MAINLINE-FIM
023000     END-IF.
023100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
023200     IF RETURN-CODE NOT = ZERO
023300         GO TO 0000-MAINLINE-FINALIZAR
023400     END-IF.
023500     PERFORM 2000-ACUMULAR THRU 2000-ACUMULAR-EXIT
023600         UNTIL FIM-DO-LOG.
023700     PERFORM 3000-IMPRIMIR-CLIENTES
023800         THRU 3000-IMPRIMIR-CLIENTES-EXIT.
023900     PERFORM 4000-IMPRIMIR-OPERADORES
024000         THRU 4000-IMPRIMIR-OPERADORES-EXIT.
024100 0000-MAINLINE-FINALIZAR.
024200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
024300 0000-MAINLINE-FIM.
024400     STOP RUN.
024500*
024600***************************************************************
024700*    0500-VERIFICAR-PERMISSAO - FUNCAO "PIIVIEW" NA MATRIZ, NO  *
024800*    MESMO PADRAO DO LGPD-DOSSIER; NEGADO TAMBEM E AUDITADO     *
024900***************************************************************
025000 0500-VERIFICAR-PERMISSAO.
025100     SET SEC-ACAO-FUNCAO TO TRUE.
025200     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
025300     MOVE "PIIVIEW " TO SEC-FUNCAO.
025400     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
025500     IF SEC-RC NOT = ZERO
025600         DISPLAY "ACESSO NEGADO AO RELATORIO DE ACESSO A DADOS "
025700             "PESSOAIS: " SEC-MOTIVO
025800         MOVE "PIIVIEW " TO AUD-PROGRAMA
025900         MOVE 0 TO AUD-OPCODE
026000         MOVE "NEGADO" TO AUD-EVENTO
026100         MOVE SPACES TO AUD-CHAVE
026200         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
026300         MOVE 16 TO RETURN-CODE
026400     END-IF.
026500 0500-VERIFICAR-PERMISSAO-EXIT.
026600     EXIT.
026700*
026800***************************************************************
026900*    1000-INICIALIZAR - CARTAO DE AGENCIAS, MESTRE, LOG, INDICE *
027000*    DE TRABALHO E CABECALHO DO RELATORIO                       *
027100***************************************************************
027200 1000-INICIALIZAR.
027300     PERFORM 1100-CARREGAR-AGENCIAS
027400         THRU 1100-CARREGAR-AGENCIAS-EXIT.
027500     OPEN INPUT CUSTOMER-MASTER.
027600     IF MASTER-OK
027700         MOVE "Y" TO WS-MESTRE-ABERTO-SW
027800     ELSE
027900         DISPLAY "AVISO: CUSTMAST INDISPONIVEL (STATUS "
028000             WS-MASTER-FILE-STATUS ") - SEM CRUZAMENTO DE "
028100             "AGENCIA."
028200     END-IF.
028300     OPEN INPUT VISUALIZ-FILE.
028400     IF NOT VISLOG-FILE-OK
028500         MOVE "PIIVIEW " TO ERR-PROGRAMA
028600         SET ERR-TIPO-ARQUIVO TO TRUE
028700         MOVE "ABERTURA DO ARQUIVO VISLOG" TO ERR-CONTEXTO
028800         MOVE WS-VISLOG-FILE-STATUS TO ERR-FILE-STATUS
028900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 1000-INICIALIZAR-EXIT
029200     END-IF.
029300*    O INDICE E RECRIADO VAZIO E REABERTO PARA ATUALIZACAO
029400     OPEN OUTPUT ACESSO-WORK-FILE.
029500     IF PIW-FILE-OK
029600         CLOSE ACESSO-WORK-FILE
029700         OPEN I-O ACESSO-WORK-FILE
029800     END-IF.
029900     IF NOT PIW-FILE-OK
030000         MOVE "PIIVIEW " TO ERR-PROGRAMA
030100         SET ERR-TIPO-ARQUIVO TO TRUE
030200         MOVE "CRIACAO DO INDICE PIIWIDX" TO ERR-CONTEXTO
030300         MOVE WS-PIW-FILE-STATUS TO ERR-FILE-STATUS
030400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 1000-INICIALIZAR-EXIT
030700     END-IF.
030800     MOVE "Y" TO WS-PIW-ABERTO-SW.
030900     OPEN OUTPUT PRINT-FILE.
031000     MOVE "ACESSO A DADOS PESSOAIS NAS TELAS" TO RPT-TITULO.
031100     MOVE ZERO TO RPT-LINHAS-POR-PAG.
031200     SET RPT-ACAO-INICIAR TO TRUE.
031300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
031400     PERFORM 8000-GRAVAR-LINHAS-RPT
031500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
031600     PERFORM 2900-LER-LOG THRU 2900-LER-LOG-EXIT.
031700 1000-INICIALIZAR-EXIT.
031800     EXIT.
031900*
032000***************************************************************
032100*    1100-CARREGAR-AGENCIAS - OPERADOR -> AGENCIA (OPERAGEN);   *
032200*    SEM O CARTAO, NINGUEM E DESTACADO POR AGENCIA              *
032300***************************************************************
032400 1100-CARREGAR-AGENCIAS.
032500     OPEN INPUT OPERAGEN-FILE.
032600     IF NOT OPERAGEN-FILE-OK
032700         DISPLAY "AVISO: OPERAGEN INDISPONIVEL (STATUS "
032800             WS-OPERAGEN-FILE-STATUS ") - SEM CRUZAMENTO DE "
032900             "AGENCIA."
033000         GO TO 1100-CARREGAR-AGENCIAS-EXIT
033100     END-IF.
033200     PERFORM 1200-LER-AGENCIA THRU 1200-LER-AGENCIA-EXIT.
033300     PERFORM 1150-ANOTAR-AGENCIA THRU 1150-ANOTAR-AGENCIA-EXIT
033400         UNTIL FIM-DO-CARTAO OR WS-QTDE-OPERADORES >= 300.
033500     CLOSE OPERAGEN-FILE.
033600 1100-CARREGAR-AGENCIAS-EXIT.
033700     EXIT.
033800*
033900***************************************************************
034000*    1150-ANOTAR-AGENCIA                                       *
034100***************************************************************
034200 1150-ANOTAR-AGENCIA.
034300     IF OPA-OPERADOR NOT = SPACES
034400         ADD 1 TO WS-QTDE-OPERADORES
034500         MOVE OPA-OPERADOR TO OPT-OPERADOR(WS-QTDE-OPERADORES)
034600         MOVE OPA-AGENCIA TO OPT-AGENCIA(WS-QTDE-OPERADORES)
034700     END-IF.
034800     PERFORM 1200-LER-AGENCIA THRU 1200-LER-AGENCIA-EXIT.
034900 1150-ANOTAR-AGENCIA-EXIT.
035000     EXIT.
035100*
035200***************************************************************
035300*    1200-LER-AGENCIA                                          *
035400***************************************************************
035500 1200-LER-AGENCIA.
035600     READ OPERAGEN-FILE
035700         AT END
035800             MOVE "Y" TO WS-OPA-EOF-SWITCH
035900     END-READ.
036000 1200-LER-AGENCIA-EXIT.
036100     EXIT.
036200*
036300***************************************************************
036400*    2000-ACUMULAR - CADA VISUALIZACAO NA JANELA CONTA NAS DUAS *
036500*    VISOES DO INDICE (POR CLIENTE E POR OPERADOR)              *
036600***************************************************************
036700 2000-ACUMULAR.
036800     IF VIS-CUST-ID = SPACES
036900         OR VIS-DATA < WS-DATA-DE
037000         OR VIS-DATA > WS-DATA-ATE
037100         GO TO 2000-ACUMULAR-LER
037200     END-IF.
037300     ADD 1 TO WS-QTDE-VISTAS.
037400     PERFORM 2100-RESOLVER-AGENCIAS
037500         THRU 2100-RESOLVER-AGENCIAS-EXIT.
037600     MOVE "C" TO PIW-TIPO.
037700     MOVE VIS-CUST-ID TO PIW-CHAVE-1.
037800     MOVE VIS-OPERADOR TO PIW-CHAVE-2.
037900     PERFORM 2200-SOMAR-VISTA THRU 2200-SOMAR-VISTA-EXIT.
038000     MOVE "O" TO PIW-TIPO.
038100     MOVE VIS-OPERADOR TO PIW-CHAVE-1.
038200     MOVE VIS-CUST-ID TO PIW-CHAVE-2.
038300     PERFORM 2200-SOMAR-VISTA THRU 2200-SOMAR-VISTA-EXIT.
038400 2000-ACUMULAR-LER.
038500     PERFORM 2900-LER-LOG THRU 2900-LER-LOG-EXIT.
038600 2000-ACUMULAR-EXIT.
038700     EXIT.
038800*
038900***************************************************************
039000*    2100-RESOLVER-AGENCIAS - AGENCIA DO CLIENTE (CUSTMAST,     *
039100*    RELIDO SO QUANDO O CLIENTE MUDA) E DO OPERADOR (OPERAGEN)  *
039200***************************************************************
039300 2100-RESOLVER-AGENCIAS.
039400     IF VIS-CUST-ID NOT = WS-ULTIMO-CLIENTE
039500         MOVE VIS-CUST-ID TO WS-ULTIMO-CLIENTE
039600         MOVE SPACES TO WS-AGENCIA-CLIENTE
039700         IF MESTRE-ABERTO
039800             MOVE VIS-CUST-ID TO CUST-ID
039900             READ CUSTOMER-MASTER
040000                 INVALID KEY
040100                     CONTINUE
040200             END-READ
040300             IF MASTER-OK
040400                 MOVE CUST-AGENCIA TO WS-AGENCIA-CLIENTE
040500                 IF WS-AGENCIA-CLIENTE = SPACES
040600                     MOVE "01" TO WS-AGENCIA-CLIENTE
040700                 END-IF
040800             END-IF
040900         END-IF
041000     END-IF.
041100     MOVE SPACES TO WS-AGENCIA-OPERADOR.
041200     IF WS-QTDE-OPERADORES > ZERO
041300         SET OPA-IDX TO 1
041400         SEARCH OPERADOR-ENTRY
041500             AT END
041600                 CONTINUE
041700             WHEN OPT-OPERADOR(OPA-IDX) = VIS-OPERADOR
041800                 MOVE OPT-AGENCIA(OPA-IDX) TO WS-AGENCIA-OPERADOR
041900         END-SEARCH
042000     END-IF.
042100     MOVE "N" TO WS-FORA-SW.
042200     IF WS-AGENCIA-OPERADOR NOT = SPACES
042300         AND WS-AGENCIA-OPERADOR NOT = "00"
042400         AND WS-AGENCIA-CLIENTE NOT = SPACES
042500         AND WS-AGENCIA-CLIENTE NOT = WS-AGENCIA-OPERADOR
042600         MOVE "Y" TO WS-FORA-SW
042700     END-IF.
042800 2100-RESOLVER-AGENCIAS-EXIT.
042900     EXIT.
043000*
043100***************************************************************
043200*    2200-SOMAR-VISTA - LE A CHAVE MONTADA; NOVA, GRAVA COM UMA *
043300*    VISTA; JA EXISTENTE, SOMA E REGRAVA                        *
043400***************************************************************
043500 2200-SOMAR-VISTA.
043600     READ ACESSO-WORK-FILE
043700         KEY IS PIW-CHAVE
043800         INVALID KEY
043900             GO TO 2200-SOMAR-VISTA-NOVA
044000     END-READ.
044100     ADD 1 TO PIW-QTDE-VISTAS.
044200     IF VIS-DATA > PIW-ULTIMA-DATA
044300         MOVE VIS-DATA TO PIW-ULTIMA-DATA
044400     END-IF.
044500     REWRITE PIW-RECORD
044600         INVALID KEY
044700             CONTINUE
044800     END-REWRITE.
044900     GO TO 2200-SOMAR-VISTA-EXIT.
045000 2200-SOMAR-VISTA-NOVA.
045100     MOVE 1 TO PIW-QTDE-VISTAS.
045200     MOVE VIS-DATA TO PIW-ULTIMA-DATA.
045300     MOVE WS-AGENCIA-CLIENTE TO PIW-AGENCIA-CLI.
045400     MOVE WS-AGENCIA-OPERADOR TO PIW-AGENCIA-OPER.
045500     MOVE WS-FORA-SW TO PIW-FORA-SW.
045600     WRITE PIW-RECORD
045700         INVALID KEY
045800             CONTINUE
045900     END-WRITE.
046000     IF PIW-POR-CLIENTE
046100         ADD 1 TO WS-QTDE-PARES
046200     END-IF.
046300 2200-SOMAR-VISTA-EXIT.
046400     EXIT.
046500*
046600***************************************************************
046700*    2900-LER-LOG                                              *
046800***************************************************************
046900 2900-LER-LOG.
047000     READ VISUALIZ-FILE
047100         AT END
047200             MOVE "Y" TO WS-VIS-EOF-SWITCH
047300     END-READ.
047400 2900-LER-LOG-EXIT.
047500     EXIT.
047600*
047700***************************************************************
047800*    3000-IMPRIMIR-CLIENTES - SECAO POR CLIENTE: UMA LINHA POR  *
047900*    OPERADOR QUE O VIU E O TOTAL DO CLIENTE NA QUEBRA          *
048000***************************************************************
048100 3000-IMPRIMIR-CLIENTES.
048200     MOVE SPACES TO RPT-LINHA-ENTRADA.
048300     STRING "===== VISUALIZACOES POR CLIENTE (JANELA "
048400         WS-DATA-DE " A " WS-DATA-ATE ") ====="
048500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
048600     END-STRING.
048700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
048800     MOVE SPACES TO WS-QUEBRA-CHAVE.
048900     MOVE "C" TO PIW-TIPO.
049000     MOVE LOW-VALUES TO PIW-CHAVE-1 PIW-CHAVE-2.
049100     PERFORM 5000-POSICIONAR THRU 5000-POSICIONAR-EXIT.
049200     PERFORM 3100-TRATAR-CLIENTE THRU 3100-TRATAR-CLIENTE-EXIT
049300         UNTIL FIM-DO-ACUMULO.
049400     IF WS-QUEBRA-CHAVE NOT = SPACES
049500         PERFORM 3200-FECHAR-CLIENTE
049600             THRU 3200-FECHAR-CLIENTE-EXIT
049700     END-IF.
049800 3000-IMPRIMIR-CLIENTES-EXIT.
049900     EXIT.
050000*
050100***************************************************************
050200*    3100-TRATAR-CLIENTE                                       *
050300***************************************************************
050400 3100-TRATAR-CLIENTE.
050500     IF NOT PIW-POR-CLIENTE
050600         MOVE "Y" TO WS-PIW-EOF-SWITCH
050700         GO TO 3100-TRATAR-CLIENTE-EXIT
050800     END-IF.
050900     IF PIW-CHAVE-1 NOT = WS-QUEBRA-CHAVE
051000         IF WS-QUEBRA-CHAVE NOT = SPACES
051100             PERFORM 3200-FECHAR-CLIENTE
051200                 THRU 3200-FECHAR-CLIENTE-EXIT
051300         END-IF
051400         MOVE PIW-CHAVE-1 TO WS-QUEBRA-CHAVE
051500         MOVE PIW-AGENCIA-CLI TO WS-QUEBRA-AGENCIA
051600         MOVE ZERO TO WS-GRUPO-VISTAS WS-GRUPO-ITENS
051700             WS-GRUPO-FORA
051800         ADD 1 TO WS-QTDE-CLIENTES
051900     END-IF.
052000     ADD PIW-QTDE-VISTAS TO WS-GRUPO-VISTAS.
052100     ADD 1 TO WS-GRUPO-ITENS.
052200     MOVE PIW-QTDE-VISTAS TO WS-VISTAS-EDITADO.
052300     MOVE SPACES TO RPT-LINHA-ENTRADA.
052400     IF PIW-FORA-DA-AGENCIA
052500         ADD 1 TO WS-GRUPO-FORA
052600         ADD 1 TO WS-QTDE-FORA-AGENCIA
052700         STRING "CLIENTE " PIW-CHAVE-1
052800             " AG " PIW-AGENCIA-CLI
052900             " OPERADOR " PIW-CHAVE-2(1:8)
053000             " AG " PIW-AGENCIA-OPER
053100             " VISTAS " WS-VISTAS-EDITADO
053200             " ULTIMA " PIW-ULTIMA-DATA
053300             " *** FORA DA AGENCIA ***"
053400             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
053500         END-STRING
053600     ELSE
053700         STRING "CLIENTE " PIW-CHAVE-1
053800             " AG " PIW-AGENCIA-CLI
053900             " OPERADOR " PIW-CHAVE-2(1:8)
054000             " AG " PIW-AGENCIA-OPER
054100             " VISTAS " WS-VISTAS-EDITADO
054200             " ULTIMA " PIW-ULTIMA-DATA
054300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
054400         END-STRING
054500     END-IF.
054600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
054700     PERFORM 5100-LER-ACUMULO THRU 5100-LER-ACUMULO-EXIT.
054800 3100-TRATAR-CLIENTE-EXIT.
054900     EXIT.
055000*
055100***************************************************************
055200*    3200-FECHAR-CLIENTE - TOTAL DO CLIENTE                    *
055300***************************************************************
055400 3200-FECHAR-CLIENTE.
055500     MOVE WS-GRUPO-VISTAS TO WS-VISTAS-EDITADO.
055600     MOVE WS-GRUPO-ITENS TO WS-ITENS-EDITADO.
055700     MOVE WS-GRUPO-FORA TO WS-FORA-EDITADO.
055800     MOVE SPACES TO RPT-LINHA-ENTRADA.
055900     STRING "  TOTAL CLIENTE " WS-QUEBRA-CHAVE
056000         " VISTAS " WS-VISTAS-EDITADO
056100         " OPERADORES " WS-ITENS-EDITADO
056200         " FORA DA AGENCIA " WS-FORA-EDITADO
056300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
056400     END-STRING.
056500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
056600 3200-FECHAR-CLIENTE-EXIT.
056700     EXIT.
056800*
056900***************************************************************
057000*    4000-IMPRIMIR-OPERADORES - SECAO POR OPERADOR: OS CLIENTES *
057100*    VISTOS FORA DA AGENCIA E, NA QUEBRA, O RESUMO DO OPERADOR  *
057200*    COM O DESTAQUE DE QUEM PASSOU DO LIMITE DE CLIENTES        *
057300***************************************************************
057400 4000-IMPRIMIR-OPERADORES.
057500     MOVE SPACES TO RPT-LINHA-ENTRADA.
057600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
057700     MOVE WS-LIMITE-CLIENTES TO WS-ITENS-EDITADO.
057800     MOVE SPACES TO RPT-LINHA-ENTRADA.
057900     STRING "===== VISUALIZACOES POR OPERADOR (LIMITE "
058000         WS-ITENS-EDITADO " CLIENTES) ====="
058100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
058200     END-STRING.
058300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
058400     MOVE SPACES TO WS-QUEBRA-CHAVE.
058500     MOVE "N" TO WS-PIW-EOF-SWITCH.
058600     MOVE "O" TO PIW-TIPO.
058700     MOVE LOW-VALUES TO PIW-CHAVE-1 PIW-CHAVE-2.
058800     PERFORM 5000-POSICIONAR THRU 5000-POSICIONAR-EXIT.
058900     PERFORM 4100-TRATAR-OPERADOR THRU 4100-TRATAR-OPERADOR-EXIT
059000         UNTIL FIM-DO-ACUMULO.
059100     IF WS-QUEBRA-CHAVE NOT = SPACES
059200         PERFORM 4200-FECHAR-OPERADOR
059300             THRU 4200-FECHAR-OPERADOR-EXIT
059400     END-IF.
059500 4000-IMPRIMIR-OPERADORES-EXIT.
059600     EXIT.
059700*
059800***************************************************************
059900*    4100-TRATAR-OPERADOR                                      *
060000***************************************************************
060100 4100-TRATAR-OPERADOR.
060200     IF NOT PIW-POR-OPERADOR
060300         MOVE "Y" TO WS-PIW-EOF-SWITCH
060400         GO TO 4100-TRATAR-OPERADOR-EXIT
060500     END-IF.
060600     IF PIW-CHAVE-1 NOT = WS-QUEBRA-CHAVE
060700         IF WS-QUEBRA-CHAVE NOT = SPACES
060800             PERFORM 4200-FECHAR-OPERADOR
060900                 THRU 4200-FECHAR-OPERADOR-EXIT
061000         END-IF
061100         MOVE PIW-CHAVE-1 TO WS-QUEBRA-CHAVE
061200         MOVE PIW-AGENCIA-OPER TO WS-QUEBRA-AGENCIA
061300         MOVE ZERO TO WS-GRUPO-VISTAS WS-GRUPO-ITENS
061400             WS-GRUPO-FORA
061500         ADD 1 TO WS-QTDE-OPER-VISTOS
061600     END-IF.
061700     ADD PIW-QTDE-VISTAS TO WS-GRUPO-VISTAS.
061800     ADD 1 TO WS-GRUPO-ITENS.
061900     IF PIW-FORA-DA-AGENCIA
062000         ADD 1 TO WS-GRUPO-FORA
062100         MOVE PIW-QTDE-VISTAS TO WS-VISTAS-EDITADO
062200         MOVE SPACES TO RPT-LINHA-ENTRADA
062300         STRING "OPERADOR " PIW-CHAVE-1(1:8)
062400             " AG " PIW-AGENCIA-OPER
062500             " CLIENTE " PIW-CHAVE-2
062600             " AG " PIW-AGENCIA-CLI
062700             " VISTAS " WS-VISTAS-EDITADO
062800             " *** FORA DA AGENCIA ***"
062900             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
063000         END-STRING
063100         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
063200     END-IF.
063300     PERFORM 5100-LER-ACUMULO THRU 5100-LER-ACUMULO-EXIT.
063400 4100-TRATAR-OPERADOR-EXIT.
063500     EXIT.
063600*
063700***************************************************************
063800*    4200-FECHAR-OPERADOR - RESUMO DO OPERADOR                 *
063900***************************************************************
064000 4200-FECHAR-OPERADOR.
064100     MOVE WS-GRUPO-VISTAS TO WS-VISTAS-EDITADO.
064200     MOVE WS-GRUPO-ITENS TO WS-ITENS-EDITADO.
064300     MOVE WS-GRUPO-FORA TO WS-FORA-EDITADO.
064400     MOVE SPACES TO RPT-LINHA-ENTRADA.
064500     IF WS-GRUPO-ITENS > WS-LIMITE-CLIENTES
064600         ADD 1 TO WS-QTDE-OPER-ACIMA
064700         STRING "OPERADOR " WS-QUEBRA-CHAVE(1:8)
064800             " AG " WS-QUEBRA-AGENCIA
064900             " CLIENTES " WS-ITENS-EDITADO
065000             " VISTAS " WS-VISTAS-EDITADO
065100             " FORA DA AGENCIA " WS-FORA-EDITADO
065200             " *** ACIMA DO LIMITE ***"
065300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
065400         END-STRING
065500     ELSE
065600         STRING "OPERADOR " WS-QUEBRA-CHAVE(1:8)
065700             " AG " WS-QUEBRA-AGENCIA
065800             " CLIENTES " WS-ITENS-EDITADO
065900             " VISTAS " WS-VISTAS-EDITADO
066000             " FORA DA AGENCIA " WS-FORA-EDITADO
066100             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
066200         END-STRING
066300     END-IF.
066400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
066500 4200-FECHAR-OPERADOR-EXIT.
066600     EXIT.
066700*
066800***************************************************************
066900*    5000-POSICIONAR - INICIO DE UMA VISAO DO INDICE (A CHAVE   *
067000*    VEM MONTADA COM O TIPO E LOW-VALUES) E PRIMEIRA LEITURA    *
067100***************************************************************
067200 5000-POSICIONAR.
067300     MOVE "N" TO WS-PIW-EOF-SWITCH.
067400     START ACESSO-WORK-FILE KEY IS NOT LESS THAN PIW-CHAVE
067500         INVALID KEY
067600             MOVE "Y" TO WS-PIW-EOF-SWITCH
067700             GO TO 5000-POSICIONAR-EXIT
067800     END-START.
067900     PERFORM 5100-LER-ACUMULO THRU 5100-LER-ACUMULO-EXIT.
068000 5000-POSICIONAR-EXIT.
068100     EXIT.
068200*
068300***************************************************************
068400*    5100-LER-ACUMULO                                          *
068500***************************************************************
068600 5100-LER-ACUMULO.
068700     READ ACESSO-WORK-FILE NEXT RECORD
068800         AT END
068900             MOVE "Y" TO WS-PIW-EOF-SWITCH
069000     END-READ.
069100 5100-LER-ACUMULO-EXIT.
069200     EXIT.
069300*
069400***************************************************************
069500*    8500-DETALHE - GRAVA A LINHA CORRENTE DO RELATORIO         *
069600***************************************************************
069700 8500-DETALHE.
069800     SET RPT-ACAO-DETALHE TO TRUE.
069900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
070000     PERFORM 8000-GRAVAR-LINHAS-RPT
070100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
070200 8500-DETALHE-EXIT.
070300     EXIT.
070400*
070500***************************************************************
070600*    9000-FINALIZAR                                            *
070700***************************************************************
070800 9000-FINALIZAR.
070900     IF PRINT-FILE-OK
071000         MOVE SPACES TO RPT-LINHA-ENTRADA
071100         STRING "VISTAS=" WS-QTDE-VISTAS
071200             " CLIENTES=" WS-QTDE-CLIENTES
071300             " OPERADORES ACIMA DO LIMITE=" WS-QTDE-OPER-ACIMA
071400             " VISTAS FORA DA AGENCIA=" WS-QTDE-FORA-AGENCIA
071500             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
071600         END-STRING
071700         SET RPT-ACAO-TOTAL TO TRUE
071800         CALL "REPORT-WRITER" USING RPT-PARAMETROS
071900         PERFORM 8000-GRAVAR-LINHAS-RPT
072000             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
072100         CLOSE PRINT-FILE
072200     END-IF.
072300     IF VISLOG-FILE-OK OR WS-VISLOG-FILE-STATUS = "10"
072400         CLOSE VISUALIZ-FILE
072500     END-IF.
072600     IF MESTRE-ABERTO
072700         CLOSE CUSTOMER-MASTER
072800     END-IF.
072900     IF PIW-ABERTO
073000         CLOSE ACESSO-WORK-FILE
073100     END-IF.
073200     DISPLAY "====== ACESSO A DADOS PESSOAIS ======".
073300     DISPLAY "VISUALIZACOES NA JANELA ....: " WS-QTDE-VISTAS.
073400     DISPLAY "PARES CLIENTE/OPERADOR .....: " WS-QTDE-PARES.
073500     DISPLAY "CLIENTES VISTOS ............: " WS-QTDE-CLIENTES.
073600     DISPLAY "OPERADORES .................: " WS-QTDE-OPER-VISTOS.
073700     DISPLAY "OPERADORES ACIMA DO LIMITE .: " WS-QTDE-OPER-ACIMA.
073800     DISPLAY "PARES FORA DA AGENCIA ......: "
073900         WS-QTDE-FORA-AGENCIA.
074000 9000-FINALIZAR-EXIT.
074100     EXIT.
074200*
074300***************************************************************
074400*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
074500*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
074600***************************************************************
074700 8000-GRAVAR-LINHAS-RPT.
074800     IF NOT PRINT-FILE-OK
074900         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
075000     END-IF.
075100     PERFORM 8100-GRAVAR-UMA-LINHA
075200         THRU 8100-GRAVAR-UMA-LINHA-EXIT
075300         VARYING WS-RPT-SUB FROM 1 BY 1
075400         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
075500 8000-GRAVAR-LINHAS-RPT-EXIT.
075600     EXIT.
075700*
075800***************************************************************
075900*    8100-GRAVAR-UMA-LINHA                                     *
076000***************************************************************
076100 8100-GRAVAR-UMA-LINHA.
076200     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
076300     WRITE PRINT-LINE.
076400 8100-GRAVAR-UMA-LINHA-EXIT.
076500     EXIT.
