000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONSENTIMENTO-MANTER.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     MANUTENCAO DOS CONSENTIMENTOS DE
001200*                       COMPARTILHAMENTO OPEN FINANCE (ARQUIVO
001300*                       CONSENT, VER COPYBOOKS/CSNREG.CPY). CADA
001400*                       CARTAO DO CSNCARD E UMA ACAO: "C" CONCEDE
001500*                       (CLIENTE, ISPB E NOME DA INSTITUICAO
001600*                       RECEPTORA, ESCOPO E DATA DE EXPIRACAO -
001700*                       ZERO = UM ANO A PARTIR DA RODADA) E "R"
001800*                       REVOGA O CONSENTIMENTO ATIVO. A CONCESSAO
001900*                       EXIGE CLIENTE ATIVO NO MESTRE COM
002000*                       CUST-CONSENTE-COMP = "S", ESCOPO COM AO
002100*                       MENOS UM GRUPO E EXPIRACAO FUTURA; NOVA
002200*                       CONCESSAO PARA A MESMA RECEPTORA SUBSTITUI
002300*                       A ANTERIOR. CONCESSAO E REVOGACAO GERAM
002400*                       EVENTO DE AUDITORIA. O OPERADOR DO PASSO
002500*                       PRECISA DA FUNCAO "OPENFIN" NA MATRIZ. O
002600*                       RELATORIO CSNPRT LISTA O QUE FOI FEITO E O
002700*                       QUE FOI RECUSADO (RC 4).
002800***************************************************************
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CARD-FILE ASSIGN TO "CSNCARD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CARD-FILE-STATUS.
003600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CUST-ID
004000         ALTERNATE RECORD KEY IS CUST-NOME
004100             WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004300         FILE STATUS IS WS-MASTER-FILE-STATUS.
004400     SELECT CONSENTE-FILE ASSIGN TO "CONSENT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CSN-CHAVE
004800         ALTERNATE RECORD KEY IS CSN-INSTITUICAO
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-CONSENTE-FILE-STATUS.
005100     SELECT PRINT-FILE ASSIGN TO "CSNPRT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PRINT-FILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800 FD  CARD-FILE
005900     RECORDING MODE IS F.
006000*    CARTAO DE MANUTENCAO - UMA ACAO POR LINHA
006100 01  CARD-RECORD.
006200     05  CSC-ACAO            PIC X(01).
006300         88  CSC-CONCEDER        VALUE "C".
006400         88  CSC-REVOGAR         VALUE "R".
006500     05  FILLER              PIC X(01).
006600     05  CSC-CUST-ID         PIC X(10).
006700     05  FILLER              PIC X(01).
006800     05  CSC-INSTITUICAO     PIC X(08).
006900     05  FILLER              PIC X(01).
007000     05  CSC-NOME-INST       PIC X(30).
007100     05  FILLER              PIC X(01).
007200     05  CSC-ESCOPO.
007300         10  CSC-ESC-CADASTRO    PIC X(01).
007400         10  CSC-ESC-ENDERECO    PIC X(01).
007500         10  CSC-ESC-CONTAS      PIC X(01).
007600         10  CSC-ESC-TRANSACOES  PIC X(01).
007700     05  FILLER              PIC X(01).
007800     05  CSC-DATA-EXPIRA     PIC 9(08).
007900     05  FILLER              PIC X(01).
008000     05  CSC-OPERADOR        PIC X(08).
008100*
008200 FD  CUSTOMER-MASTER.
008300*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008400 COPY "CUSTREC.cpy".
008500*
008600 FD  CONSENTE-FILE.
008700*    CONSENTIMENTOS OPEN FINANCE (VER COPYBOOKS/CSNREG.CPY)
008800 COPY "CSNREG.cpy".
008900*
009000 FD  PRINT-FILE
009100     RECORDING MODE IS F.
009200 01  PRINT-LINE              PIC X(132).
009300*
009400 WORKING-STORAGE SECTION.
009500*
009600 77  WS-CARD-FILE-STATUS     PIC X(02) VALUE ZEROS.
009700     88  CARD-FILE-OK        VALUE "00".
009800 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
009900     88  MASTER-OK           VALUE "00".
010000 77  WS-CONSENTE-FILE-STATUS PIC X(02) VALUE ZEROS.
010100     88  CONSENTE-OK         VALUE "00".
010200     88  CONSENTE-NAO-ACHADO VALUE "23", "35".
010300 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
010400     88  PRINT-FILE-OK       VALUE "00".
010500*
010600 77  WS-CARD-EOF-SWITCH      PIC X(01) VALUE "N".
010700     88  FIM-DOS-CARTOES     VALUE "Y".
010800 77  WS-REGISTRO-NOVO-SW     PIC X(01) VALUE "N".
010900     88  REGISTRO-NOVO       VALUE "Y".
011000 77  WS-MOTIVO-RECUSA        PIC X(40) VALUE SPACES.
011100 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
011200*
011300***************************************************************
011400*    EXPIRACAO PADRAO - UM ANO A PARTIR DA RODADA (29/02 VIRA
011500*    28/02)
011600***************************************************************
011700 01  WS-DATA-EXPIRA          PIC 9(08) VALUE ZERO.
011800 01  WS-DATA-EXPIRA-R REDEFINES WS-DATA-EXPIRA.
011900     05  WS-EXP-ANO          PIC 9(04).
012000     05  WS-EXP-MES          PIC 9(02).
012100     05  WS-EXP-DIA          PIC 9(02).
012200*
012300***************************************************************
012400*    TOTAIS DE CONTROLE
012500***************************************************************
012600 77  WS-QTDE-CARTOES         PIC 9(07) COMP VALUE ZERO.
012700 77  WS-QTDE-CONCEDIDOS      PIC 9(07) COMP VALUE ZERO.
012800 77  WS-QTDE-REVOGADOS       PIC 9(07) COMP VALUE ZERO.
012900 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
013000 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
013100 77  WS-QTDE-DISP-2          PIC 9(07) VALUE ZEROS.
013200 77  WS-QTDE-DISP-3          PIC 9(07) VALUE ZEROS.
013300*
013400***************************************************************
013500*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
013600*    COPYBOOKS/RPTWRT.CPY)
013700***************************************************************
013800 COPY "RPTWRT.cpy".
013900 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
014000*
014100***************************************************************
014200*    PARAMETROS DAS ROTINAS COMPARTILHADAS DE SEGURANCA E
014300*    AUDITORIA
014400***************************************************************
014500 COPY "SECHDL.cpy".
014600 COPY "AUDHDL.cpy".
014700*
014800***************************************************************
014900*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
015000*    RUNDATE.CPY)
015100***************************************************************
015200 COPY "RUNDATE.cpy".
015300*
015400***************************************************************
015500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
015600***************************************************************
015700 COPY "ERRHDL.cpy".
015800*
015900 PROCEDURE DIVISION.
016000*
016100***************************************************************
016200*    0000-MAINLINE                                             *
016300***************************************************************
016400 0000-MAINLINE.
016500     MOVE ZERO TO RETURN-CODE.
016600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
016700     ACCEPT RUN-HORA FROM TIME.
016800     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
016900     PERFORM 0500-VERIFICAR-PERMISSAO
017000         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
017100     IF RETURN-CODE NOT = ZERO
017200         GO TO 0000-MAINLINE-FIM
017300     END-IF.
017400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
017500     IF RETURN-CODE NOT = ZERO
017600         GO TO 0000-MAINLINE-FIM
017700     END-IF.
017800     PERFORM 2000-TRATAR-CARTAO
017900         THRU 2000-TRATAR-CARTAO-EXIT
018000         UNTIL FIM-DOS-CARTOES.
018100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
018200 0000-MAINLINE-FIM.
018300     STOP RUN.
018400*
018500***************************************************************
018600*    0500-VERIFICAR-PERMISSAO - FUNCAO "OPENFIN" NA MATRIZ;     *
018700*    NEGADO TAMBEM E AUDITADO                                   *
018800***************************************************************
018900 0500-VERIFICAR-PERMISSAO.
019000     SET SEC-ACAO-FUNCAO TO TRUE.
019100     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
019200     MOVE "OPENFIN " TO SEC-FUNCAO.
019300     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
019400     IF SEC-RC NOT = ZERO
019500         DISPLAY "ACESSO NEGADO AOS CONSENTIMENTOS OPEN FINANCE: "
019600             SEC-MOTIVO
019700         MOVE "CSNMANT " TO AUD-PROGRAMA
019800         MOVE 0 TO AUD-OPCODE
019900         MOVE "NEGADO" TO AUD-EVENTO
020000         MOVE SPACES TO AUD-CHAVE
020100         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
020200         MOVE 16 TO RETURN-CODE
020300     END-IF.
020400 0500-VERIFICAR-PERMISSAO-EXIT.
020500     EXIT.
020600*
020700***************************************************************
020800*    1000-INICIALIZAR - ABRE OS ARQUIVOS (CONSENT E CRIADO NA   *
020900*    PRIMEIRA EXECUCAO) E INICIA O RELATORIO                    *
021000***************************************************************
021100 1000-INICIALIZAR.
021200     MOVE "CSNMANT " TO ERR-PROGRAMA.
021300     SET ERR-TIPO-ARQUIVO TO TRUE.
021400     OPEN INPUT CARD-FILE.
021500     IF NOT CARD-FILE-OK
021600         MOVE "ABERTURA DO ARQUIVO CSNCARD" TO ERR-CONTEXTO
021700         MOVE WS-CARD-FILE-STATUS TO ERR-FILE-STATUS
021800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 1000-INICIALIZAR-EXIT
022100     END-IF.
022200     OPEN INPUT CUSTOMER-MASTER.
022300     IF NOT MASTER-OK
022400         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
022500         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
022600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
022700         CLOSE CARD-FILE
022800         MOVE 16 TO RETURN-CODE
022900         GO TO 1000-INICIALIZAR-EXIT
023000     END-IF.
023100     OPEN I-O CONSENTE-FILE.
023200     IF CONSENTE-NAO-ACHADO
023300         OPEN OUTPUT CONSENTE-FILE
023400         CLOSE CONSENTE-FILE
023500         OPEN I-O CONSENTE-FILE
023600     END-IF.
023700     IF NOT CONSENTE-OK
023800         MOVE "ABERTURA DO ARQUIVO CONSENT" TO ERR-CONTEXTO
023900         MOVE WS-CONSENTE-FILE-STATUS TO ERR-FILE-STATUS
024000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024100         CLOSE CARD-FILE
024200         CLOSE CUSTOMER-MASTER
024300         MOVE 16 TO RETURN-CODE
024400         GO TO 1000-INICIALIZAR-EXIT
024500     END-IF.
024600     OPEN OUTPUT PRINT-FILE.
024700     MOVE "CONSENTIMENTOS OPEN FINANCE" TO RPT-TITULO.
024800     MOVE ZERO TO RPT-LINHAS-POR-PAG.
024900     SET RPT-ACAO-INICIAR TO TRUE.
025000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
025100     PERFORM 8000-GRAVAR-LINHAS-RPT
025200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
025300*    EXPIRACAO PADRAO DA CONCESSAO SEM DATA NO CARTAO
025400     MOVE RUN-DATA TO WS-DATA-EXPIRA.
025500     ADD 1 TO WS-EXP-ANO.
025600     IF WS-EXP-MES = 02 AND WS-EXP-DIA = 29
025700         MOVE 28 TO WS-EXP-DIA
025800     END-IF.
025900     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
026000 1000-INICIALIZAR-EXIT.
026100     EXIT.
026200*
026300***************************************************************
026400*    1100-LER-CARTAO                                           *
026500***************************************************************
026600 1100-LER-CARTAO.
026700     READ CARD-FILE
026800         AT END
026900             MOVE "Y" TO WS-CARD-EOF-SWITCH
027000     END-READ.
027100 1100-LER-CARTAO-EXIT.
027200     EXIT.
027300*
027400***************************************************************
027500*    2000-TRATAR-CARTAO - VALIDA O CLIENTE E DESPACHA A ACAO;   *
027600*    CARTAO RECUSADO SAI NO RELATORIO COM O MOTIVO              *
027700***************************************************************
027800 2000-TRATAR-CARTAO.
027900     ADD 1 TO WS-QTDE-CARTOES.
028000     MOVE SPACES TO WS-MOTIVO-RECUSA.
028100     IF CSC-INSTITUICAO = SPACES
028200         MOVE "INSTITUICAO RECEPTORA AUSENTE" TO WS-MOTIVO-RECUSA
028300         GO TO 2000-TRATAR-CARTAO-RECUSA
028400     END-IF.
028500     MOVE CSC-CUST-ID TO CUST-ID.
028600     READ CUSTOMER-MASTER
028700         KEY IS CUST-ID
028800         INVALID KEY
028900             CONTINUE
029000     END-READ.
029100     IF NOT MASTER-OK
029200         MOVE "CLIENTE INEXISTENTE NO CUSTMAST"
029300             TO WS-MOTIVO-RECUSA
029400         GO TO 2000-TRATAR-CARTAO-RECUSA
029500     END-IF.
029600     MOVE "N" TO WS-REGISTRO-NOVO-SW.
029700     MOVE CSC-CUST-ID TO CSN-CUST-ID.
029800     MOVE CSC-INSTITUICAO TO CSN-INSTITUICAO.
029900     READ CONSENTE-FILE
030000         INVALID KEY
030100             MOVE "Y" TO WS-REGISTRO-NOVO-SW
030200     END-READ.
030300     EVALUATE TRUE
030400         WHEN CSC-CONCEDER
030500             PERFORM 2100-CONCEDER THRU 2100-CONCEDER-EXIT
030600         WHEN CSC-REVOGAR
030700             PERFORM 2500-REVOGAR THRU 2500-REVOGAR-EXIT
030800         WHEN OTHER
030900             MOVE "ACAO INVALIDA (USE C OU R)" TO WS-MOTIVO-RECUSA
031000     END-EVALUATE.
031100     IF WS-MOTIVO-RECUSA = SPACES
031200         GO TO 2000-TRATAR-CARTAO-LER
031300     END-IF.
031400 2000-TRATAR-CARTAO-RECUSA.
031500     ADD 1 TO WS-QTDE-RECUSADOS.
031600     MOVE SPACES TO RPT-LINHA-ENTRADA.
031700     STRING "RECUSADO " CSC-ACAO " " CSC-CUST-ID " "
031800         CSC-INSTITUICAO " - " WS-MOTIVO-RECUSA
031900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
032000     END-STRING.
032100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
032200 2000-TRATAR-CARTAO-LER.
032300     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
032400 2000-TRATAR-CARTAO-EXIT.
032500     EXIT.
032600*
032700***************************************************************
032800*    2100-CONCEDER - CONFERE O CARTAO E GRAVA (OU SUBSTITUI) O  *
032900*    CONSENTIMENTO ATIVO PARA A RECEPTORA                       *
033000***************************************************************
033100 2100-CONCEDER.
033200     IF CUST-CANCELADO
033300         MOVE "CLIENTE CANCELADO NO MESTRE" TO WS-MOTIVO-RECUSA
033400         GO TO 2100-CONCEDER-EXIT
033500     END-IF.
033600     IF NOT CONSENTE-COMPARTILHA
033700         MOVE "MESTRE SEM CONSENTIMENTO DE COMPARTILHAR"
033800             TO WS-MOTIVO-RECUSA
033900         GO TO 2100-CONCEDER-EXIT
034000     END-IF.
034100     IF CSC-ESC-CADASTRO NOT = "S" AND CSC-ESC-ENDERECO NOT = "S"
034200         AND CSC-ESC-CONTAS NOT = "S"
034300         AND CSC-ESC-TRANSACOES NOT = "S"
034400         MOVE "ESCOPO VAZIO" TO WS-MOTIVO-RECUSA
034500         GO TO 2100-CONCEDER-EXIT
034600     END-IF.
034700     IF CSC-DATA-EXPIRA NOT NUMERIC
034800         MOVE "DATA DE EXPIRACAO INVALIDA" TO WS-MOTIVO-RECUSA
034900         GO TO 2100-CONCEDER-EXIT
035000     END-IF.
035100     IF CSC-DATA-EXPIRA NOT = ZERO
035200         AND CSC-DATA-EXPIRA NOT > RUN-DATA
035300         MOVE "EXPIRACAO NAO E FUTURA" TO WS-MOTIVO-RECUSA
035400         GO TO 2100-CONCEDER-EXIT
035500     END-IF.
035600     IF REGISTRO-NOVO
035700         MOVE SPACES TO CSN-CONSENTE-RECORD
035800         MOVE CSC-CUST-ID TO CSN-CUST-ID
035900         MOVE CSC-INSTITUICAO TO CSN-INSTITUICAO
036000         MOVE ZERO TO CSN-DATA-ULT-ENVIO
036100         MOVE ZERO TO CSN-QTDE-ENVIOS
036200     END-IF.
036300     MOVE CSC-NOME-INST TO CSN-NOME-INST.
036400     MOVE "N" TO CSN-ESC-CADASTRO.
036500     MOVE "N" TO CSN-ESC-ENDERECO.
036600     MOVE "N" TO CSN-ESC-CONTAS.
036700     MOVE "N" TO CSN-ESC-TRANSACOES.
036800     IF CSC-ESC-CADASTRO = "S"
036900         SET CSN-COMPARTILHA-CADASTRO TO TRUE
037000     END-IF.
037100     IF CSC-ESC-ENDERECO = "S"
037200         SET CSN-COMPARTILHA-ENDERECO TO TRUE
037300     END-IF.
037400     IF CSC-ESC-CONTAS = "S"
037500         SET CSN-COMPARTILHA-CONTAS TO TRUE
037600     END-IF.
037700     IF CSC-ESC-TRANSACOES = "S"
037800         SET CSN-COMPARTILHA-TRANSACOES TO TRUE
037900     END-IF.
038000     SET CSN-ATIVO TO TRUE.
038100     MOVE RUN-DATA TO CSN-DATA-CONCESSAO.
038200     IF CSC-DATA-EXPIRA = ZERO
038300         MOVE WS-DATA-EXPIRA TO CSN-DATA-EXPIRA
038400     ELSE
038500         MOVE CSC-DATA-EXPIRA TO CSN-DATA-EXPIRA
038600     END-IF.
038700     MOVE ZERO TO CSN-DATA-REVOGA.
038800     MOVE CSC-OPERADOR TO CSN-OPERADOR.
038900     IF REGISTRO-NOVO
039000         WRITE CSN-CONSENTE-RECORD
039100     ELSE
039200         REWRITE CSN-CONSENTE-RECORD
039300     END-IF.
039400     IF NOT CONSENTE-OK
039500         MOVE "GRAVACAO NO ARQUIVO CONSENT" TO ERR-CONTEXTO
039600         MOVE WS-CONSENTE-FILE-STATUS TO ERR-FILE-STATUS
039700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
039800         MOVE "FALHA NA GRAVACAO DO CONSENTIMENTO"
039900             TO WS-MOTIVO-RECUSA
040000         GO TO 2100-CONCEDER-EXIT
040100     END-IF.
040200     ADD 1 TO WS-QTDE-CONCEDIDOS.
040300     MOVE "CSNMANT " TO AUD-PROGRAMA.
040400     MOVE 9 TO AUD-OPCODE.
040500     MOVE "OF CONCEDE" TO AUD-EVENTO.
040600     MOVE CSN-CUST-ID TO AUD-CHAVE.
040700     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
040800     MOVE SPACES TO RPT-LINHA-ENTRADA.
040900     STRING "CONCEDIDO " CSN-CUST-ID " " CUST-NOME
041000         " PARA " CSN-INSTITUICAO " " CSN-NOME-INST
041100         " ESCOPO " CSN-ESCOPO " ATE " CSN-DATA-EXPIRA
041200         " OPER " CSN-OPERADOR
041300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
041400     END-STRING.
041500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
041600 2100-CONCEDER-EXIT.
041700     EXIT.
041800*
041900***************************************************************
042000*    2500-REVOGAR - O CONSENTIMENTO ATIVO PASSA A REVOGADO E    *
042100*    PARA DE SER COMPARTILHADO NA PROXIMA EXPORTACAO            *
042200***************************************************************
042300 2500-REVOGAR.
042400     IF REGISTRO-NOVO OR NOT CSN-ATIVO
042500         MOVE "SEM CONSENTIMENTO ATIVO PARA A RECEPTORA"
042600             TO WS-MOTIVO-RECUSA
042700         GO TO 2500-REVOGAR-EXIT
042800     END-IF.
042900     SET CSN-REVOGADO TO TRUE.
043000     MOVE RUN-DATA TO CSN-DATA-REVOGA.
043100     MOVE CSC-OPERADOR TO CSN-OPERADOR.
043200     REWRITE CSN-CONSENTE-RECORD.
043300     IF NOT CONSENTE-OK
043400         MOVE "GRAVACAO NO ARQUIVO CONSENT" TO ERR-CONTEXTO
043500         MOVE WS-CONSENTE-FILE-STATUS TO ERR-FILE-STATUS
043600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
043700         MOVE "FALHA NA GRAVACAO DO CONSENTIMENTO"
043800             TO WS-MOTIVO-RECUSA
043900         GO TO 2500-REVOGAR-EXIT
044000     END-IF.
044100     ADD 1 TO WS-QTDE-REVOGADOS.
044200     MOVE "CSNMANT " TO AUD-PROGRAMA.
044300     MOVE 9 TO AUD-OPCODE.
044400     MOVE "OF REVOGA" TO AUD-EVENTO.
044500     MOVE CSN-CUST-ID TO AUD-CHAVE.
044600     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
044700     MOVE SPACES TO RPT-LINHA-ENTRADA.
044800     STRING "REVOGADO  " CSN-CUST-ID " " CUST-NOME
044900         " PARA " CSN-INSTITUICAO " " CSN-NOME-INST
045000         " OPER " CSN-OPERADOR
045100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
045200     END-STRING.
045300     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
045400 2500-REVOGAR-EXIT.
045500     EXIT.
045600*
045700***************************************************************
045800*    9000-FINALIZAR - TOTAIS E FECHAMENTO                       *
045900***************************************************************
046000 9000-FINALIZAR.
046100     MOVE WS-QTDE-CONCEDIDOS TO WS-QTDE-DISP.
046200     MOVE WS-QTDE-REVOGADOS TO WS-QTDE-DISP-2.
046300     MOVE WS-QTDE-RECUSADOS TO WS-QTDE-DISP-3.
046400     MOVE SPACES TO RPT-LINHA-ENTRADA.
046500     STRING "CONCEDIDOS " WS-QTDE-DISP
046600         " REVOGADOS " WS-QTDE-DISP-2
046700         " RECUSADOS " WS-QTDE-DISP-3
046800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
046900     END-STRING.
047000     SET RPT-ACAO-TOTAL TO TRUE.
047100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
047200     PERFORM 8000-GRAVAR-LINHAS-RPT
047300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
047400     IF PRINT-FILE-OK
047500         CLOSE PRINT-FILE
047600     END-IF.
047700     CLOSE CARD-FILE.
047800     CLOSE CUSTOMER-MASTER.
047900     CLOSE CONSENTE-FILE.
048000     DISPLAY "====== CONSENTIMENTOS OPEN FINANCE ======".
048100     DISPLAY "CARTOES LIDOS ......: " WS-QTDE-CARTOES.
048200     DISPLAY "CONCEDIDOS .........: " WS-QTDE-CONCEDIDOS.
048300     DISPLAY "REVOGADOS ..........: " WS-QTDE-REVOGADOS.
048400     DISPLAY "CARTOES RECUSADOS ..: " WS-QTDE-RECUSADOS.
048500     IF WS-QTDE-RECUSADOS > ZERO
048600         MOVE 4 TO RETURN-CODE
048700     END-IF.
048800 9000-FINALIZAR-EXIT.
048900     EXIT.
049000*
049100***************************************************************
049200*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
049300***************************************************************
049400 8500-DETALHE.
049500     SET RPT-ACAO-DETALHE TO TRUE.
049600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
049700     PERFORM 8000-GRAVAR-LINHAS-RPT
049800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
049900 8500-DETALHE-EXIT.
050000     EXIT.
050100*
050200***************************************************************
050300*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
050400*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
050500***************************************************************
050600 8000-GRAVAR-LINHAS-RPT.
050700     IF NOT PRINT-FILE-OK
050800         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
050900     END-IF.
051000     PERFORM 8100-GRAVAR-UMA-LINHA
051100         THRU 8100-GRAVAR-UMA-LINHA-EXIT
051200         VARYING WS-RPT-SUB FROM 1 BY 1
051300         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
051400 8000-GRAVAR-LINHAS-RPT-EXIT.
051500     EXIT.
051600*
051700***************************************************************
051800*    8100-GRAVAR-UMA-LINHA                                     *
051900***************************************************************
052000 8100-GRAVAR-UMA-LINHA.
052100     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
052200     WRITE PRINT-LINE.
052300 8100-GRAVAR-UMA-LINHA-EXIT.
052400     EXIT.
