000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACORDO-MANTER.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     MANUTENCAO DOS ACORDOS DE PARCELAMENTO.
001200*                       A RENEGOCIACAO DE SALDO VENCIDO EM N
001300*                       PARCELAS MENSAIS VIVIA NO PAPEL DA
001400*                       COBRANCA. CADA CARTAO DO ACDCARD E UMA
001500*                       ACAO: "I" INCLUI O ACORDO (CLIENTE, NUMERO
001600*                       DE PARCELAS, PRIMEIRO VENCIMENTO, VALOR DA
001700*                       DIVIDA - ZERO = SALDO DEVEDOR CORRENTE DO
001800*                       CUSTMAST - E OPERADOR), GRAVANDO O ACORDO
001900*                       NO ARQUIVO ACORDO (VER ACORDREG.CPY) E AS
002000*                       PARCELAS IGUAIS (O RESTO DOS CENTAVOS NA
002100*                       ULTIMA) NO ACDPARC (VER PARCREG.CPY), COM
002200*                       VENCIMENTOS MENSAIS NO MESMO DIA DO
002300*                       PRIMEIRO (ULTIMO DIA DO MES QUANDO O DIA
002400*                       NAO EXISTE) ROLADOS PARA O PROXIMO DIA
002500*                       UTIL; "C" CANCELA O ACORDO ATIVO - AS
002600*                       PARCELAS EM ABERTO FICAM "C" E CADA TITULO
002700*                       JA EMITIDO GANHA INSTRUCAO DE BAIXA ("02")
002800*                       NO REMINST. O RELATORIO ACDPRT LISTA O QUE
002900*                       FOI FEITO E O QUE FOI RECUSADO.
002900*    2026-10-15 OPR     A INSTRUCAO DE BAIXA LEVA O BANCO COBRADOR
002900*                       DO TITULO (ACP-BANCO, GRAVADO PELO
002900*                       REMESSA-GERAR), QUE AGORA ABRE A CHAVE DO
002900*                       TITREG; PARCELA EMITIDA ANTES DO
002900*                       ROTEAMENTO POR BANCO E DO BANCO 001.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CARD-FILE ASSIGN TO "ACDCARD"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CARD-FILE-STATUS.
003800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CUST-ID
004200         ALTERNATE RECORD KEY IS CUST-NOME
004300             WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004500         FILE STATUS IS WS-MASTER-FILE-STATUS.
004600     SELECT ACORDO-FILE ASSIGN TO "ACORDO"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ACD-CUST-ID
005000         FILE STATUS IS WS-ACORDO-FILE-STATUS.
005100     SELECT PARCELA-FILE ASSIGN TO "ACDPARC"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ACP-CHAVE
005500         FILE STATUS IS WS-PARCELA-FILE-STATUS.
005600     SELECT TITULO-FILE ASSIGN TO "TITREG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS TIT-CHAVE
006000         ALTERNATE RECORD KEY IS TIT-CUST-ID
006100             WITH DUPLICATES
006200         FILE STATUS IS WS-TITULO-FILE-STATUS.
006300     SELECT INSTRUCAO-FILE ASSIGN TO "REMINST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-INSTR-FILE-STATUS.
006600     SELECT PRINT-FILE ASSIGN TO "ACDPRT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PRINT-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300 FD  CARD-FILE
007400     RECORDING MODE IS F.
007500*    CARTAO DE MANUTENCAO - UMA ACAO POR LINHA
007600 01  CARD-RECORD.
007700     05  ACC-ACAO            PIC X(01).
007800         88  ACC-INCLUIR         VALUE "I".
007900         88  ACC-CANCELAR        VALUE "C".
008000     05  FILLER              PIC X(01).
008100     05  ACC-CUST-ID         PIC X(10).
008200     05  FILLER              PIC X(01).
008300     05  ACC-QTDE-PARCELAS   PIC 9(03).
008400     05  FILLER              PIC X(01).
008500     05  ACC-DATA-PRIMEIRA   PIC 9(08).
008600     05  FILLER              PIC X(01).
008700     05  ACC-VALOR-DIVIDA    PIC 9(09)V99.
008800     05  FILLER              PIC X(01).
008900     05  ACC-OPERADOR        PIC X(08).
009000*
009100 FD  CUSTOMER-MASTER.
009200*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009300 COPY "CUSTREC.cpy".
009400*
009500 FD  ACORDO-FILE.
009600*    ACORDOS DE PARCELAMENTO (VER COPYBOOKS/ACORDREG.CPY)
009700 COPY "ACORDREG.cpy".
009800*
009900 FD  PARCELA-FILE.
010000*    PARCELAS DOS ACORDOS (VER COPYBOOKS/PARCREG.CPY)
010100 COPY "PARCREG.cpy".
010200*
010300 FD  TITULO-FILE.
010400*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
010500*    COPYBOOKS/TITREG.CPY)
010600 COPY "TITREG.cpy".
010700*
010800 FD  INSTRUCAO-FILE
010900     RECORDING MODE IS F.
011000*    MESMO LAYOUT DO CARTAO DE INSTRUCOES LIDO PELO REMESSA-GERAR
011100 01  INSTRUCAO-RECORD.
011200     05  INS-OCORRENCIA      PIC X(02).
011300     05  FILLER              PIC X(01).
011400     05  INS-REMSEQ          PIC 9(05).
011500     05  FILLER              PIC X(01).
011600     05  INS-CUST-ID         PIC X(10).
011700     05  FILLER              PIC X(01).
011800     05  INS-DATA-NOVA       PIC 9(08).
011900     05  FILLER              PIC X(01).
012000     05  INS-VALOR-ABAT      PIC 9(13).
012000     05  FILLER              PIC X(01).
012000     05  INS-BANCO           PIC 9(03).
012100*
012200 FD  PRINT-FILE
012300     RECORDING MODE IS F.
012400 01  PRINT-LINE              PIC X(132).
012500*
012600 WORKING-STORAGE SECTION.
012700*
012800 77  WS-CARD-FILE-STATUS     PIC X(02) VALUE ZEROS.
012900     88  CARD-FILE-OK        VALUE "00".
013000 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
013100     88  MASTER-OK           VALUE "00".
013200 77  WS-ACORDO-FILE-STATUS   PIC X(02) VALUE ZEROS.
013300     88  ACORDO-OK           VALUE "00".
013400     88  ACORDO-NAO-ACHADO   VALUE "23", "35".
013500 77  WS-PARCELA-FILE-STATUS  PIC X(02) VALUE ZEROS.
013600     88  PARCELA-OK          VALUE "00".
013700     88  PARCELA-NAO-ACHADA  VALUE "23", "35".
013800 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
013900     88  TITULO-OK           VALUE "00".
014000 77  WS-INSTR-FILE-STATUS    PIC X(02) VALUE ZEROS.
014100     88  INSTR-FILE-OK       VALUE "00".
014200 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
014300     88  PRINT-FILE-OK       VALUE "00".
014400*
014500 77  WS-CARD-EOF-SWITCH      PIC X(01) VALUE "N".
014600     88  FIM-DOS-CARTOES     VALUE "Y".
014700 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
014800     88  TITREG-DISPONIVEL   VALUE "Y".
014900 77  WS-PARC-FIM-SW          PIC X(01) VALUE "N".
015000     88  FIM-DAS-PARCELAS    VALUE "Y".
015100 77  WS-REGISTRO-NOVO-SW     PIC X(01) VALUE "N".
015200     88  REGISTRO-NOVO       VALUE "Y".
015300 77  WS-MOTIVO-RECUSA        PIC X(40) VALUE SPACES.
015400*
015500***************************************************************
015600*    CALCULO DAS PARCELAS - VALOR IGUAL, RESTO DOS CENTAVOS NA
015700*    ULTIMA; VENCIMENTO MENSAL NO DIA DO PRIMEIRO
015800***************************************************************
015900 77  WS-VALOR-DIVIDA         PIC 9(09)V99 COMP-3 VALUE ZERO.
016000 77  WS-VALOR-PARCELA        PIC 9(07)V99 COMP-3 VALUE ZERO.
016100 77  WS-VALOR-ULTIMA         PIC 9(09)V99 COMP-3 VALUE ZERO.
016200 77  WS-PARC-SUB             PIC 9(03) COMP VALUE ZERO.
016300 77  WS-MESES-SOMA           PIC 9(05) COMP VALUE ZERO.
016400 77  WS-ANOS-SOMA            PIC 9(03) COMP VALUE ZERO.
016500 77  WS-MES-RESTO            PIC 9(02) COMP VALUE ZERO.
016600 01  WS-DATA-CANDIDATA       PIC 9(08) VALUE ZERO.
016700 01  WS-DATA-CANDIDATA-R REDEFINES WS-DATA-CANDIDATA.
016800     05  WS-CAND-ANO         PIC 9(04).
016900     05  WS-CAND-MES         PIC 9(02).
017000     05  WS-CAND-DIA         PIC 9(02).
017100 01  WS-DATA-PRIMEIRA        PIC 9(08) VALUE ZERO.
017200 01  WS-DATA-PRIMEIRA-R REDEFINES WS-DATA-PRIMEIRA.
017300     05  WS-PRIM-ANO         PIC 9(04).
017400     05  WS-PRIM-MES         PIC 9(02).
017500     05  WS-PRIM-DIA         PIC 9(02).
017600*
017700***************************************************************
017800*    TOTAIS DE CONTROLE
017900***************************************************************
018000 77  WS-QTDE-CARTOES         PIC 9(07) COMP VALUE ZERO.
018100 77  WS-QTDE-INCLUIDOS       PIC 9(07) COMP VALUE ZERO.
018200 77  WS-QTDE-CANCELADOS      PIC 9(07) COMP VALUE ZERO.
018300 77  WS-QTDE-RECUSADOS       PIC 9(07) COMP VALUE ZERO.
018400 77  WS-QTDE-PARC-GRAVADAS   PIC 9(07) COMP VALUE ZERO.
018500 77  WS-QTDE-PARC-CANCELADAS PIC 9(07) COMP VALUE ZERO.
018600 77  WS-QTDE-INSTRUCOES      PIC 9(07) COMP VALUE ZERO.
018700*
018800***************************************************************
018900*    CAMPOS EDITADOS DO RELATORIO
019000***************************************************************
019100 77  WS-VALOR-EDITADO        PIC Z(8)9.99.
019200 77  WS-PARCELA-EDITADA      PIC Z(6)9.99.
019300 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
019400 77  WS-QTDE-DISP-2          PIC 9(07) VALUE ZEROS.
019500 77  WS-QTDE-DISP-3          PIC 9(07) VALUE ZEROS.
019600*
019700***************************************************************
019800*    PARAMETROS DA ROTINA DE CALENDARIO DE DIAS UTEIS (VER
019900*    COPYBOOKS/CALHDL.CPY)
020000***************************************************************
020100 COPY "CALHDL.cpy".
020200*
020300***************************************************************
020400*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
020500*    COPYBOOKS/RPTWRT.CPY)
020600***************************************************************
020700 COPY "RPTWRT.cpy".
020800 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
020900*
021000***************************************************************
021100*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
021200***************************************************************
021300 COPY "RUNDATE.cpy".
021400*
021500***************************************************************
021600*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
021700***************************************************************
021800 COPY "ERRHDL.cpy".
021900*
022000 PROCEDURE DIVISION.
022100*
022200***************************************************************
022300*    0000-MAINLINE                                             *
022400***************************************************************
022500 0000-MAINLINE.
022600     MOVE ZERO TO RETURN-CODE.
022700     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
022800     ACCEPT RUN-HORA FROM TIME.
022900     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
023000     IF RETURN-CODE NOT = ZERO
023100         GO TO 0000-MAINLINE-FIM
023200     END-IF.
023300     PERFORM 2000-TRATAR-CARTAO
023400         THRU 2000-TRATAR-CARTAO-EXIT
023500         UNTIL FIM-DOS-CARTOES.
023600     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
023700 0000-MAINLINE-FIM.
023800     STOP RUN.
023900*
024000***************************************************************
024100*    1000-INICIALIZAR - ABRE OS ARQUIVOS (ACORDO E ACDPARC SAO  *
024200*    CRIADOS NA PRIMEIRA EXECUCAO) E INICIA O RELATORIO         *
024300***************************************************************
024400 1000-INICIALIZAR.
024500     OPEN INPUT CARD-FILE.
024600     IF NOT CARD-FILE-OK
024700         MOVE "ACDMANT " TO ERR-PROGRAMA
024800         SET ERR-TIPO-ARQUIVO TO TRUE
024900         MOVE "ABERTURA DO ARQUIVO ACDCARD" TO ERR-CONTEXTO
025000         MOVE WS-CARD-FILE-STATUS TO ERR-FILE-STATUS
025100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025200         MOVE 16 TO RETURN-CODE
025300         GO TO 1000-INICIALIZAR-EXIT
025400     END-IF.
025500     OPEN INPUT CUSTOMER-MASTER.
025600     IF NOT MASTER-OK
025700         MOVE "ACDMANT " TO ERR-PROGRAMA
025800         SET ERR-TIPO-ARQUIVO TO TRUE
025900         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
026000         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
026100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
026200         CLOSE CARD-FILE
026300         MOVE 16 TO RETURN-CODE
026400         GO TO 1000-INICIALIZAR-EXIT
026500     END-IF.
026600     OPEN I-O ACORDO-FILE.
026700     IF ACORDO-NAO-ACHADO
026800         OPEN OUTPUT ACORDO-FILE
026900         CLOSE ACORDO-FILE
027000         OPEN I-O ACORDO-FILE
027100     END-IF.
027200     IF NOT ACORDO-OK
027300         MOVE "ACDMANT " TO ERR-PROGRAMA
027400         SET ERR-TIPO-ARQUIVO TO TRUE
027500         MOVE "ABERTURA DO ARQUIVO ACORDO" TO ERR-CONTEXTO
027600         MOVE WS-ACORDO-FILE-STATUS TO ERR-FILE-STATUS
027700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
027800         CLOSE CARD-FILE
027900         CLOSE CUSTOMER-MASTER
028000         MOVE 16 TO RETURN-CODE
028100         GO TO 1000-INICIALIZAR-EXIT
028200     END-IF.
028300     OPEN I-O PARCELA-FILE.
028400     IF PARCELA-NAO-ACHADA
028500         OPEN OUTPUT PARCELA-FILE
028600         CLOSE PARCELA-FILE
028700         OPEN I-O PARCELA-FILE
028800     END-IF.
028900     IF NOT PARCELA-OK
029000         MOVE "ACDMANT " TO ERR-PROGRAMA
029100         SET ERR-TIPO-ARQUIVO TO TRUE
029200         MOVE "ABERTURA DO ARQUIVO ACDPARC" TO ERR-CONTEXTO
029300         MOVE WS-PARCELA-FILE-STATUS TO ERR-FILE-STATUS
029400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
029500         CLOSE CARD-FILE
029600         CLOSE CUSTOMER-MASTER
029700         CLOSE ACORDO-FILE
029800         MOVE 16 TO RETURN-CODE
029900         GO TO 1000-INICIALIZAR-EXIT
030000     END-IF.
030100     OPEN INPUT TITULO-FILE.
030200     IF TITULO-OK
030300         MOVE "Y" TO WS-TITREG-ABERTO-SW
030400     ELSE
030500         DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
030600             WS-TITULO-FILE-STATUS ") - TITULOS DE ACORDO "
030700             "CANCELADO NAO RECEBEM INSTRUCAO DE BAIXA."
030800     END-IF.
030900     OPEN EXTEND INSTRUCAO-FILE.
031000     IF NOT INSTR-FILE-OK
031100         OPEN OUTPUT INSTRUCAO-FILE
031200     END-IF.
031300     OPEN OUTPUT PRINT-FILE.
031400     MOVE "MANUTENCAO DE ACORDOS DE PARCELAMENTO" TO RPT-TITULO.
031500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
031600     SET RPT-ACAO-INICIAR TO TRUE.
031700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
031800     PERFORM 8000-GRAVAR-LINHAS-RPT
031900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
032000     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
032100 1000-INICIALIZAR-EXIT.
032200     EXIT.
032300*
032400***************************************************************
032500*    1100-LER-CARTAO                                           *
032600***************************************************************
032700 1100-LER-CARTAO.
032800     READ CARD-FILE
032900         AT END
033000             MOVE "Y" TO WS-CARD-EOF-SWITCH
033100     END-READ.
033200 1100-LER-CARTAO-EXIT.
033300     EXIT.
033400*
033500***************************************************************
033600*    2000-TRATAR-CARTAO - VALIDA O CLIENTE E DESPACHA A ACAO;   *
033700*    CARTAO RECUSADO SAI NO RELATORIO COM O MOTIVO              *
033800***************************************************************
033900 2000-TRATAR-CARTAO.
034000     ADD 1 TO WS-QTDE-CARTOES.
034100     MOVE SPACES TO WS-MOTIVO-RECUSA.
034200     MOVE ACC-CUST-ID TO CUST-ID.
034300     READ CUSTOMER-MASTER
034400         KEY IS CUST-ID
034500         INVALID KEY
034600             CONTINUE
034700     END-READ.
034800     IF NOT MASTER-OK
034900         MOVE "CLIENTE INEXISTENTE NO CUSTMAST"
035000             TO WS-MOTIVO-RECUSA
035100         GO TO 2000-TRATAR-CARTAO-RECUSA
035200     END-IF.
035300     MOVE "N" TO WS-REGISTRO-NOVO-SW.
035400     MOVE ACC-CUST-ID TO ACD-CUST-ID.
035500     READ ACORDO-FILE
035600         INVALID KEY
035700             MOVE "Y" TO WS-REGISTRO-NOVO-SW
035800     END-READ.
035900     EVALUATE TRUE
036000         WHEN ACC-INCLUIR
036100             PERFORM 2100-INCLUIR-ACORDO
036200                 THRU 2100-INCLUIR-ACORDO-EXIT
036300         WHEN ACC-CANCELAR
036400             PERFORM 2500-CANCELAR-ACORDO
036500                 THRU 2500-CANCELAR-ACORDO-EXIT
036600         WHEN OTHER
036700             MOVE "ACAO INVALIDA (USE I OU C)" TO WS-MOTIVO-RECUSA
036800     END-EVALUATE.
036900     IF WS-MOTIVO-RECUSA = SPACES
037000         GO TO 2000-TRATAR-CARTAO-LER
037100     END-IF.
037200 2000-TRATAR-CARTAO-RECUSA.
037300     ADD 1 TO WS-QTDE-RECUSADOS.
037400     MOVE SPACES TO RPT-LINHA-ENTRADA.
037500     STRING "RECUSADO " ACC-ACAO " " ACC-CUST-ID " - "
037600         WS-MOTIVO-RECUSA
037700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
037800     END-STRING.
037900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
038000 2000-TRATAR-CARTAO-LER.
038100     PERFORM 1100-LER-CARTAO THRU 1100-LER-CARTAO-EXIT.
038200 2000-TRATAR-CARTAO-EXIT.
038300     EXIT.
038400*
038500***************************************************************
038600*    2100-INCLUIR-ACORDO - CONFERE O CARTAO, GRAVA O ACORDO E   *
038700*    GERA AS PARCELAS PENDENTES                                 *
038800***************************************************************
038900 2100-INCLUIR-ACORDO.
039000     IF NOT REGISTRO-NOVO AND ACD-ATIVO
039100         MOVE "CLIENTE JA TEM ACORDO ATIVO" TO WS-MOTIVO-RECUSA
039200         GO TO 2100-INCLUIR-ACORDO-EXIT
039300     END-IF.
039400     IF ACC-QTDE-PARCELAS NOT NUMERIC
039500         OR ACC-QTDE-PARCELAS = ZERO
039600         OR ACC-QTDE-PARCELAS > 60
039700         MOVE "NUMERO DE PARCELAS INVALIDO (1 A 60)"
039800             TO WS-MOTIVO-RECUSA
039900         GO TO 2100-INCLUIR-ACORDO-EXIT
040000     END-IF.
040100     IF ACC-DATA-PRIMEIRA NOT NUMERIC
040200         OR ACC-DATA-PRIMEIRA < RUN-DATA
040300         MOVE "PRIMEIRO VENCIMENTO INVALIDO OU PASSADO"
040400             TO WS-MOTIVO-RECUSA
040500         GO TO 2100-INCLUIR-ACORDO-EXIT
040600     END-IF.
040700     SET CAL-ACAO-EH-UTIL TO TRUE.
040800     MOVE ACC-DATA-PRIMEIRA TO CAL-DATA-1.
040900     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
041000     IF CAL-RC NOT = ZERO
041100         MOVE "PRIMEIRO VENCIMENTO INVALIDO OU PASSADO"
041200             TO WS-MOTIVO-RECUSA
041300         GO TO 2100-INCLUIR-ACORDO-EXIT
041400     END-IF.
041500*    SEM VALOR NO CARTAO, A DIVIDA E O SALDO DEVEDOR DE HOJE
041600     MOVE ZERO TO WS-VALOR-DIVIDA.
041700     IF ACC-VALOR-DIVIDA NUMERIC
041800         MOVE ACC-VALOR-DIVIDA TO WS-VALOR-DIVIDA
041900     END-IF.
042000     IF WS-VALOR-DIVIDA = ZERO
042100         AND CUST-SALDO NUMERIC AND CUST-SALDO < ZERO
042200         COMPUTE WS-VALOR-DIVIDA = ZERO - CUST-SALDO
042300     END-IF.
042400     IF WS-VALOR-DIVIDA = ZERO
042500         MOVE "CLIENTE SEM DIVIDA A PARCELAR" TO WS-MOTIVO-RECUSA
042600         GO TO 2100-INCLUIR-ACORDO-EXIT
042700     END-IF.
042800     COMPUTE WS-VALOR-PARCELA =
042900         WS-VALOR-DIVIDA / ACC-QTDE-PARCELAS.
043000     COMPUTE WS-VALOR-ULTIMA = WS-VALOR-DIVIDA
043100         - (WS-VALOR-PARCELA * (ACC-QTDE-PARCELAS - 1)).
043200     IF WS-VALOR-PARCELA = ZERO OR WS-VALOR-ULTIMA > 9999999.99
043300         MOVE "VALOR DE PARCELA FORA DA FAIXA" TO WS-MOTIVO-RECUSA
043400         GO TO 2100-INCLUIR-ACORDO-EXIT
043500     END-IF.
043600*    ACORDO ANTERIOR ENCERRADO: AS PARCELAS DELE SAEM DO ACDPARC
043700*    PARA A NUMERACAO RECOMECAR EM 001
043800     IF NOT REGISTRO-NOVO
043900         PERFORM 2200-EXCLUIR-PARCELAS
044000             THRU 2200-EXCLUIR-PARCELAS-EXIT
044100     END-IF.
044200     MOVE SPACES TO ACORDO-RECORD.
044300     MOVE ACC-CUST-ID TO ACD-CUST-ID.
044400     SET ACD-ATIVO TO TRUE.
044500     MOVE RUN-DATA TO ACD-DATA-ACORDO.
044600     MOVE WS-VALOR-DIVIDA TO ACD-DIVIDA-ORIGINAL.
044700     MOVE ACC-QTDE-PARCELAS TO ACD-QTDE-PARCELAS.
044800     MOVE ZERO TO ACD-QTDE-PAGAS.
044900     MOVE ZERO TO ACD-VALOR-PAGO.
045000     MOVE ZERO TO ACD-DATA-ENCERRAMENTO.
045100     MOVE ACC-OPERADOR TO ACD-OPERADOR.
045200     IF REGISTRO-NOVO
045300         WRITE ACORDO-RECORD
045400     ELSE
045500         REWRITE ACORDO-RECORD
045600     END-IF.
045700     IF NOT ACORDO-OK
045800         MOVE "ACDMANT " TO ERR-PROGRAMA
045900         SET ERR-TIPO-ARQUIVO TO TRUE
046000         MOVE "GRAVACAO NO ARQUIVO ACORDO" TO ERR-CONTEXTO
046100         MOVE WS-ACORDO-FILE-STATUS TO ERR-FILE-STATUS
046200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
046300         MOVE "FALHA NA GRAVACAO DO ACORDO" TO WS-MOTIVO-RECUSA
046400         GO TO 2100-INCLUIR-ACORDO-EXIT
046500     END-IF.
046600     MOVE ACC-DATA-PRIMEIRA TO WS-DATA-PRIMEIRA.
046700     PERFORM 2300-GERAR-PARCELA THRU 2300-GERAR-PARCELA-EXIT
046800         VARYING WS-PARC-SUB FROM 1 BY 1
046900         UNTIL WS-PARC-SUB > ACC-QTDE-PARCELAS.
047000     ADD 1 TO WS-QTDE-INCLUIDOS.
047100     MOVE WS-VALOR-DIVIDA TO WS-VALOR-EDITADO.
047200     MOVE WS-VALOR-PARCELA TO WS-PARCELA-EDITADA.
047300     MOVE SPACES TO RPT-LINHA-ENTRADA.
047400     STRING "INCLUIDO " ACC-CUST-ID " " CUST-NOME
047500         " DIVIDA R$ " WS-VALOR-EDITADO
047600         " EM " ACC-QTDE-PARCELAS " X R$ " WS-PARCELA-EDITADA
047700         " 1O VENC " ACC-DATA-PRIMEIRA " OPER " ACC-OPERADOR
047800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
047900     END-STRING.
048000     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
048100 2100-INCLUIR-ACORDO-EXIT.
048200     EXIT.
048300*
048400***************************************************************
048500*    2200-EXCLUIR-PARCELAS - REMOVE DO ACDPARC AS PARCELAS DE   *
048600*    UM ACORDO JA ENCERRADO DO MESMO CLIENTE                    *
048700***************************************************************
048800 2200-EXCLUIR-PARCELAS.
048900     MOVE "N" TO WS-PARC-FIM-SW.
049000     MOVE ACC-CUST-ID TO ACP-CUST-ID.
049100     MOVE ZERO TO ACP-NUMERO.
049200     START PARCELA-FILE KEY IS NOT LESS THAN ACP-CHAVE
049300         INVALID KEY
049400             MOVE "Y" TO WS-PARC-FIM-SW
049500     END-START.
049600     IF NOT FIM-DAS-PARCELAS
049700         PERFORM 2250-LER-PARCELA THRU 2250-LER-PARCELA-EXIT
049800     END-IF.
049900     PERFORM 2260-EXCLUIR-UMA THRU 2260-EXCLUIR-UMA-EXIT
050000         UNTIL FIM-DAS-PARCELAS.
050100 2200-EXCLUIR-PARCELAS-EXIT.
050200     EXIT.
050300*
050400***************************************************************
050500*    2250-LER-PARCELA - PROXIMA PARCELA DO MESMO CLIENTE        *
050600***************************************************************
050700 2250-LER-PARCELA.
050800     READ PARCELA-FILE NEXT RECORD
050900         AT END
051000             MOVE "Y" TO WS-PARC-FIM-SW
051100     END-READ.
051200     IF NOT PARCELA-OK OR ACP-CUST-ID NOT = ACC-CUST-ID
051300         MOVE "Y" TO WS-PARC-FIM-SW
051400     END-IF.
051500 2250-LER-PARCELA-EXIT.
051600     EXIT.
051700*
051800***************************************************************
051900*    2260-EXCLUIR-UMA                                          *
052000***************************************************************
052100 2260-EXCLUIR-UMA.
052200     DELETE PARCELA-FILE RECORD
052300         INVALID KEY
052400             CONTINUE
052500     END-DELETE.
052600     PERFORM 2250-LER-PARCELA THRU 2250-LER-PARCELA-EXIT.
052700 2260-EXCLUIR-UMA-EXIT.
052800     EXIT.
052900*
053000***************************************************************
053100*    2300-GERAR-PARCELA - PARCELA WS-PARC-SUB: VENCE N-1 MESES  *
053200*    DEPOIS DO PRIMEIRO, NO MESMO DIA (OU NO ULTIMO DIA DO MES), *
053300*    ROLADO PARA O PROXIMO DIA UTIL                             *
053400***************************************************************
053500 2300-GERAR-PARCELA.
053600     COMPUTE WS-MESES-SOMA = WS-PRIM-MES + WS-PARC-SUB - 2.
053700     DIVIDE WS-MESES-SOMA BY 12 GIVING WS-ANOS-SOMA
053800         REMAINDER WS-MES-RESTO.
053900     COMPUTE WS-CAND-ANO = WS-PRIM-ANO + WS-ANOS-SOMA.
054000     COMPUTE WS-CAND-MES = WS-MES-RESTO + 1.
054100     MOVE WS-PRIM-DIA TO WS-CAND-DIA.
054200     SET CAL-ACAO-PROXIMO TO TRUE.
054300     MOVE WS-DATA-CANDIDATA TO CAL-DATA-1.
054400     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
054500     PERFORM 2350-RECUAR-DIA THRU 2350-RECUAR-DIA-EXIT
054600         UNTIL CAL-RC = ZERO OR WS-CAND-DIA NOT > 28.
054700     MOVE SPACES TO PARCELA-RECORD.
054800     MOVE ACC-CUST-ID TO ACP-CUST-ID.
054900     MOVE WS-PARC-SUB TO ACP-NUMERO.
055000     SET ACP-PENDENTE TO TRUE.
055100     IF WS-PARC-SUB = ACC-QTDE-PARCELAS
055200         MOVE WS-VALOR-ULTIMA TO ACP-VALOR
055300     ELSE
055400         MOVE WS-VALOR-PARCELA TO ACP-VALOR
055500     END-IF.
055600     MOVE CAL-RESULTADO-DATA TO ACP-DATA-VENC.
055700     IF CAL-RC NOT = ZERO
055800         MOVE WS-DATA-CANDIDATA TO ACP-DATA-VENC
055900     END-IF.
056000     MOVE ZERO TO ACP-REMSEQ.
056100     MOVE ZERO TO ACP-DATA-PAGTO.
056200     MOVE ZERO TO ACP-VALOR-PAGO.
056300     WRITE PARCELA-RECORD.
056400     IF PARCELA-OK
056500         ADD 1 TO WS-QTDE-PARC-GRAVADAS
056600     ELSE
056700         MOVE "ACDMANT " TO ERR-PROGRAMA
056800         SET ERR-TIPO-ARQUIVO TO TRUE
056900         MOVE "GRAVACAO NO ARQUIVO ACDPARC" TO ERR-CONTEXTO
057000         MOVE WS-PARCELA-FILE-STATUS TO ERR-FILE-STATUS
057100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
057200     END-IF.
057300 2300-GERAR-PARCELA-EXIT.
057400     EXIT.
057500*
057600***************************************************************
057700*    2350-RECUAR-DIA - DIA INEXISTENTE NO MES (31 EM ABRIL, 30  *
057800*    EM FEVEREIRO...): TENTA O DIA ANTERIOR                     *
057900***************************************************************
058000 2350-RECUAR-DIA.
058100     SUBTRACT 1 FROM WS-CAND-DIA.
058200     SET CAL-ACAO-PROXIMO TO TRUE.
058300     MOVE WS-DATA-CANDIDATA TO CAL-DATA-1.
058400     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
058500 2350-RECUAR-DIA-EXIT.
058600     EXIT.
058700*
058800***************************************************************
058900*    2500-CANCELAR-ACORDO - ACORDO ATIVO FICA "C"; PARCELAS EM  *
059000*    ABERTO SAO CANCELADAS E OS TITULOS EMITIDOS BAIXADOS       *
059100***************************************************************
059200 2500-CANCELAR-ACORDO.
059300     IF REGISTRO-NOVO OR NOT ACD-ATIVO
059400         MOVE "CLIENTE SEM ACORDO ATIVO" TO WS-MOTIVO-RECUSA
059500         GO TO 2500-CANCELAR-ACORDO-EXIT
059600     END-IF.
059700     SET ACD-CANCELADO TO TRUE.
059800     MOVE RUN-DATA TO ACD-DATA-ENCERRAMENTO.
059900     REWRITE ACORDO-RECORD.
060000     IF NOT ACORDO-OK
060100         MOVE "ACDMANT " TO ERR-PROGRAMA
060200         SET ERR-TIPO-ARQUIVO TO TRUE
060300         MOVE "GRAVACAO NO ARQUIVO ACORDO" TO ERR-CONTEXTO
060400         MOVE WS-ACORDO-FILE-STATUS TO ERR-FILE-STATUS
060500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
060600         MOVE "FALHA NA GRAVACAO DO ACORDO" TO WS-MOTIVO-RECUSA
060700         GO TO 2500-CANCELAR-ACORDO-EXIT
060800     END-IF.
060900     MOVE ZERO TO WS-QTDE-DISP.
061000     MOVE "N" TO WS-PARC-FIM-SW.
061100     MOVE ACC-CUST-ID TO ACP-CUST-ID.
061200     MOVE ZERO TO ACP-NUMERO.
061300     START PARCELA-FILE KEY IS NOT LESS THAN ACP-CHAVE
061400         INVALID KEY
061500             MOVE "Y" TO WS-PARC-FIM-SW
061600     END-START.
061700     IF NOT FIM-DAS-PARCELAS
061800         PERFORM 2250-LER-PARCELA THRU 2250-LER-PARCELA-EXIT
061900     END-IF.
062000     PERFORM 2600-CANCELAR-PARCELA THRU 2600-CANCELAR-PARCELA-EXIT
062100         UNTIL FIM-DAS-PARCELAS.
062200     ADD 1 TO WS-QTDE-CANCELADOS.
062300     MOVE SPACES TO RPT-LINHA-ENTRADA.
062400     STRING "CANCELADO " ACC-CUST-ID " " CUST-NOME
062500         " PAGAS " ACD-QTDE-PAGAS "/" ACD-QTDE-PARCELAS
062600         " CANCELADAS " WS-QTDE-DISP " OPER " ACC-OPERADOR
062700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
062800     END-STRING.
062900     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
063000 2500-CANCELAR-ACORDO-EXIT.
063100     EXIT.
063200*
063300***************************************************************
063400*    2600-CANCELAR-PARCELA - PENDENTE OU EMITIDA VIRA "C"; A    *
063500*    EMITIDA COM TITULO AINDA ABERTO GANHA A INSTRUCAO "02"     *
063600***************************************************************
063700 2600-CANCELAR-PARCELA.
063800     IF NOT ACP-PENDENTE AND NOT ACP-EMITIDA
063900         GO TO 2600-CANCELAR-PARCELA-LER
064000     END-IF.
064100     IF ACP-EMITIDA
064200         PERFORM 2700-INSTRUIR-BAIXA THRU 2700-INSTRUIR-BAIXA-EXIT
064300     END-IF.
064400     SET ACP-CANCELADA TO TRUE.
064500     REWRITE PARCELA-RECORD.
064600     IF PARCELA-OK
064700         ADD 1 TO WS-QTDE-PARC-CANCELADAS
064800         ADD 1 TO WS-QTDE-DISP
064900     ELSE
065000         DISPLAY "AVISO: PARCELA NAO CANCELADA " ACP-CUST-ID
065100             "/" ACP-NUMERO " - STATUS " WS-PARCELA-FILE-STATUS
065200     END-IF.
065300 2600-CANCELAR-PARCELA-LER.
065400     PERFORM 2250-LER-PARCELA THRU 2250-LER-PARCELA-EXIT.
065500 2600-CANCELAR-PARCELA-EXIT.
065600     EXIT.
065700*
065800***************************************************************
065900*    2700-INSTRUIR-BAIXA - TITULO DA PARCELA EMITIDA (REMSEQ +  *
066000*    CUST-ID) AINDA ABERTO NO TITREG: INSTRUCAO "02" NO REMINST *
066100***************************************************************
066200 2700-INSTRUIR-BAIXA.
066300     IF NOT TITREG-DISPONIVEL OR NOT INSTR-FILE-OK
066400         GO TO 2700-INSTRUIR-BAIXA-EXIT
066500     END-IF.
066600     IF ACP-BANCO NUMERIC
066600         MOVE ACP-BANCO TO TIT-BANCO
066600     ELSE
066600         MOVE 001 TO TIT-BANCO
066600     END-IF.
066600     MOVE ACP-REMSEQ TO TIT-REMSEQ.
066700     MOVE ACP-CUST-ID TO TIT-CUST-ID.
066800     READ TITULO-FILE
066900         INVALID KEY
067000             CONTINUE
067100     END-READ.
067200     IF TITULO-OK AND TIT-ABERTO
067300         MOVE SPACES TO INSTRUCAO-RECORD
067400         MOVE "02" TO INS-OCORRENCIA
067500         MOVE TIT-REMSEQ TO INS-REMSEQ
067500         MOVE TIT-BANCO TO INS-BANCO
067600         MOVE TIT-CUST-ID TO INS-CUST-ID
067700         MOVE ZERO TO INS-DATA-NOVA
067800         MOVE ZERO TO INS-VALOR-ABAT
067900         WRITE INSTRUCAO-RECORD
068000         ADD 1 TO WS-QTDE-INSTRUCOES
068100     END-IF.
068200 2700-INSTRUIR-BAIXA-EXIT.
068300     EXIT.
068400*
068500***************************************************************
068600*    9000-FINALIZAR - TOTAIS E FECHAMENTO                      *
068700***************************************************************
068800 9000-FINALIZAR.
068900     MOVE WS-QTDE-INCLUIDOS TO WS-QTDE-DISP.
069000     MOVE WS-QTDE-CANCELADOS TO WS-QTDE-DISP-2.
069100     MOVE WS-QTDE-RECUSADOS TO WS-QTDE-DISP-3.
069200     MOVE SPACES TO RPT-LINHA-ENTRADA.
069300     STRING "INCLUIDOS " WS-QTDE-DISP
069400         " CANCELADOS " WS-QTDE-DISP-2
069500         " RECUSADOS " WS-QTDE-DISP-3
069600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
069700     END-STRING.
069800     SET RPT-ACAO-TOTAL TO TRUE.
069900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
070000     PERFORM 8000-GRAVAR-LINHAS-RPT
070100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
070200     IF PRINT-FILE-OK
070300         CLOSE PRINT-FILE
070400     END-IF.
070500     IF INSTR-FILE-OK
070600         CLOSE INSTRUCAO-FILE
070700     END-IF.
070800     IF TITREG-DISPONIVEL
070900         CLOSE TITULO-FILE
071000     END-IF.
071100     CLOSE CARD-FILE.
071200     CLOSE CUSTOMER-MASTER.
071300     CLOSE ACORDO-FILE.
071400     CLOSE PARCELA-FILE.
071500     DISPLAY "====== MANUTENCAO DE ACORDOS ======".
071600     DISPLAY "CARTOES LIDOS ......: " WS-QTDE-CARTOES.
071700     DISPLAY "ACORDOS INCLUIDOS ..: " WS-QTDE-INCLUIDOS.
071800     DISPLAY "ACORDOS CANCELADOS .: " WS-QTDE-CANCELADOS.
071900     DISPLAY "CARTOES RECUSADOS ..: " WS-QTDE-RECUSADOS.
072000     DISPLAY "PARCELAS GERADAS ...: " WS-QTDE-PARC-GRAVADAS.
072100     DISPLAY "PARCELAS CANCELADAS : " WS-QTDE-PARC-CANCELADAS.
072200     DISPLAY "INSTRUCOES DE BAIXA : " WS-QTDE-INSTRUCOES.
072300     IF WS-QTDE-RECUSADOS > ZERO
072400         MOVE 4 TO RETURN-CODE
072500     END-IF.
072600 9000-FINALIZAR-EXIT.
072700     EXIT.
072800*
072900***************************************************************
073000*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
073100***************************************************************
073200 8500-DETALHE.
073300     SET RPT-ACAO-DETALHE TO TRUE.
073400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
073500     PERFORM 8000-GRAVAR-LINHAS-RPT
073600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
073700 8500-DETALHE-EXIT.
073800     EXIT.
073900*
074000***************************************************************
074100*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
074200*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
074300***************************************************************
074400 8000-GRAVAR-LINHAS-RPT.
074500     IF NOT PRINT-FILE-OK
074600         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
074700     END-IF.
074800     PERFORM 8100-GRAVAR-UMA-LINHA
074900         THRU 8100-GRAVAR-UMA-LINHA-EXIT
075000         VARYING WS-RPT-SUB FROM 1 BY 1
075100         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
075200 8000-GRAVAR-LINHAS-RPT-EXIT.
075300     EXIT.
075400*
075500***************************************************************
075600*    8100-GRAVAR-UMA-LINHA                                     *
075700***************************************************************
075800 8100-GRAVAR-UMA-LINHA.
075900     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
076000     WRITE PRINT-LINE.
076100 8100-GRAVAR-UMA-LINHA-EXIT.
076200     EXIT.
