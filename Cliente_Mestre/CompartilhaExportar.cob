000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COMPARTILHA-EXPORTAR.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     EXPORTACAO DOS DADOS COMPARTILHADOS OPEN
001200*                       FINANCE. O CUST-CONSENTE-COMP EXISTIA NO
001300*                       MESTRE, MAS NADA PRODUZIA OS DADOS. ESTE
001400*                       PASSO LE O CONSENT (VER
001500*                       COPYBOOKS/CSNREG.CPY) PELA CHAVE DA
001600*                       INSTITUICAO RECEPTORA E GRAVA NO OFEXP
001700*                       (VER COPYBOOKS/OFXREG.CPY) UM BLOCO POR
001800*                       RECEPTORA COM, POR CLIENTE, SO O QUE O
001900*                       ESCOPO AUTORIZA: CADASTRO DO CUSTMAST,
002000*                       ENDERECO E CONTATO DO CUSTADDR, CONTAS E
002100*                       SALDOS DO CUSTACCT E OS LANCAMENTOS DO
002200*                       JRNHIST DOS ULTIMOS OFMESES MESES (PADRAO
002300*                       12). SO VAI O CONSENTIMENTO ATIVO E NAO
002400*                       VENCIDO DE CLIENTE NAO CANCELADO COM
002500*                       CUST-CONSENTE-COMP = "S"; O ATIVO COM
002600*                       EXPIRACAO VENCIDA PASSA A "E" E DEIXA DE
002700*                       SER COMPARTILHADO. CADA ENVIO E CADA
002800*                       EXPIRACAO GERAM EVENTO DE AUDITORIA. O
002900*                       OPERADOR DO PASSO PRECISA DA FUNCAO
003000*                       "OPENFIN" NA MATRIZ. O OFXPRT LISTA OS
003100*                       ENVIOS, AS RETENCOES E AS EXPIRACOES.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONSENTE-FILE ASSIGN TO "CONSENT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CSN-CHAVE
004100         ALTERNATE RECORD KEY IS CSN-INSTITUICAO
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-CONSENTE-FILE-STATUS.
004400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CUST-ID
004800         ALTERNATE RECORD KEY IS CUST-NOME
004900             WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005100         FILE STATUS IS WS-MASTER-FILE-STATUS.
005200     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ADR-CUST-ID
005600         FILE STATUS IS WS-ADDR-FILE-STATUS.
005700     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ACC-CHAVE
006100         FILE STATUS IS WS-ACCT-FILE-STATUS.
006200     SELECT HIST-VSAM-FILE ASSIGN TO "JRNHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS JRNH-CHAVE
006600         FILE STATUS IS WS-HIST-FILE-STATUS.
006700     SELECT EXPORTA-FILE ASSIGN TO "OFEXP"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-EXPORTA-FILE-STATUS.
007000     SELECT PRINT-FILE ASSIGN TO "OFXPRT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-PRINT-FILE-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600*
007700 FD  CONSENTE-FILE.
007800*    CONSENTIMENTOS OPEN FINANCE (VER COPYBOOKS/CSNREG.CPY)
007900 COPY "CSNREG.cpy".
008000*
008100 FD  CUSTOMER-MASTER.
008200*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008300 COPY "CUSTREC.cpy".
008400*
008500 FD  ADDRESS-FILE.
008600*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
008700 COPY "ADDRREC.cpy".
008800*
008900 FD  ACCOUNT-FILE.
009000*    SUB-RAZAO DE CONTAS (VER COPYBOOKS/ACCTREC.CPY)
009100 COPY "ACCTREC.cpy".
009200*
009300 FD  HIST-VSAM-FILE.
009400*    KSDS DO JOURNAL POR CLIENTE, REGRAVADO TODA NOITE PELO
009500*    JRN-HIST-LOAD
009600 01  JRNH-RECORD.
009700     05  JRNH-CHAVE.
009800         10  JRNH-ID         PIC X(10).
009900         10  JRNH-DATA       PIC 9(08).
010000         10  JRNH-HORA       PIC 9(08).
010100     05  JRNH-PROGRAMA       PIC X(08).
010200     05  JRNH-OPERADOR       PIC X(08).
010300     05  JRNH-TIPO           PIC X(01).
010400     05  JRNH-ANTES          PIC X(80).
010500     05  JRNH-DEPOIS         PIC X(80).
010600*
010700 FD  EXPORTA-FILE
010800     RECORDING MODE IS F.
010900*    DADOS COMPARTILHADOS POR RECEPTORA (VER COPYBOOKS/OFXREG.CPY)
011000 COPY "OFXREG.cpy".
011100*
011200 FD  PRINT-FILE
011300     RECORDING MODE IS F.
011400 01  PRINT-LINE              PIC X(132).
011500*
011600 WORKING-STORAGE SECTION.
011700*
011800 77  WS-CONSENTE-FILE-STATUS PIC X(02) VALUE ZEROS.
011900     88  CONSENTE-OK         VALUE "00".
012000     88  CONSENTE-NAO-ACHADO VALUE "23", "35".
012100 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
012200     88  MASTER-OK           VALUE "00".
012300 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
012400     88  ADDR-OK             VALUE "00".
012500 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
012600     88  ACCT-OK             VALUE "00".
012700 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE ZEROS.
012800     88  HIST-OK             VALUE "00".
012900 77  WS-EXPORTA-FILE-STATUS  PIC X(02) VALUE ZEROS.
013000     88  EXPORTA-FILE-OK     VALUE "00".
013100 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
013200     88  PRINT-FILE-OK       VALUE "00".
013300*
013400***************************************************************
013500*    ARQUIVOS OPCIONAIS - SEM ELES O GRUPO DE DADOS SAI VAZIO
013600*    (SEM CUSTACCT, A CONTA CORRENTE VAI COM O SALDO DO MESTRE)
013700***************************************************************
013800 77  WS-ADDR-ABERTO-SW       PIC X(01) VALUE "N".
013900     88  ENDERECOS-DISPONIVEIS VALUE "Y".
014000 77  WS-ACCT-ABERTO-SW       PIC X(01) VALUE "N".
014100     88  CONTAS-DISPONIVEIS  VALUE "Y".
014200 77  WS-HIST-ABERTO-SW       PIC X(01) VALUE "N".
014300     88  JRNHIST-DISPONIVEL  VALUE "Y".
014400*
014500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
014600     88  FIM-DOS-CONSENTIMENTOS VALUE "Y".
014700 77  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
014800     88  FIM-DA-VARREDURA    VALUE "Y".
014900 77  WS-BLOCO-ABERTO-SW      PIC X(01) VALUE "N".
015000     88  BLOCO-ABERTO        VALUE "Y".
015100*
015200 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
015300 77  WS-MOTIVO-RETIDO        PIC X(40) VALUE SPACES.
015400*
015500***************************************************************
015600*    PARAMETRO DE AMBIENTE: OFMESES = MESES DE LANCAMENTOS
015700*    COMPARTILHADOS (PADRAO 12); A JANELA COMECA NO MESMO DIA DO
015800*    MES, OFMESES MESES ANTES DA RODADA
015900***************************************************************
016000 77  WS-MESES-JANELA         PIC 9(02) VALUE ZERO.
016100 77  WS-TOTAL-MESES          PIC 9(06) COMP VALUE ZERO.
016200 77  WS-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
016300 77  WS-RESTO                PIC 9(02) COMP VALUE ZERO.
016400 01  WS-DATA-INICIO          PIC 9(08) VALUE ZERO.
016500 01  WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
016600     05  WS-INI-ANO          PIC 9(04).
016700     05  WS-INI-MES          PIC 9(02).
016800     05  WS-INI-DIA          PIC 9(02).
016900*
017000***************************************************************
017100*    BLOCO DA RECEPTORA CORRENTE NO OFEXP
017200***************************************************************
017300 77  WS-INST-BLOCO           PIC X(08) VALUE SPACES.
017400 77  WS-NOME-BLOCO           PIC X(30) VALUE SPACES.
017500 77  WS-BLOCO-QTDE           PIC 9(07) COMP VALUE ZERO.
017600 77  WS-BLOCO-HASH           PIC 9(13) COMP-3 VALUE ZERO.
017700 77  WS-BLOCO-CLIENTES       PIC 9(05) COMP VALUE ZERO.
017800 77  WS-REGS-CLIENTE         PIC 9(05) COMP VALUE ZERO.
017900 77  WS-QTDE-CONTAS-CLI      PIC 9(03) COMP VALUE ZERO.
018000*
018100***************************************************************
018200*    VALOR DO LANCAMENTO - DIFERENCA ENTRE OS SALDOS DAS IMAGENS
018300*    ANTES/DEPOIS DO MESTRE (CUST-SALDO NA POSICAO 42)
018400***************************************************************
018500 01  WS-SALDO-IMAGEM-AREA.
018600     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
018700 77  WS-SALDO-ANTES          PIC S9(7)V99 VALUE ZERO.
018800 77  WS-SALDO-DEPOIS         PIC S9(7)V99 VALUE ZERO.
018900 77  WS-DELTA                PIC S9(7)V99 VALUE ZERO.
019000 77  WS-VALOR-HASH           PIC 9(7)V99 VALUE ZERO.
019100*
019200***************************************************************
019300*    TOTAIS DE CONTROLE
019400***************************************************************
019500 77  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
019600 77  WS-QTDE-ENVIADOS        PIC 9(07) COMP VALUE ZERO.
019700 77  WS-QTDE-RETIDOS         PIC 9(07) COMP VALUE ZERO.
019800 77  WS-QTDE-EXPIRADOS       PIC 9(07) COMP VALUE ZERO.
019900 77  WS-QTDE-INATIVOS        PIC 9(07) COMP VALUE ZERO.
020000 77  WS-QTDE-RECEPTORAS      PIC 9(07) COMP VALUE ZERO.
020100 77  WS-QTDE-REGISTROS       PIC 9(07) COMP VALUE ZERO.
020200 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
020300 77  WS-QTDE-DISP-2          PIC 9(07) VALUE ZEROS.
020400 77  WS-QTDE-DISP-3          PIC 9(07) VALUE ZEROS.
020500 77  WS-QTDE-ED              PIC ZZZZ9.
020600*
020700***************************************************************
020800*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
020900*    COPYBOOKS/RPTWRT.CPY)
021000***************************************************************
021100 COPY "RPTWRT.cpy".
021200 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
021300*
021400***************************************************************
021500*    PARAMETROS DAS ROTINAS COMPARTILHADAS DE SEGURANCA E
021600*    AUDITORIA
021700***************************************************************
021800 COPY "SECHDL.cpy".
021900 COPY "AUDHDL.cpy".
022000*
022100***************************************************************
022200*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
022300*    RUNDATE.CPY)
022400***************************************************************
022500 COPY "RUNDATE.cpy".
022600*
022700***************************************************************
022800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
022900***************************************************************
023000 COPY "ERRHDL.cpy".
023100*
023200 PROCEDURE DIVISION.
023300*
023400***************************************************************
023500*    0000-MAINLINE                                             *
023600***************************************************************
023700 0000-MAINLINE.
023800     MOVE ZERO TO RETURN-CODE.
023900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
024000     ACCEPT RUN-HORA FROM TIME.
024100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
024200     ACCEPT WS-MESES-JANELA FROM ENVIRONMENT "OFMESES".
024300     IF WS-MESES-JANELA = ZERO
024400         MOVE 12 TO WS-MESES-JANELA
024500     END-IF.
024600     PERFORM 0500-VERIFICAR-PERMISSAO
024700         THRU 0500-VERIFICAR-PERMISSAO-EXIT.
024800     IF RETURN-CODE NOT = ZERO
024900         GO TO 0000-MAINLINE-FIM
025000     END-IF.
025100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
025200     IF RETURN-CODE NOT = ZERO
025300         GO TO 0000-MAINLINE-FIM
025400     END-IF.
025500     PERFORM 2000-TRATAR-CONSENTIMENTO
025600         THRU 2000-TRATAR-CONSENTIMENTO-EXIT
025700         UNTIL FIM-DOS-CONSENTIMENTOS.
025800     IF BLOCO-ABERTO
025900         PERFORM 3000-FECHAR-BLOCO THRU 3000-FECHAR-BLOCO-EXIT
026000     END-IF.
026100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
026200 0000-MAINLINE-FIM.
026300     STOP RUN.
026400*
026500***************************************************************
026600*    0500-VERIFICAR-PERMISSAO - FUNCAO "OPENFIN" NA MATRIZ;     *
026700*    NEGADO TAMBEM E AUDITADO                                   *
026800***************************************************************
026900 0500-VERIFICAR-PERMISSAO.
027000     SET SEC-ACAO-FUNCAO TO TRUE.
027100     MOVE WS-OPERATOR-ID TO SEC-OPERADOR.
027200     MOVE "OPENFIN " TO SEC-FUNCAO.
027300     CALL "SECURITY-CHECK" USING SEC-PARAMETROS.
027400     IF SEC-RC NOT = ZERO
027500         DISPLAY "ACESSO NEGADO A EXPORTACAO OPEN FINANCE: "
027600             SEC-MOTIVO
027700         MOVE "OFEXPORT" TO AUD-PROGRAMA
027800         MOVE 0 TO AUD-OPCODE
027900         MOVE "NEGADO" TO AUD-EVENTO
028000         MOVE SPACES TO AUD-CHAVE
028100         CALL "AUDIT-WRITER" USING AUD-PARAMETROS
028200         MOVE 16 TO RETURN-CODE
028300     END-IF.
028400 0500-VERIFICAR-PERMISSAO-EXIT.
028500     EXIT.
028600*
028700***************************************************************
028800*    1000-INICIALIZAR - CONSENT, MESTRE E OFEXP SAO             *
028900*    OBRIGATORIOS; CUSTADDR, CUSTACCT E JRNHIST SAO OPCIONAIS.  *
029000*    POSICIONA O CONSENT NO INICIO DA CHAVE DA RECEPTORA        *
029100***************************************************************
029200 1000-INICIALIZAR.
029300     MOVE "OFEXPORT" TO ERR-PROGRAMA.
029400     SET ERR-TIPO-ARQUIVO TO TRUE.
029500     OPEN I-O CONSENTE-FILE.
029600     IF NOT CONSENTE-OK
029700         MOVE "ABERTURA DO ARQUIVO CONSENT" TO ERR-CONTEXTO
029800         MOVE WS-CONSENTE-FILE-STATUS TO ERR-FILE-STATUS
029900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 1000-INICIALIZAR-EXIT
030200     END-IF.
030300     OPEN INPUT CUSTOMER-MASTER.
030400     IF NOT MASTER-OK
030500         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
030600         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
030700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030800         CLOSE CONSENTE-FILE
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 1000-INICIALIZAR-EXIT
031100     END-IF.
031200     OPEN OUTPUT EXPORTA-FILE.
031300     IF NOT EXPORTA-FILE-OK
031400         MOVE "ABERTURA DO ARQUIVO OFEXP" TO ERR-CONTEXTO
031500         MOVE WS-EXPORTA-FILE-STATUS TO ERR-FILE-STATUS
031600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
031700         CLOSE CONSENTE-FILE
031800         CLOSE CUSTOMER-MASTER
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 1000-INICIALIZAR-EXIT
032100     END-IF.
032200     OPEN INPUT ADDRESS-FILE.
032300     IF ADDR-OK
032400         MOVE "Y" TO WS-ADDR-ABERTO-SW
032500     ELSE
032600         DISPLAY "AVISO: CUSTADDR INDISPONIVEL (STATUS "
032700             WS-ADDR-FILE-STATUS ") - ENDERECOS NAO ENVIADOS."
032800     END-IF.
032900     OPEN INPUT ACCOUNT-FILE.
033000     IF ACCT-OK
033100         MOVE "Y" TO WS-ACCT-ABERTO-SW
033200     ELSE
033300         DISPLAY "AVISO: CUSTACCT INDISPONIVEL (STATUS "
033400             WS-ACCT-FILE-STATUS ") - SO O SALDO DO MESTRE."
033500     END-IF.
033600     OPEN INPUT HIST-VSAM-FILE.
033700     IF HIST-OK
033800         MOVE "Y" TO WS-HIST-ABERTO-SW
033900     ELSE
034000         DISPLAY "AVISO: JRNHIST INDISPONIVEL (STATUS "
034100             WS-HIST-FILE-STATUS ") - LANCAMENTOS NAO ENVIADOS."
034200     END-IF.
034300     OPEN OUTPUT PRINT-FILE.
034400     MOVE "EXPORTACAO OPEN FINANCE" TO RPT-TITULO.
034500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
034600     SET RPT-ACAO-INICIAR TO TRUE.
034700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
034800     PERFORM 8000-GRAVAR-LINHAS-RPT
034900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
035000*    INICIO DA JANELA DE LANCAMENTOS: OFMESES MESES ANTES DE HOJE
035100     COMPUTE WS-TOTAL-MESES =
035200         (RUN-ANO * 12) + RUN-MES - 1 - WS-MESES-JANELA.
035300     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-QUOCIENTE
035400         REMAINDER WS-RESTO.
035500     MOVE WS-QUOCIENTE TO WS-INI-ANO.
035600     COMPUTE WS-INI-MES = WS-RESTO + 1.
035700     MOVE RUN-DIA TO WS-INI-DIA.
035800     IF WS-INI-DIA > 28
035900         MOVE 28 TO WS-INI-DIA
036000     END-IF.
036100     MOVE LOW-VALUES TO CSN-INSTITUICAO.
036200     START CONSENTE-FILE KEY IS NOT LESS THAN CSN-INSTITUICAO
036300         INVALID KEY
036400             MOVE "Y" TO WS-EOF-SWITCH
036500     END-START.
036600 1000-INICIALIZAR-EXIT.
036700     EXIT.
036800*
036900***************************************************************
037000*    2000-TRATAR-CONSENTIMENTO - VENCIDO PASSA A EXPIRADO;      *
037100*    ATIVO DE CLIENTE QUE AINDA CONSENTE NO MESTRE E ENVIADO    *
037200*    NO BLOCO DA RECEPTORA                                      *
037300***************************************************************
037400 2000-TRATAR-CONSENTIMENTO.
037500     READ CONSENTE-FILE NEXT RECORD
037600         AT END
037700             MOVE "Y" TO WS-EOF-SWITCH
037800             GO TO 2000-TRATAR-CONSENTIMENTO-EXIT
037900     END-READ.
038000     IF NOT CONSENTE-OK
038100         MOVE "Y" TO WS-EOF-SWITCH
038200         GO TO 2000-TRATAR-CONSENTIMENTO-EXIT
038300     END-IF.
038400     ADD 1 TO WS-QTDE-LIDOS.
038500     IF NOT CSN-ATIVO
038600         ADD 1 TO WS-QTDE-INATIVOS
038700         GO TO 2000-TRATAR-CONSENTIMENTO-EXIT
038800     END-IF.
038900     IF CSN-DATA-EXPIRA < RUN-DATA
039000         PERFORM 2100-EXPIRAR THRU 2100-EXPIRAR-EXIT
039100         GO TO 2000-TRATAR-CONSENTIMENTO-EXIT
039200     END-IF.
039300     MOVE SPACES TO WS-MOTIVO-RETIDO.
039400     MOVE CSN-CUST-ID TO CUST-ID.
039500     READ CUSTOMER-MASTER
039600         KEY IS CUST-ID
039700         INVALID KEY
039800             CONTINUE
039900     END-READ.
040000     EVALUATE TRUE
040100         WHEN NOT MASTER-OK
040200             MOVE "CLIENTE NAO CONSTA DO MESTRE" TO
040300                 WS-MOTIVO-RETIDO
040400         WHEN CUST-CANCELADO
040500             MOVE "CLIENTE CANCELADO" TO WS-MOTIVO-RETIDO
040600         WHEN NOT CONSENTE-COMPARTILHA
040700             MOVE "MESTRE SEM CONSENTIMENTO DE COMPARTILHAR" TO
040800                 WS-MOTIVO-RETIDO
040900         WHEN OTHER
041000             CONTINUE
041100     END-EVALUATE.
041200     IF WS-MOTIVO-RETIDO NOT = SPACES
041300         ADD 1 TO WS-QTDE-RETIDOS
041400         MOVE SPACES TO RPT-LINHA-ENTRADA
041500         STRING "RETIDO   " CSN-CUST-ID " PARA " CSN-INSTITUICAO
041600             " - " WS-MOTIVO-RETIDO
041700             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
041800         END-STRING
041900         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
042000         GO TO 2000-TRATAR-CONSENTIMENTO-EXIT
042100     END-IF.
042200     IF BLOCO-ABERTO AND CSN-INSTITUICAO NOT = WS-INST-BLOCO
042300         PERFORM 3000-FECHAR-BLOCO THRU 3000-FECHAR-BLOCO-EXIT
042400     END-IF.
042500     IF NOT BLOCO-ABERTO
042600         PERFORM 3100-ABRIR-BLOCO THRU 3100-ABRIR-BLOCO-EXIT
042700     END-IF.
042800     PERFORM 2200-EXPORTAR-CLIENTE
042900         THRU 2200-EXPORTAR-CLIENTE-EXIT.
043000 2000-TRATAR-CONSENTIMENTO-EXIT.
043100     EXIT.
043200*
043300***************************************************************
043400*    2100-EXPIRAR - CONSENTIMENTO VENCIDO PARA DE SER           *
043500*    COMPARTILHADO SEM ACAO DE NINGUEM                          *
043600***************************************************************
043700 2100-EXPIRAR.
043800     SET CSN-EXPIRADO TO TRUE.
043900     REWRITE CSN-CONSENTE-RECORD.
044000     IF NOT CONSENTE-OK
044100         DISPLAY "ERRO AO EXPIRAR CONSENTIMENTO " CSN-CUST-ID
044200             " " CSN-INSTITUICAO " - STATUS "
044300             WS-CONSENTE-FILE-STATUS
044400         GO TO 2100-EXPIRAR-EXIT
044500     END-IF.
044600     ADD 1 TO WS-QTDE-EXPIRADOS.
044700     MOVE "OFEXPORT" TO AUD-PROGRAMA.
044800     MOVE 9 TO AUD-OPCODE.
044900     MOVE "OF EXPIRA" TO AUD-EVENTO.
045000     MOVE CSN-CUST-ID TO AUD-CHAVE.
045100     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
045200     MOVE SPACES TO RPT-LINHA-ENTRADA.
045300     STRING "EXPIRADO " CSN-CUST-ID " PARA " CSN-INSTITUICAO
045400         " " CSN-NOME-INST " VENCEU EM " CSN-DATA-EXPIRA
045500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
045600     END-STRING.
045700     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
045800 2100-EXPIRAR-EXIT.
045900     EXIT.
046000*
046100***************************************************************
046200*    2200-EXPORTAR-CLIENTE - OS GRUPOS DE DADOS DO ESCOPO, O    *
046300*    REGISTRO DO ENVIO NO CONSENT E O EVENTO DE AUDITORIA       *
046400***************************************************************
046500 2200-EXPORTAR-CLIENTE.
046600     MOVE ZERO TO WS-REGS-CLIENTE.
046700     IF CSN-COMPARTILHA-CADASTRO
046800         PERFORM 2300-GRAVAR-CADASTRO
046900             THRU 2300-GRAVAR-CADASTRO-EXIT
047000     END-IF.
047100     IF CSN-COMPARTILHA-ENDERECO AND ENDERECOS-DISPONIVEIS
047200         PERFORM 2400-GRAVAR-ENDERECO
047300             THRU 2400-GRAVAR-ENDERECO-EXIT
047400     END-IF.
047500     IF CSN-COMPARTILHA-CONTAS
047600         PERFORM 2500-GRAVAR-CONTAS THRU 2500-GRAVAR-CONTAS-EXIT
047700     END-IF.
047800     IF CSN-COMPARTILHA-TRANSACOES AND JRNHIST-DISPONIVEL
047900         PERFORM 2600-GRAVAR-TRANSACOES
048000             THRU 2600-GRAVAR-TRANSACOES-EXIT
048100     END-IF.
048200     ADD 1 TO WS-BLOCO-CLIENTES.
048300     ADD 1 TO WS-QTDE-ENVIADOS.
048400     MOVE RUN-DATA TO CSN-DATA-ULT-ENVIO.
048500     ADD 1 TO CSN-QTDE-ENVIOS.
048600     REWRITE CSN-CONSENTE-RECORD.
048700     IF NOT CONSENTE-OK
048800         DISPLAY "ERRO AO REGISTRAR ENVIO " CSN-CUST-ID
048900             " " CSN-INSTITUICAO " - STATUS "
049000             WS-CONSENTE-FILE-STATUS
049100     END-IF.
049200     MOVE "OFEXPORT" TO AUD-PROGRAMA.
049300     MOVE 9 TO AUD-OPCODE.
049400     MOVE "OF ENVIO" TO AUD-EVENTO.
049500     MOVE CSN-CUST-ID TO AUD-CHAVE.
049600     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
049700     MOVE WS-REGS-CLIENTE TO WS-QTDE-ED.
049800     MOVE SPACES TO RPT-LINHA-ENTRADA.
049900     STRING "ENVIADO  " CSN-CUST-ID " " CUST-NOME
050000         " PARA " CSN-INSTITUICAO " ESCOPO " CSN-ESCOPO
050100         " REGISTROS " WS-QTDE-ED
050200         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
050300     END-STRING.
050400     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
050500 2200-EXPORTAR-CLIENTE-EXIT.
050600     EXIT.
050700*
050800***************************************************************
050900*    2300-GRAVAR-CADASTRO                                       *
051000***************************************************************
051100 2300-GRAVAR-CADASTRO.
051200     PERFORM 8300-PREPARAR-REGISTRO
051300         THRU 8300-PREPARAR-REGISTRO-EXIT.
051400     SET OFX-CADASTRO TO TRUE.
051500     MOVE CUST-NOME TO OFC-NOME.
051600     MOVE CUST-CPF-CNPJ TO OFC-CPF-CNPJ.
051700     MOVE CUST-STATUS TO OFC-STATUS.
051800     MOVE CUST-AGENCIA TO OFC-AGENCIA.
051900     MOVE CUST-MOEDA TO OFC-MOEDA.
052000     IF MOEDA-LOCAL-BRL
052100         MOVE "BRL" TO OFC-MOEDA
052200     END-IF.
052300     MOVE CSN-DATA-CONCESSAO TO OFC-DATA-CONSENTE.
052400     MOVE CSN-DATA-EXPIRA TO OFC-DATA-EXPIRA.
052500     PERFORM 8400-GRAVAR-DADO THRU 8400-GRAVAR-DADO-EXIT.
052600 2300-GRAVAR-CADASTRO-EXIT.
052700     EXIT.
052800*
052900***************************************************************
053000*    2400-GRAVAR-ENDERECO                                       *
053100***************************************************************
053200 2400-GRAVAR-ENDERECO.
053300     MOVE CSN-CUST-ID TO ADR-CUST-ID.
053400     READ ADDRESS-FILE
053500         INVALID KEY
053600             GO TO 2400-GRAVAR-ENDERECO-EXIT
053700     END-READ.
053800     IF NOT ADDR-OK
053900         GO TO 2400-GRAVAR-ENDERECO-EXIT
054000     END-IF.
054100     PERFORM 8300-PREPARAR-REGISTRO
054200         THRU 8300-PREPARAR-REGISTRO-EXIT.
054300     SET OFX-ENDERECO TO TRUE.
054400     MOVE ADR-LOGRADOURO TO OFE-LOGRADOURO.
054500     MOVE ADR-COMPLEMENTO TO OFE-COMPLEMENTO.
054600     MOVE ADR-CIDADE TO OFE-CIDADE.
054700     MOVE ADR-UF TO OFE-UF.
054800     MOVE ADR-CEP TO OFE-CEP.
054900     MOVE ADR-TELEFONE TO OFE-TELEFONE.
055000     MOVE ADR-EMAIL TO OFE-EMAIL.
055100     PERFORM 8400-GRAVAR-DADO THRU 8400-GRAVAR-DADO-EXIT.
055200 2400-GRAVAR-ENDERECO-EXIT.
055300     EXIT.
055400*
055500***************************************************************
055600*    2500-GRAVAR-CONTAS - UMA LINHA POR CONTA DO CUSTACCT; SEM  *
055700*    CONTA NO SUB-RAZAO, A CONTA CORRENTE COM O SALDO DO MESTRE *
055800***************************************************************
055900 2500-GRAVAR-CONTAS.
056000     MOVE ZERO TO WS-QTDE-CONTAS-CLI.
056100     IF CONTAS-DISPONIVEIS
056200         MOVE "N" TO WS-SCAN-EOF-SWITCH
056300         MOVE CSN-CUST-ID TO ACC-CUST-ID
056400         MOVE LOW-VALUES TO ACC-TIPO
056500         START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-CHAVE
056600             INVALID KEY
056700                 MOVE "Y" TO WS-SCAN-EOF-SWITCH
056800         END-START
056900         PERFORM 2510-LER-CONTA THRU 2510-LER-CONTA-EXIT
057000             UNTIL FIM-DA-VARREDURA
057100     END-IF.
057200     IF WS-QTDE-CONTAS-CLI > ZERO
057300         GO TO 2500-GRAVAR-CONTAS-EXIT
057400     END-IF.
057500     PERFORM 8300-PREPARAR-REGISTRO
057600         THRU 8300-PREPARAR-REGISTRO-EXIT.
057700     SET OFX-CONTA TO TRUE.
057800     MOVE "CC" TO OFA-TIPO.
057900     MOVE CUST-MOEDA TO OFA-MOEDA.
058000     IF MOEDA-LOCAL-BRL
058100         MOVE "BRL" TO OFA-MOEDA
058200     END-IF.
058300     MOVE CUST-SALDO TO OFA-SALDO.
058400     MOVE CUST-SALDO TO WS-VALOR-HASH.
058500     PERFORM 8400-GRAVAR-DADO THRU 8400-GRAVAR-DADO-EXIT.
058600 2500-GRAVAR-CONTAS-EXIT.
058700     EXIT.
058800*
058900***************************************************************
059000*    2510-LER-CONTA                                            *
059100***************************************************************
059200 2510-LER-CONTA.
059300     READ ACCOUNT-FILE NEXT RECORD
059400         AT END
059500             MOVE "Y" TO WS-SCAN-EOF-SWITCH
059600             GO TO 2510-LER-CONTA-EXIT
059700     END-READ.
059800     IF NOT ACCT-OK OR ACC-CUST-ID NOT = CSN-CUST-ID
059900         MOVE "Y" TO WS-SCAN-EOF-SWITCH
060000         GO TO 2510-LER-CONTA-EXIT
060100     END-IF.
060200     ADD 1 TO WS-QTDE-CONTAS-CLI.
060300     PERFORM 8300-PREPARAR-REGISTRO
060400         THRU 8300-PREPARAR-REGISTRO-EXIT.
060500     SET OFX-CONTA TO TRUE.
060600     MOVE ACC-TIPO TO OFA-TIPO.
060700     MOVE ACC-MOEDA TO OFA-MOEDA.
060800     IF ACC-MOEDA = SPACES
060900         MOVE "BRL" TO OFA-MOEDA
061000     END-IF.
061100     MOVE ACC-SALDO TO OFA-SALDO.
061200     MOVE ACC-DATA-ABERTURA TO OFA-DATA-ABERTURA.
061300     MOVE ACC-SALDO TO WS-VALOR-HASH.
061400     PERFORM 8400-GRAVAR-DADO THRU 8400-GRAVAR-DADO-EXIT.
061500 2510-LER-CONTA-EXIT.
061600     EXIT.
061700*
061800***************************************************************
061900*    2600-GRAVAR-TRANSACOES - LANCAMENTOS DO CLIENTE NO JRNHIST *
062000*    DESDE O INICIO DA JANELA                                   *
062100***************************************************************
062200 2600-GRAVAR-TRANSACOES.
062300     MOVE "N" TO WS-SCAN-EOF-SWITCH.
062400     MOVE CSN-CUST-ID TO JRNH-ID.
062500     MOVE WS-DATA-INICIO TO JRNH-DATA.
062600     MOVE ZERO TO JRNH-HORA.
062700     START HIST-VSAM-FILE KEY IS NOT LESS THAN JRNH-CHAVE
062800         INVALID KEY
062900             GO TO 2600-GRAVAR-TRANSACOES-EXIT
063000     END-START.
063100     PERFORM 2610-LER-LANCAMENTO THRU 2610-LER-LANCAMENTO-EXIT
063200         UNTIL FIM-DA-VARREDURA.
063300 2600-GRAVAR-TRANSACOES-EXIT.
063400     EXIT.
063500*
063600***************************************************************
063700*    2610-LER-LANCAMENTO - SO O QUE MEXEU NO SALDO E TRANSACAO; *
063800*    ALTERACAO CADASTRAL NAO VAI                                *
063900***************************************************************
064000 2610-LER-LANCAMENTO.
064100     READ HIST-VSAM-FILE NEXT RECORD
064200         AT END
064300             MOVE "Y" TO WS-SCAN-EOF-SWITCH
064400             GO TO 2610-LER-LANCAMENTO-EXIT
064500     END-READ.
064600     IF NOT HIST-OK OR JRNH-ID NOT = CSN-CUST-ID
064700         MOVE "Y" TO WS-SCAN-EOF-SWITCH
064800         GO TO 2610-LER-LANCAMENTO-EXIT
064900     END-IF.
065000     MOVE ZERO TO WS-SALDO-ANTES.
065100     MOVE JRNH-ANTES(42:9) TO WS-SALDO-IMAGEM-AREA.
065200     IF WS-SALDO-IMAGEM NUMERIC
065300         MOVE WS-SALDO-IMAGEM TO WS-SALDO-ANTES
065400     END-IF.
065500     MOVE ZERO TO WS-SALDO-DEPOIS.
065600     MOVE JRNH-DEPOIS(42:9) TO WS-SALDO-IMAGEM-AREA.
065700     IF WS-SALDO-IMAGEM NUMERIC
065800         MOVE WS-SALDO-IMAGEM TO WS-SALDO-DEPOIS
065900     END-IF.
066000     COMPUTE WS-DELTA = WS-SALDO-DEPOIS - WS-SALDO-ANTES.
066100     IF WS-DELTA = ZERO
066200         GO TO 2610-LER-LANCAMENTO-EXIT
066300     END-IF.
066400     PERFORM 8300-PREPARAR-REGISTRO
066500         THRU 8300-PREPARAR-REGISTRO-EXIT.
066600     SET OFX-TRANSACAO TO TRUE.
066700     MOVE JRNH-DATA TO OFT-DATA.
066800     MOVE JRNH-HORA TO OFT-HORA.
066900     MOVE JRNH-PROGRAMA TO OFT-ORIGEM.
067000     MOVE WS-DELTA TO OFT-VALOR.
067100     MOVE WS-SALDO-DEPOIS TO OFT-SALDO-APOS.
067200     MOVE WS-DELTA TO WS-VALOR-HASH.
067300     PERFORM 8400-GRAVAR-DADO THRU 8400-GRAVAR-DADO-EXIT.
067400 2610-LER-LANCAMENTO-EXIT.
067500     EXIT.
067600*
067700***************************************************************
067800*    3000-FECHAR-BLOCO - TRAILER DA RECEPTORA CORRENTE          *
067900***************************************************************
068000 3000-FECHAR-BLOCO.
068100     MOVE SPACES TO OFX-RECORD.
068200     SET OFX-TRAILER TO TRUE.
068300     MOVE WS-INST-BLOCO TO OFX-INSTITUICAO.
068400     MOVE WS-BLOCO-QTDE TO OFR-QTDE.
068500     MOVE WS-BLOCO-HASH TO OFR-HASH.
068600     MOVE WS-BLOCO-CLIENTES TO OFR-QTDE-CLIENTES.
068700     WRITE OFX-RECORD.
068800     MOVE WS-BLOCO-CLIENTES TO WS-QTDE-DISP.
068900     MOVE WS-BLOCO-QTDE TO WS-QTDE-DISP-2.
069000     MOVE SPACES TO RPT-LINHA-ENTRADA.
069100     STRING "RECEPTORA " WS-INST-BLOCO " " WS-NOME-BLOCO
069200         " CLIENTES " WS-QTDE-DISP " REGISTROS " WS-QTDE-DISP-2
069300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
069400     END-STRING.
069500     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
069600     MOVE "N" TO WS-BLOCO-ABERTO-SW.
069700 3000-FECHAR-BLOCO-EXIT.
069800     EXIT.
069900*
070000***************************************************************
070100*    3100-ABRIR-BLOCO - HEADER DA NOVA RECEPTORA                *
070200***************************************************************
070300 3100-ABRIR-BLOCO.
070400     MOVE CSN-INSTITUICAO TO WS-INST-BLOCO.
070500     MOVE CSN-NOME-INST TO WS-NOME-BLOCO.
070600     MOVE ZERO TO WS-BLOCO-QTDE.
070700     MOVE ZERO TO WS-BLOCO-HASH.
070800     MOVE ZERO TO WS-BLOCO-CLIENTES.
070900     MOVE SPACES TO OFX-RECORD.
071000     SET OFX-HEADER TO TRUE.
071100     MOVE WS-INST-BLOCO TO OFX-INSTITUICAO.
071200     MOVE RUN-DATA TO OFH-DATA.
071300     MOVE WS-NOME-BLOCO TO OFH-NOME-INST.
071400     MOVE "OFEXPORT" TO OFH-ORIGEM.
071500     WRITE OFX-RECORD.
071600     ADD 1 TO WS-QTDE-RECEPTORAS.
071700     MOVE "Y" TO WS-BLOCO-ABERTO-SW.
071800 3100-ABRIR-BLOCO-EXIT.
071900     EXIT.
072000*
072100***************************************************************
072200*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
072300*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
072400***************************************************************
072500 8000-GRAVAR-LINHAS-RPT.
072600     IF NOT PRINT-FILE-OK
072700         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
072800     END-IF.
072900     PERFORM 8100-GRAVAR-UMA-LINHA
073000         THRU 8100-GRAVAR-UMA-LINHA-EXIT
073100         VARYING WS-RPT-SUB FROM 1 BY 1
073200         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
073300 8000-GRAVAR-LINHAS-RPT-EXIT.
073400     EXIT.
073500*
073600***************************************************************
073700*    8100-GRAVAR-UMA-LINHA                                     *
073800***************************************************************
073900 8100-GRAVAR-UMA-LINHA.
074000     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
074100     WRITE PRINT-LINE.
074200 8100-GRAVAR-UMA-LINHA-EXIT.
074300     EXIT.
074400*
074500***************************************************************
074600*    8300-PREPARAR-REGISTRO - REGISTRO DE DADOS LIMPO COM A     *
074700*    RECEPTORA E O CLIENTE                                      *
074800***************************************************************
074900 8300-PREPARAR-REGISTRO.
075000     MOVE SPACES TO OFX-RECORD.
075100     MOVE CSN-INSTITUICAO TO OFX-INSTITUICAO.
075200     MOVE CSN-CUST-ID TO OFX-CUST-ID.
075300     MOVE ZERO TO WS-VALOR-HASH.
075400 8300-PREPARAR-REGISTRO-EXIT.
075500     EXIT.
075600*
075700***************************************************************
075800*    8400-GRAVAR-DADO - GRAVA O REGISTRO E ACUMULA OS CONTROLES *
075900*    DO TRAILER (VALOR SEM SINAL, EM CENTAVOS)                  *
076000***************************************************************
076100 8400-GRAVAR-DADO.
076200     WRITE OFX-RECORD.
076300     ADD 1 TO WS-BLOCO-QTDE.
076400     ADD 1 TO WS-REGS-CLIENTE.
076500     ADD 1 TO WS-QTDE-REGISTROS.
076600     COMPUTE WS-BLOCO-HASH =
076700         WS-BLOCO-HASH + (WS-VALOR-HASH * 100).
076800 8400-GRAVAR-DADO-EXIT.
076900     EXIT.
077000*
077100***************************************************************
077200*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
077300***************************************************************
077400 8500-DETALHE.
077500     SET RPT-ACAO-DETALHE TO TRUE.
077600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
077700     PERFORM 8000-GRAVAR-LINHAS-RPT
077800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
077900 8500-DETALHE-EXIT.
078000     EXIT.
078100*
078200***************************************************************
078300*    9000-FINALIZAR - TOTAIS E FECHAMENTO                       *
078400***************************************************************
078500 9000-FINALIZAR.
078600     MOVE WS-QTDE-ENVIADOS TO WS-QTDE-DISP.
078700     MOVE WS-QTDE-RETIDOS TO WS-QTDE-DISP-2.
078800     MOVE WS-QTDE-EXPIRADOS TO WS-QTDE-DISP-3.
078900     MOVE SPACES TO RPT-LINHA-ENTRADA.
079000     STRING "ENVIADOS " WS-QTDE-DISP
079100         " RETIDOS " WS-QTDE-DISP-2
079200         " EXPIRADOS " WS-QTDE-DISP-3
079300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
079400     END-STRING.
079500     SET RPT-ACAO-TOTAL TO TRUE.
079600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
079700     PERFORM 8000-GRAVAR-LINHAS-RPT
079800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
079900     IF PRINT-FILE-OK
080000         CLOSE PRINT-FILE
080100     END-IF.
080200     IF ENDERECOS-DISPONIVEIS
080300         CLOSE ADDRESS-FILE
080400     END-IF.
080500     IF CONTAS-DISPONIVEIS
080600         CLOSE ACCOUNT-FILE
080700     END-IF.
080800     IF JRNHIST-DISPONIVEL
080900         CLOSE HIST-VSAM-FILE
081000     END-IF.
081100     CLOSE EXPORTA-FILE.
081200     CLOSE CUSTOMER-MASTER.
081300     CLOSE CONSENTE-FILE.
081400     DISPLAY "====== EXPORTACAO OPEN FINANCE ======".
081500     DISPLAY "CONSENTIMENTOS LIDOS .: " WS-QTDE-LIDOS.
081600     DISPLAY "CLIENTES ENVIADOS ....: " WS-QTDE-ENVIADOS.
081700     DISPLAY "RECEPTORAS ...........: " WS-QTDE-RECEPTORAS.
081800     DISPLAY "REGISTROS DE DADOS ...: " WS-QTDE-REGISTROS.
081900     DISPLAY "RETIDOS PELO MESTRE ..: " WS-QTDE-RETIDOS.
082000     DISPLAY "EXPIRADOS NA RODADA ..: " WS-QTDE-EXPIRADOS.
082100     DISPLAY "REVOGADOS/EXPIRADOS ..: " WS-QTDE-INATIVOS.
082200 9000-FINALIZAR-EXIT.
082300     EXIT.
