000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MALA-DIRETA.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     ARQUIVO DE IMPRESSAO PARA A GRAFICA DE
001200*                       MALA DIRETA. O CLIENTE-STATEMENT, O
001300*                       CARTA-CIRCULAR E O NEGATIVACAO-CICLO
001400*                       GRAVAM CADA LINHA DA CORRESPONDENCIA NO
001500*                       MALADOC (VER COPYBOOKS/MALDOC.CPY); ESTE
001600*                       PROGRAMA RODA EM DUAS FASES (VARIAVEL
001700*                       MALFASE, VER JCL/MALADIR.JCL):
001800*                         "P" (PADRAO) PREPARA: JUNTA AS LINHAS
001900*                           DE CADA DOCUMENTO, BUSCA O ENDERECO
002000*                           DO ENVELOPE NO CUSTADDR, CONTA AS
002100*                           PAGINAS (MALLINHAS LINHAS POR PAGINA,
002200*                           PADRAO 50), CLASSIFICA O CEP NA FAIXA
002300*                           DE TRIAGEM DOS CORREIOS (CARTAO
002400*                           MALFAIX; SEM CARTAO, UMA FAIXA POR
002500*                           REGIAO POSTAL - PRIMEIRO DIGITO DO
002600*                           CEP) E GRAVA O MALSORT (VER COPYBOOKS/
002700*                           MALSRT.CPY), QUE O SORT DO JCL ORDENA
002800*                           POR FAIXA E CEP. DOCUMENTO DE CLIENTE
002900*                           SEM ENDERECO VALIDO (SEM CUSTADDR,
003000*                           LOGRADOURO OU CIDADE EM BRANCO, CEP
003100*                           QUE NAO TEM 8 DIGITOS, UF QUE NAO
003200*                           EXISTE) OU COM MAIS LINHAS DO QUE A
003300*                           TABELA COMPORTA VAI PARA A LISTA DE
003400*                           EXCECOES MALEXC E NAO E POSTADO. AS
003500*                           QUANTIDADES DA FASE FICAM NO MALCTL;
003600*                         "E" EMITE: LE O MALSORT ORDENADO E
003700*                           GRAVA O MALAPRT PARA A GRAFICA (VER
003800*                           COPYBOOKS/MALPRT.CPY) - ENVELOPE COM
003900*                           SEQUENCIA DE TRIAGEM, PAGINAS COM AS
004000*                           MARCAS OMR DA ENVELOPADORA E OS
004100*                           INSERTOS DO DOCUMENTO - E O MANIFESTO
004200*                           MALMAN COM DOCUMENTOS E PAGINAS POR
004300*                           FAIXA DE TRIAGEM E POR ORIGEM, OS
004400*                           TOTAIS E A CONFERENCIA COM O MALCTL.
004500*                       EXCECAO DE ENDERECO TERMINA COM RC 4;
004600*                       MANIFESTO QUE NAO BATE COM O MALCTL (OU
004700*                       MALCTL AUSENTE) E RC 12; FALTA DE ARQUIVO
004800*                       OBRIGATORIO E RC 16.
004900***************************************************************
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT MALA-FILE ASSIGN TO "MALADOC"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MALA-FILE-STATUS.
005700     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ADR-CUST-ID
006100         FILE STATUS IS WS-ADDR-FILE-STATUS.
006200     SELECT FAIXA-FILE ASSIGN TO "MALFAIX"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FAIXA-FILE-STATUS.
006500     SELECT SORT-FILE ASSIGN TO "MALSORT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SORT-FILE-STATUS.
006800     SELECT CONTROL-FILE ASSIGN TO "MALCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CONTROL-FILE-STATUS.
007100     SELECT GRAFICA-FILE ASSIGN TO "MALAPRT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-GRAFICA-FILE-STATUS.
007400     SELECT EXCECAO-FILE ASSIGN TO "MALEXC"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EXCECAO-FILE-STATUS.
007700     SELECT MANIFESTO-FILE ASSIGN TO "MALMAN"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MANIFESTO-FILE-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300*
008400 FD  MALA-FILE
008500     RECORDING MODE IS F.
008600*    LINHA DE DOCUMENTO (VER COPYBOOKS/MALDOC.CPY)
008700 COPY "MALDOC.cpy".
008800*
008900 FD  ADDRESS-FILE.
009000*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
009100 COPY "ADDRREC.cpy".
009200*
009300 FD  FAIXA-FILE
009400     RECORDING MODE IS F.
009500*    FAIXA DE TRIAGEM DOS CORREIOS: CEP INICIAL E FINAL, CODIGO
009600*    DA FAIXA E DESCRICAO PARA O MANIFESTO. LINHA EM BRANCO OU
009700*    COM "*" NA COLUNA 1 E COMENTARIO.
009800 01  FAIXA-RECORD.
009900     05  FXR-CEP-INI         PIC X(08).
010000     05  FILLER              PIC X(01).
010100     05  FXR-CEP-FIM         PIC X(08).
010200     05  FILLER              PIC X(01).
010300     05  FXR-FAIXA           PIC X(02).
010400     05  FILLER              PIC X(01).
010500     05  FXR-DESCRICAO       PIC X(30).
010600*
010700 FD  SORT-FILE
010800     RECORDING MODE IS F.
010900*    TRABALHO DA TRIAGEM POR CEP (VER COPYBOOKS/MALSRT.CPY)
011000 COPY "MALSRT.cpy".
011100*
011200 FD  CONTROL-FILE
011300     RECORDING MODE IS F.
011400*    QUANTIDADES DA FASE "P" PARA A CONFERENCIA DA FASE "E"
011500 01  CONTROL-RECORD.
011600     05  MCT-DATA            PIC 9(08).
011700     05  FILLER              PIC X(01).
011800     05  MCT-LIDOS           PIC 9(07).
011900     05  FILLER              PIC X(01).
012000     05  MCT-ENVIADOS        PIC 9(07).
012100     05  FILLER              PIC X(01).
012200     05  MCT-EXCECOES        PIC 9(07).
012300     05  FILLER              PIC X(01).
012400     05  MCT-LINHAS          PIC 9(09).
012500     05  FILLER              PIC X(01).
012600     05  MCT-PAGINAS         PIC 9(09).
012700*
012800 FD  GRAFICA-FILE
012900     RECORDING MODE IS F.
013000*    ARQUIVO DA GRAFICA (VER COPYBOOKS/MALPRT.CPY)
013100 COPY "MALPRT.cpy".
013200*
013300 FD  EXCECAO-FILE
013400     RECORDING MODE IS F.
013500 01  EXCECAO-LINE            PIC X(132).
013600*
013700 FD  MANIFESTO-FILE
013800     RECORDING MODE IS F.
013900 01  MANIFESTO-LINE          PIC X(132).
014000*
014100 WORKING-STORAGE SECTION.
014200*
014300 77  WS-MALA-FILE-STATUS     PIC X(02) VALUE ZEROS.
014400     88  MALA-OK             VALUE "00".
014500 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
014600     88  ADDR-OK             VALUE "00".
014700 77  WS-FAIXA-FILE-STATUS    PIC X(02) VALUE ZEROS.
014800     88  FAIXA-OK            VALUE "00".
014900 77  WS-SORT-FILE-STATUS     PIC X(02) VALUE ZEROS.
015000     88  SORT-OK             VALUE "00".
015100 77  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE ZEROS.
015200     88  CONTROL-OK          VALUE "00".
015300 77  WS-GRAFICA-FILE-STATUS  PIC X(02) VALUE ZEROS.
015400     88  GRAFICA-OK          VALUE "00".
015500 77  WS-EXCECAO-FILE-STATUS  PIC X(02) VALUE ZEROS.
015600     88  EXCECAO-OK          VALUE "00".
015700 77  WS-MANIFESTO-FILE-STATUS PIC X(02) VALUE ZEROS.
015800     88  MANIFESTO-OK        VALUE "00".
015900*
016000 77  WS-FASE                 PIC X(01) VALUE SPACE.
016100     88  FASE-EMITIR         VALUE "E".
016200 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
016300     88  FIM-DO-ARQUIVO      VALUE "Y".
016400*    O FILE STATUS NASCE "00"; QUEM FOI ABERTO FICA NESTES
016500*    INDICADORES PARA O 9000 SO FECHAR O QUE ABRIU
016600 77  WS-MALA-ABERTO-SW       PIC X(01) VALUE "N".
016700     88  MALA-DISPONIVEL     VALUE "Y".
016800 77  WS-ENDERECO-ABERTO-SW   PIC X(01) VALUE "N".
016900     88  ENDERECOS-DISPONIVEIS VALUE "Y".
017000 77  WS-SORT-ABERTO-SW       PIC X(01) VALUE "N".
017100     88  SORT-DISPONIVEL     VALUE "Y".
017200 77  WS-GRAFICA-ABERTO-SW    PIC X(01) VALUE "N".
017300     88  GRAFICA-DISPONIVEL  VALUE "Y".
017400 77  WS-RELATORIO-SW         PIC X(01) VALUE "N".
017500     88  RELATORIO-ABERTO    VALUE "Y".
017600 77  WS-CONTROLE-LIDO-SW     PIC X(01) VALUE "N".
017700     88  CONTROLE-LIDO       VALUE "Y".
017800 77  WS-FATAL-SW             PIC X(01) VALUE "N".
017900     88  ERRO-FATAL          VALUE "Y".
018000 77  WS-RC-FINAL             PIC 9(02) VALUE ZERO.
018100*
018200***************************************************************
018300*    PARAMETROS
018400***************************************************************
018500 77  WS-LINHAS-POR-PAGINA    PIC 9(03) VALUE ZERO.
018600*
018700***************************************************************
018800*    FAIXAS DE TRIAGEM. A ULTIMA ENTRADA E SEMPRE A "ZZ" (CEP
018900*    FORA DE TODAS AS FAIXAS); O INTERVALO DELA E INVERTIDO
019000*    PARA NUNCA CASAR NA BUSCA POR CEP.
019100***************************************************************
019200 77  WS-QTDE-FAIXAS          PIC 9(03) COMP VALUE ZERO.
019300 77  WS-QTDE-CARTOES         PIC 9(03) COMP VALUE ZERO.
019400 77  WS-SUB-F                PIC 9(03) COMP VALUE ZERO.
019500 77  WS-FAIXA-ACHADA         PIC 9(03) COMP VALUE ZERO.
019600 01  TABELA-FAIXAS.
019700     05  FAIXA-ENTRY OCCURS 51 TIMES.
019800         10  FXA-CEP-INI     PIC X(08).
019900         10  FXA-CEP-FIM     PIC X(08).
020000         10  FXA-CODIGO      PIC X(02).
020100         10  FXA-DESCRICAO   PIC X(30).
020200         10  FXA-DOCS        PIC 9(07) COMP.
020300         10  FXA-PAGINAS     PIC 9(09) COMP.
020400*    FAIXAS PADRAO: UMA POR REGIAO POSTAL (PRIMEIRO DIGITO DO CEP)
020500 01  WS-REGIOES-PADRAO.
020600     05  FILLER PIC X(30) VALUE "SP - GRANDE SAO PAULO".
020700     05  FILLER PIC X(30) VALUE "SP - INTERIOR E LITORAL".
020800     05  FILLER PIC X(30) VALUE "RJ ES".
020900     05  FILLER PIC X(30) VALUE "MG".
021000     05  FILLER PIC X(30) VALUE "BA SE".
021100     05  FILLER PIC X(30) VALUE "PE AL PB RN".
021200     05  FILLER PIC X(30) VALUE "CE PI MA PA AM AC AP RR".
021300     05  FILLER PIC X(30) VALUE "DF GO TO MT MS RO".
021400     05  FILLER PIC X(30) VALUE "PR SC".
021500     05  FILLER PIC X(30) VALUE "RS".
021600 01  WS-REGIOES-TAB REDEFINES WS-REGIOES-PADRAO.
021700     05  WS-REGIAO-DESCRICAO PIC X(30) OCCURS 10 TIMES.
021800 77  WS-REGIAO               PIC 9(01) VALUE ZERO.
021900 77  WS-SUB-R                PIC 9(03) COMP VALUE ZERO.
022000*
022100***************************************************************
022200*    UNIDADES DA FEDERACAO VALIDAS
022300***************************************************************
022400 01  WS-UFS-VALIDAS.
022500     05  FILLER PIC X(54) VALUE
022600         "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
022700 01  WS-UFS-TAB REDEFINES WS-UFS-VALIDAS.
022800     05  WS-UF-VALIDA        PIC X(02) OCCURS 27 TIMES.
022900 77  WS-SUB-U                PIC 9(03) COMP VALUE ZERO.
023000 77  WS-UF-SW                PIC X(01) VALUE "N".
023100     88  UF-EXISTE           VALUE "Y".
023200*
023300***************************************************************
023400*    DOCUMENTO EM MONTAGEM NA FASE "P"
023500***************************************************************
023600 01  WS-CHAVE-LIDA.
023700     05  WS-CL-ORIGEM        PIC X(04).
023800     05  WS-CL-DATA          PIC 9(08).
023900     05  WS-CL-DOC           PIC 9(07).
024000 01  WS-CHAVE-DOC.
024100     05  WS-CD-ORIGEM        PIC X(04).
024200     05  WS-CD-DATA          PIC 9(08).
024300     05  WS-CD-DOC           PIC 9(07).
024400 77  WS-DOC-CUST-ID          PIC X(10) VALUE SPACES.
024500 77  WS-DOC-NOME             PIC X(30) VALUE SPACES.
024600 77  WS-DOC-QTDE-LINHAS      PIC 9(05) COMP VALUE ZERO.
024700 77  WS-DOC-PAGINAS          PIC 9(04) VALUE ZERO.
024800 77  WS-SUB-L                PIC 9(05) COMP VALUE ZERO.
024900 77  WS-ESTOURO-SW           PIC X(01) VALUE "N".
025000     88  DOC-ESTOUROU        VALUE "Y".
025100 01  TABELA-LINHAS.
025200     05  DOC-LINHA           PIC X(132) OCCURS 500 TIMES.
025300 77  WS-MOTIVO               PIC X(30) VALUE SPACES.
025400*
025500***************************************************************
025600*    EMISSAO (FASE "E")
025700***************************************************************
025800 77  WS-SEQ-TRIAGEM          PIC 9(07) VALUE ZERO.
025900 77  WS-PAGINAS-ENVELOPE     PIC 9(04) VALUE ZERO.
026000 77  WS-PAGINA-CORRENTE      PIC 9(04) VALUE ZERO.
026100 77  WS-INSERTOS             PIC X(02) VALUE "00".
026200 77  WS-RESTO-8              PIC 9(01) VALUE ZERO.
026300 77  WS-RESTO-4              PIC 9(01) VALUE ZERO.
026400 77  WS-QUOCIENTE            PIC 9(04) VALUE ZERO.
026500 77  WS-BIT                  PIC 9(01) VALUE ZERO.
026600 77  WS-QTDE-MARCAS          PIC 9(02) COMP VALUE ZERO.
026700*
026800***************************************************************
026900*    CONTADORES
027000***************************************************************
027100 77  WS-QTDE-LINHAS-LIDAS    PIC 9(09) COMP VALUE ZERO.
027200 77  WS-QTDE-DOCS-LIDOS      PIC 9(07) COMP VALUE ZERO.
027300 77  WS-QTDE-DOCS-ENVIADOS   PIC 9(07) COMP VALUE ZERO.
027400 77  WS-QTDE-EXCECOES        PIC 9(07) COMP VALUE ZERO.
027500 77  WS-QTDE-LINHAS-ENVIADAS PIC 9(09) COMP VALUE ZERO.
027600 77  WS-QTDE-PAGINAS         PIC 9(09) COMP VALUE ZERO.
027700 77  WS-QTDE-ENVELOPES       PIC 9(07) COMP VALUE ZERO.
027800 77  WS-QTDE-LINHAS-EMITIDAS PIC 9(09) COMP VALUE ZERO.
027900 77  WS-QTDE-PAGINAS-EMITIDAS PIC 9(09) COMP VALUE ZERO.
028000 77  WS-DOCS-EXTRATO         PIC 9(07) COMP VALUE ZERO.
028100 77  WS-PAGS-EXTRATO         PIC 9(09) COMP VALUE ZERO.
028200 77  WS-DOCS-CIRCULAR        PIC 9(07) COMP VALUE ZERO.
028300 77  WS-PAGS-CIRCULAR        PIC 9(09) COMP VALUE ZERO.
028400 77  WS-DOCS-NEGATIVACAO     PIC 9(07) COMP VALUE ZERO.
028500 77  WS-PAGS-NEGATIVACAO     PIC 9(09) COMP VALUE ZERO.
028600 77  WS-DOCS-OUTRAS          PIC 9(07) COMP VALUE ZERO.
028700 77  WS-PAGS-OUTRAS          PIC 9(09) COMP VALUE ZERO.
028800 77  WS-QTDE-ED              PIC Z(06)9.
028900 77  WS-PAGS-ED              PIC Z(08)9.
029000*
029100***************************************************************
029200*    AREA DE COMUNICACAO COM O REPORT-WRITER
029300***************************************************************
029400 COPY "RPTWRT.cpy".
029500 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
029600*
029700***************************************************************
029800*    DATA/HORA DE EXECUCAO COMPARTILHADA
029900***************************************************************
030000 COPY "RUNDATE.cpy".
030100*
030200***************************************************************
030300*    AREA DE COMUNICACAO COM O ERROR-HANDLER
030400***************************************************************
030500 COPY "ERRHDL.cpy".
030600*
030700 PROCEDURE DIVISION.
030800*
030900***************************************************************
031000*    0000-MAINLINE                                            *
031100***************************************************************
031200 0000-MAINLINE.
031300     MOVE ZERO TO RETURN-CODE.
031400     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
031500     ACCEPT RUN-HORA FROM TIME.
031600     ACCEPT WS-FASE FROM ENVIRONMENT "MALFASE".
031700     IF NOT FASE-EMITIR
031800         MOVE "P" TO WS-FASE
031900     END-IF.
032000     ACCEPT WS-LINHAS-POR-PAGINA FROM ENVIRONMENT "MALLINHAS".
032100     IF WS-LINHAS-POR-PAGINA = ZERO
032200         MOVE 50 TO WS-LINHAS-POR-PAGINA
032300     END-IF.
032400     PERFORM 1100-CARREGAR-FAIXAS THRU 1100-CARREGAR-FAIXAS-EXIT.
032500     IF FASE-EMITIR
032600         PERFORM 5000-EMITIR THRU 5000-EMITIR-EXIT
032700     ELSE
032800         PERFORM 1000-PREPARAR THRU 1000-PREPARAR-EXIT
032900     END-IF.
033000     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
033100     STOP RUN.
033200*
033300***************************************************************
033400*    1000-PREPARAR - FASE "P": MALADOC E CUSTADDR DE ENTRADA,  *
033500*    MALSORT E LISTA DE EXCECOES DE SAIDA                      *
033600***************************************************************
033700 1000-PREPARAR.
033800     OPEN OUTPUT EXCECAO-FILE.
033900     IF EXCECAO-OK
034000         MOVE "Y" TO WS-RELATORIO-SW
034100     END-IF.
034200     MOVE "MALA DIRETA - EXCECOES DE ENDERECO" TO RPT-TITULO.
034300     MOVE ZERO TO RPT-LINHAS-POR-PAG.
034400     SET RPT-ACAO-INICIAR TO TRUE.
034500     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
034600     PERFORM 8000-GRAVAR-LINHAS-RPT
034700         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
034800     OPEN INPUT MALA-FILE.
034900     IF NOT MALA-OK
035000         MOVE "ABERTURA DO ARQUIVO MALADOC" TO ERR-CONTEXTO
035100         MOVE WS-MALA-FILE-STATUS TO ERR-FILE-STATUS
035200         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
035300         GO TO 1000-PREPARAR-EXIT
035400     END-IF.
035500     MOVE "Y" TO WS-MALA-ABERTO-SW.
035600     OPEN INPUT ADDRESS-FILE.
035700     IF NOT ADDR-OK
035800         MOVE "ABERTURA DO ARQUIVO CUSTADDR" TO ERR-CONTEXTO
035900         MOVE WS-ADDR-FILE-STATUS TO ERR-FILE-STATUS
036000         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
036100         GO TO 1000-PREPARAR-EXIT
036200     END-IF.
036300     MOVE "Y" TO WS-ENDERECO-ABERTO-SW.
036400     OPEN OUTPUT SORT-FILE.
036500     IF NOT SORT-OK
036600         MOVE "ABERTURA DO ARQUIVO MALSORT" TO ERR-CONTEXTO
036700         MOVE WS-SORT-FILE-STATUS TO ERR-FILE-STATUS
036800         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
036900         GO TO 1000-PREPARAR-EXIT
037000     END-IF.
037100     MOVE "Y" TO WS-SORT-ABERTO-SW.
037200     MOVE "N" TO WS-EOF-SWITCH.
037300     MOVE LOW-VALUES TO WS-CHAVE-DOC.
037400     PERFORM 2000-LER-LINHA THRU 2000-LER-LINHA-EXIT
037500         UNTIL FIM-DO-ARQUIVO.
037600     PERFORM 2500-FECHAR-DOCUMENTO
037700         THRU 2500-FECHAR-DOCUMENTO-EXIT.
037800     PERFORM 2900-GRAVAR-CONTROLE THRU 2900-GRAVAR-CONTROLE-EXIT.
037900 1000-PREPARAR-EXIT.
038000     EXIT.
038100*
038200***************************************************************
038300*    1100-CARREGAR-FAIXAS - CARTAO MALFAIX OPCIONAL; AUSENTE   *
038400*    OU SEM NENHUMA FAIXA VALIDA, VALEM AS FAIXAS REGIONAIS    *
038500***************************************************************
038600 1100-CARREGAR-FAIXAS.
038700     MOVE ZERO TO WS-QTDE-FAIXAS.
038800     OPEN INPUT FAIXA-FILE.
038900     IF FAIXA-OK
039000         MOVE "N" TO WS-EOF-SWITCH
039100         PERFORM 1150-LER-FAIXA THRU 1150-LER-FAIXA-EXIT
039200             UNTIL FIM-DO-ARQUIVO
039300         CLOSE FAIXA-FILE
039400     ELSE
039500         DISPLAY "MALFAIX AUSENTE (STATUS " WS-FAIXA-FILE-STATUS
039600             ") - FAIXAS POR REGIAO POSTAL."
039700     END-IF.
039800     MOVE WS-QTDE-FAIXAS TO WS-QTDE-CARTOES.
039900     IF WS-QTDE-FAIXAS = ZERO
040000         PERFORM 1160-FAIXA-PADRAO THRU 1160-FAIXA-PADRAO-EXIT
040100             VARYING WS-SUB-R FROM 1 BY 1 UNTIL WS-SUB-R > 10
040200     END-IF.
040300     ADD 1 TO WS-QTDE-FAIXAS.
040400     MOVE "99999999" TO FXA-CEP-INI(WS-QTDE-FAIXAS).
040500     MOVE "00000000" TO FXA-CEP-FIM(WS-QTDE-FAIXAS).
040600     MOVE "ZZ" TO FXA-CODIGO(WS-QTDE-FAIXAS).
040700     MOVE "FORA DAS FAIXAS" TO FXA-DESCRICAO(WS-QTDE-FAIXAS).
040800     MOVE ZERO TO FXA-DOCS(WS-QTDE-FAIXAS).
040900     MOVE ZERO TO FXA-PAGINAS(WS-QTDE-FAIXAS).
041000 1100-CARREGAR-FAIXAS-EXIT.
041100     EXIT.
041200*
041300***************************************************************
041400*    1150-LER-FAIXA - CARTAO INVALIDO E IGNORADO COM AVISO     *
041500***************************************************************
041600 1150-LER-FAIXA.
041700     READ FAIXA-FILE
041800         AT END
041900             MOVE "Y" TO WS-EOF-SWITCH
042000             GO TO 1150-LER-FAIXA-EXIT
042100     END-READ.
042200     IF FAIXA-RECORD = SPACES OR FXR-CEP-INI(1:1) = "*"
042300         GO TO 1150-LER-FAIXA-EXIT
042400     END-IF.
042500     IF FXR-CEP-INI NOT NUMERIC OR FXR-CEP-FIM NOT NUMERIC
042600         OR FXR-CEP-INI > FXR-CEP-FIM
042700         OR FXR-FAIXA = SPACES OR FXR-FAIXA = "ZZ"
042800         DISPLAY "MALFAIX: CARTAO INVALIDO IGNORADO - "
042900             FAIXA-RECORD
043000         GO TO 1150-LER-FAIXA-EXIT
043100     END-IF.
043200     IF WS-QTDE-FAIXAS >= 50
043300         DISPLAY "MALFAIX: MAIS DE 50 FAIXAS - IGNORADA "
043400             FXR-FAIXA
043500         GO TO 1150-LER-FAIXA-EXIT
043600     END-IF.
043700     ADD 1 TO WS-QTDE-FAIXAS.
043800     MOVE FXR-CEP-INI TO FXA-CEP-INI(WS-QTDE-FAIXAS).
043900     MOVE FXR-CEP-FIM TO FXA-CEP-FIM(WS-QTDE-FAIXAS).
044000     MOVE FXR-FAIXA TO FXA-CODIGO(WS-QTDE-FAIXAS).
044100     MOVE FXR-DESCRICAO TO FXA-DESCRICAO(WS-QTDE-FAIXAS).
044200     MOVE ZERO TO FXA-DOCS(WS-QTDE-FAIXAS).
044300     MOVE ZERO TO FXA-PAGINAS(WS-QTDE-FAIXAS).
044400 1150-LER-FAIXA-EXIT.
044500     EXIT.
044600*
044700***************************************************************
044800*    1160-FAIXA-PADRAO - REGIAO POSTAL WS-SUB-R - 1: CEP       *
044900*    N0000000 A N9999999, FAIXA "RN"                           *
045000***************************************************************
045100 1160-FAIXA-PADRAO.
045200     ADD 1 TO WS-QTDE-FAIXAS.
045300     COMPUTE WS-REGIAO = WS-SUB-R - 1.
045400     MOVE "00000000" TO FXA-CEP-INI(WS-QTDE-FAIXAS).
045500     MOVE "99999999" TO FXA-CEP-FIM(WS-QTDE-FAIXAS).
045600     MOVE WS-REGIAO TO FXA-CEP-INI(WS-QTDE-FAIXAS)(1:1).
045700     MOVE WS-REGIAO TO FXA-CEP-FIM(WS-QTDE-FAIXAS)(1:1).
045800     MOVE "R" TO FXA-CODIGO(WS-QTDE-FAIXAS)(1:1).
045900     MOVE WS-REGIAO TO FXA-CODIGO(WS-QTDE-FAIXAS)(2:1).
046000     MOVE WS-REGIAO-DESCRICAO(WS-SUB-R)
046100         TO FXA-DESCRICAO(WS-QTDE-FAIXAS).
046200     MOVE ZERO TO FXA-DOCS(WS-QTDE-FAIXAS).
046300     MOVE ZERO TO FXA-PAGINAS(WS-QTDE-FAIXAS).
046400 1160-FAIXA-PADRAO-EXIT.
046500     EXIT.
046600*
046700***************************************************************
046800*    1900-ERRO-ABERTURA                                       *
046900***************************************************************
047000 1900-ERRO-ABERTURA.
047100     MOVE "MALADIR" TO ERR-PROGRAMA.
047200     SET ERR-TIPO-ARQUIVO TO TRUE.
047300     CALL "ERROR-HANDLER" USING ERR-PARAMETROS.
047400     MOVE "Y" TO WS-FATAL-SW.
047500     MOVE 16 TO WS-RC-FINAL.
047600 1900-ERRO-ABERTURA-EXIT.
047700     EXIT.
047800*
047900***************************************************************
048000*    2000-LER-LINHA - A TROCA DE ORIGEM/DATA/DOCUMENTO FECHA O *
048100*    DOCUMENTO ANTERIOR                                        *
048200***************************************************************
048300 2000-LER-LINHA.
048400     READ MALA-FILE
048500         AT END
048600             MOVE "Y" TO WS-EOF-SWITCH
048700             GO TO 2000-LER-LINHA-EXIT
048800     END-READ.
048900     ADD 1 TO WS-QTDE-LINHAS-LIDAS.
049000     MOVE MDC-ORIGEM TO WS-CL-ORIGEM.
049100     MOVE MDC-DATA TO WS-CL-DATA.
049200     MOVE MDC-DOC TO WS-CL-DOC.
049300     IF WS-CHAVE-LIDA NOT = WS-CHAVE-DOC
049400         PERFORM 2500-FECHAR-DOCUMENTO
049500             THRU 2500-FECHAR-DOCUMENTO-EXIT
049600         MOVE WS-CHAVE-LIDA TO WS-CHAVE-DOC
049700         MOVE MDC-CUST-ID TO WS-DOC-CUST-ID
049800         MOVE MDC-NOME TO WS-DOC-NOME
049900         MOVE ZERO TO WS-DOC-QTDE-LINHAS
050000         MOVE "N" TO WS-ESTOURO-SW
050100     END-IF.
050200     IF WS-DOC-QTDE-LINHAS >= 500
050300         MOVE "Y" TO WS-ESTOURO-SW
050400         GO TO 2000-LER-LINHA-EXIT
050500     END-IF.
050600     ADD 1 TO WS-DOC-QTDE-LINHAS.
050700     MOVE MDC-TEXTO TO DOC-LINHA(WS-DOC-QTDE-LINHAS).
050800 2000-LER-LINHA-EXIT.
050900     EXIT.
051000*
051100***************************************************************
051200*    2500-FECHAR-DOCUMENTO - ENDERECO VALIDO VAI PARA O        *
051300*    MALSORT; SENAO, PARA A LISTA DE EXCECOES                  *
051400***************************************************************
051500 2500-FECHAR-DOCUMENTO.
051600     IF WS-DOC-QTDE-LINHAS = ZERO
051700         GO TO 2500-FECHAR-DOCUMENTO-EXIT
051800     END-IF.
051900     ADD 1 TO WS-QTDE-DOCS-LIDOS.
052000     PERFORM 2600-VALIDAR-ENDERECO
052100         THRU 2600-VALIDAR-ENDERECO-EXIT.
052200     IF WS-MOTIVO NOT = SPACES
052300         PERFORM 2800-LISTAR-EXCECAO THRU 2800-LISTAR-EXCECAO-EXIT
052400         MOVE ZERO TO WS-DOC-QTDE-LINHAS
052500         GO TO 2500-FECHAR-DOCUMENTO-EXIT
052600     END-IF.
052700     PERFORM 2650-LOCALIZAR-FAIXA THRU 2650-LOCALIZAR-FAIXA-EXIT.
052800     COMPUTE WS-DOC-PAGINAS = (WS-DOC-QTDE-LINHAS
052900         + WS-LINHAS-POR-PAGINA - 1) / WS-LINHAS-POR-PAGINA.
053000     MOVE SPACES TO MALA-SORT-RECORD.
053100     MOVE FXA-CODIGO(WS-FAIXA-ACHADA) TO MSR-FAIXA.
053200     MOVE ADR-CEP TO MSR-CEP.
053300     MOVE WS-CD-ORIGEM TO MSR-ORIGEM.
053400     MOVE WS-CD-DATA TO MSR-DATA.
053500     MOVE WS-CD-DOC TO MSR-DOC.
053600     SET MSR-ENVELOPE TO TRUE.
053700     MOVE ZERO TO MSR-LINHA.
053800     MOVE WS-DOC-CUST-ID TO MSE-CUST-ID.
053900     MOVE WS-DOC-NOME TO MSE-NOME.
054000     MOVE ADR-LOGRADOURO TO MSE-LOGRADOURO.
054100     MOVE ADR-COMPLEMENTO TO MSE-COMPLEMENTO.
054200     MOVE ADR-CIDADE TO MSE-CIDADE.
054300     MOVE ADR-UF TO MSE-UF.
054400     MOVE WS-DOC-PAGINAS TO MSE-PAGINAS.
054500     MOVE WS-DOC-QTDE-LINHAS TO MSE-LINHAS.
054600     WRITE MALA-SORT-RECORD.
054700     PERFORM 2700-GRAVAR-LINHA-SORT
054800         THRU 2700-GRAVAR-LINHA-SORT-EXIT
054900         VARYING WS-SUB-L FROM 1 BY 1
055000         UNTIL WS-SUB-L > WS-DOC-QTDE-LINHAS.
055100     ADD 1 TO WS-QTDE-DOCS-ENVIADOS.
055200     ADD WS-DOC-QTDE-LINHAS TO WS-QTDE-LINHAS-ENVIADAS.
055300     ADD WS-DOC-PAGINAS TO WS-QTDE-PAGINAS.
055400     MOVE ZERO TO WS-DOC-QTDE-LINHAS.
055500 2500-FECHAR-DOCUMENTO-EXIT.
055600     EXIT.
055700*
055800***************************************************************
055900*    2600-VALIDAR-ENDERECO - WS-MOTIVO EM BRANCO QUANDO O      *
056000*    ENVELOPE PODE SER POSTADO                                 *
056100***************************************************************
056200 2600-VALIDAR-ENDERECO.
056300     MOVE SPACES TO WS-MOTIVO.
056400     IF DOC-ESTOUROU
056500         MOVE "DOCUMENTO COM MAIS DE 500 LINHAS" TO WS-MOTIVO
056600         GO TO 2600-VALIDAR-ENDERECO-EXIT
056700     END-IF.
056800     MOVE WS-DOC-CUST-ID TO ADR-CUST-ID.
056900     READ ADDRESS-FILE
057000         INVALID KEY
057100             MOVE "CLIENTE SEM ENDERECO (CUSTADDR)" TO WS-MOTIVO
057200             GO TO 2600-VALIDAR-ENDERECO-EXIT
057300     END-READ.
057400     IF ADR-LOGRADOURO = SPACES
057500         MOVE "LOGRADOURO EM BRANCO" TO WS-MOTIVO
057600         GO TO 2600-VALIDAR-ENDERECO-EXIT
057700     END-IF.
057800     IF ADR-CIDADE = SPACES
057900         MOVE "CIDADE EM BRANCO" TO WS-MOTIVO
058000         GO TO 2600-VALIDAR-ENDERECO-EXIT
058100     END-IF.
058200     IF ADR-CEP NOT NUMERIC OR ADR-CEP = "00000000"
058300         MOVE "CEP INVALIDO" TO WS-MOTIVO
058400         GO TO 2600-VALIDAR-ENDERECO-EXIT
058500     END-IF.
058600     MOVE "N" TO WS-UF-SW.
058700     PERFORM 2610-CONFERIR-UF THRU 2610-CONFERIR-UF-EXIT
058800         VARYING WS-SUB-U FROM 1 BY 1
058900         UNTIL WS-SUB-U > 27 OR UF-EXISTE.
059000     IF NOT UF-EXISTE
059100         MOVE "UF INVALIDA" TO WS-MOTIVO
059200     END-IF.
059300 2600-VALIDAR-ENDERECO-EXIT.
059400     EXIT.
059500*
059600***************************************************************
059700*    2610-CONFERIR-UF                                         *
059800***************************************************************
059900 2610-CONFERIR-UF.
060000     IF ADR-UF = WS-UF-VALIDA(WS-SUB-U)
060100         MOVE "Y" TO WS-UF-SW
060200     END-IF.
060300 2610-CONFERIR-UF-EXIT.
060400     EXIT.
060500*
060600***************************************************************
060700*    2650-LOCALIZAR-FAIXA - PRIMEIRA FAIXA QUE CONTEM O CEP;   *
060800*    NENHUMA, FICA A "ZZ" (ULTIMA ENTRADA)                     *
060900***************************************************************
061000 2650-LOCALIZAR-FAIXA.
061100     MOVE ZERO TO WS-FAIXA-ACHADA.
061200     PERFORM 2660-TESTAR-FAIXA THRU 2660-TESTAR-FAIXA-EXIT
061300         VARYING WS-SUB-F FROM 1 BY 1
061400         UNTIL WS-SUB-F > WS-QTDE-FAIXAS
061500             OR WS-FAIXA-ACHADA > ZERO.
061600     IF WS-FAIXA-ACHADA = ZERO
061700         MOVE WS-QTDE-FAIXAS TO WS-FAIXA-ACHADA
061800     END-IF.
061900 2650-LOCALIZAR-FAIXA-EXIT.
062000     EXIT.
062100*
062200***************************************************************
062300*    2660-TESTAR-FAIXA                                        *
062400***************************************************************
062500 2660-TESTAR-FAIXA.
062600     IF ADR-CEP >= FXA-CEP-INI(WS-SUB-F)
062700         AND ADR-CEP <= FXA-CEP-FIM(WS-SUB-F)
062800         MOVE WS-SUB-F TO WS-FAIXA-ACHADA
062900     END-IF.
063000 2660-TESTAR-FAIXA-EXIT.
063100     EXIT.
063200*
063300***************************************************************
063400*    2700-GRAVAR-LINHA-SORT - LINHA WS-SUB-L COM A SUA PAGINA  *
063500***************************************************************
063600 2700-GRAVAR-LINHA-SORT.
063700     SET MSR-LINHA-DOC TO TRUE.
063800     MOVE WS-SUB-L TO MSR-LINHA.
063900     MOVE SPACES TO MSR-DADOS.
064000     COMPUTE MSL-PAGINA = (WS-SUB-L + WS-LINHAS-POR-PAGINA - 1)
064100         / WS-LINHAS-POR-PAGINA.
064200     MOVE DOC-LINHA(WS-SUB-L) TO MSL-TEXTO.
064300     WRITE MALA-SORT-RECORD.
064400 2700-GRAVAR-LINHA-SORT-EXIT.
064500     EXIT.
064600*
064700***************************************************************
064800*    2800-LISTAR-EXCECAO                                      *
064900***************************************************************
065000 2800-LISTAR-EXCECAO.
065100     ADD 1 TO WS-QTDE-EXCECOES.
065200     MOVE SPACES TO RPT-LINHA-ENTRADA.
065300     STRING WS-CD-ORIGEM " " WS-CD-DATA " " WS-CD-DOC " "
065400         WS-DOC-CUST-ID " " WS-DOC-NOME " " WS-MOTIVO
065500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
065600     END-STRING.
065700     IF WS-MOTIVO(1:3) = "CEP" OR WS-MOTIVO(1:2) = "UF"
065800         STRING " (" ADR-CEP " " ADR-UF ")" DELIMITED BY SIZE
065900             INTO RPT-LINHA-ENTRADA(96:14)
066000         END-STRING
066100     END-IF.
066200     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
066300 2800-LISTAR-EXCECAO-EXIT.
066400     EXIT.
066500*
066600***************************************************************
066700*    2900-GRAVAR-CONTROLE - QUANTIDADES PARA A FASE "E"        *
066800***************************************************************
066900 2900-GRAVAR-CONTROLE.
067000     OPEN OUTPUT CONTROL-FILE.
067100     IF NOT CONTROL-OK
067200         DISPLAY "ERRO AO GRAVAR O MALCTL (STATUS "
067300             WS-CONTROL-FILE-STATUS ") - A EMISSAO NAO TERA "
067400             "COMO CONFERIR A TRIAGEM."
067500         MOVE 16 TO WS-RC-FINAL
067600         GO TO 2900-GRAVAR-CONTROLE-EXIT
067700     END-IF.
067800     MOVE SPACES TO CONTROL-RECORD.
067900     MOVE RUN-DATA TO MCT-DATA.
068000     MOVE WS-QTDE-DOCS-LIDOS TO MCT-LIDOS.
068100     MOVE WS-QTDE-DOCS-ENVIADOS TO MCT-ENVIADOS.
068200     MOVE WS-QTDE-EXCECOES TO MCT-EXCECOES.
068300     MOVE WS-QTDE-LINHAS-ENVIADAS TO MCT-LINHAS.
068400     MOVE WS-QTDE-PAGINAS TO MCT-PAGINAS.
068500     WRITE CONTROL-RECORD.
068600     CLOSE CONTROL-FILE.
068700 2900-GRAVAR-CONTROLE-EXIT.
068800     EXIT.
068900*
069000***************************************************************
069100*    5000-EMITIR - FASE "E": MALSORT ORDENADO DE ENTRADA,      *
069200*    ARQUIVO DA GRAFICA E MANIFESTO DE SAIDA                   *
069300***************************************************************
069400 5000-EMITIR.
069500     OPEN OUTPUT MANIFESTO-FILE.
069600     IF MANIFESTO-OK
069700         MOVE "Y" TO WS-RELATORIO-SW
069800     END-IF.
069900     MOVE "MALA DIRETA - MANIFESTO DA GRAFICA" TO RPT-TITULO.
070000     MOVE ZERO TO RPT-LINHAS-POR-PAG.
070100     SET RPT-ACAO-INICIAR TO TRUE.
070200     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
070300     PERFORM 8000-GRAVAR-LINHAS-RPT
070400         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
070500     OPEN INPUT CONTROL-FILE.
070600     IF CONTROL-OK
070700         READ CONTROL-FILE
070800             AT END
070900                 CONTINUE
071000             NOT AT END
071100                 MOVE "Y" TO WS-CONTROLE-LIDO-SW
071200         END-READ
071300         CLOSE CONTROL-FILE
071400     END-IF.
071500     OPEN INPUT SORT-FILE.
071600     IF NOT SORT-OK
071700         MOVE "ABERTURA DO MALSORT ORDENADO" TO ERR-CONTEXTO
071800         MOVE WS-SORT-FILE-STATUS TO ERR-FILE-STATUS
071900         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
072000         GO TO 5000-EMITIR-EXIT
072100     END-IF.
072200     MOVE "Y" TO WS-SORT-ABERTO-SW.
072300     OPEN OUTPUT GRAFICA-FILE.
072400     IF NOT GRAFICA-OK
072500         MOVE "ABERTURA DO ARQUIVO MALAPRT" TO ERR-CONTEXTO
072600         MOVE WS-GRAFICA-FILE-STATUS TO ERR-FILE-STATUS
072700         PERFORM 1900-ERRO-ABERTURA THRU 1900-ERRO-ABERTURA-EXIT
072800         GO TO 5000-EMITIR-EXIT
072900     END-IF.
073000     MOVE "Y" TO WS-GRAFICA-ABERTO-SW.
073100     MOVE "N" TO WS-EOF-SWITCH.
073200     PERFORM 5100-TRATAR-REGISTRO THRU 5100-TRATAR-REGISTRO-EXIT
073300         UNTIL FIM-DO-ARQUIVO.
073400     PERFORM 6000-MANIFESTO THRU 6000-MANIFESTO-EXIT.
073500 5000-EMITIR-EXIT.
073600     EXIT.
073700*
073800***************************************************************
073900*    5100-TRATAR-REGISTRO                                     *
074000***************************************************************
074100 5100-TRATAR-REGISTRO.
074200     READ SORT-FILE
074300         AT END
074400             MOVE "Y" TO WS-EOF-SWITCH
074500             GO TO 5100-TRATAR-REGISTRO-EXIT
074600     END-READ.
074700     IF MSR-ENVELOPE
074800         PERFORM 5200-ENVELOPE THRU 5200-ENVELOPE-EXIT
074900         GO TO 5100-TRATAR-REGISTRO-EXIT
075000     END-IF.
075100     IF MSL-PAGINA NOT = WS-PAGINA-CORRENTE
075200         MOVE MSL-PAGINA TO WS-PAGINA-CORRENTE
075300         PERFORM 5300-INICIO-PAGINA THRU 5300-INICIO-PAGINA-EXIT
075400     END-IF.
075500     MOVE SPACES TO MALA-PRT-RECORD.
075600     SET MPR-LINHA TO TRUE.
075700     MOVE MSL-TEXTO TO MPL-TEXTO.
075800     WRITE MALA-PRT-RECORD.
075900     ADD 1 TO WS-QTDE-LINHAS-EMITIDAS.
076000 5100-TRATAR-REGISTRO-EXIT.
076100     EXIT.
076200*
076300***************************************************************
076400*    5200-ENVELOPE - SEQUENCIA NA TRIAGEM, INSERTOS POR ORIGEM *
076500*    E TOTAIS DA FAIXA E DA ORIGEM. INSERTO 1 = ENVELOPE DE    *
076600*    RESPOSTA DA CIRCULARIZACAO; INSERTO 2 = FOLHETO DE        *
076700*    DIREITOS DO CONSUMIDOR DO AVISO DE NEGATIVACAO            *
076800***************************************************************
076900 5200-ENVELOPE.
077000     ADD 1 TO WS-SEQ-TRIAGEM.
077100     ADD 1 TO WS-QTDE-ENVELOPES.
077200     MOVE MSE-PAGINAS TO WS-PAGINAS-ENVELOPE.
077300     MOVE ZERO TO WS-PAGINA-CORRENTE.
077400     ADD WS-PAGINAS-ENVELOPE TO WS-QTDE-PAGINAS-EMITIDAS.
077500     EVALUATE MSR-ORIGEM
077600         WHEN "EXTR"
077700             MOVE "00" TO WS-INSERTOS
077800             ADD 1 TO WS-DOCS-EXTRATO
077900             ADD WS-PAGINAS-ENVELOPE TO WS-PAGS-EXTRATO
078000         WHEN "CIRC"
078100             MOVE "10" TO WS-INSERTOS
078200             ADD 1 TO WS-DOCS-CIRCULAR
078300             ADD WS-PAGINAS-ENVELOPE TO WS-PAGS-CIRCULAR
078400         WHEN "NEGC"
078500             MOVE "01" TO WS-INSERTOS
078600             ADD 1 TO WS-DOCS-NEGATIVACAO
078700             ADD WS-PAGINAS-ENVELOPE TO WS-PAGS-NEGATIVACAO
078800         WHEN OTHER
078900             MOVE "00" TO WS-INSERTOS
079000             ADD 1 TO WS-DOCS-OUTRAS
079100             ADD WS-PAGINAS-ENVELOPE TO WS-PAGS-OUTRAS
079200     END-EVALUATE.
079300     MOVE ZERO TO WS-FAIXA-ACHADA.
079400     PERFORM 5210-FAIXA-DO-CODIGO THRU 5210-FAIXA-DO-CODIGO-EXIT
079500         VARYING WS-SUB-F FROM 1 BY 1
079600         UNTIL WS-SUB-F > WS-QTDE-FAIXAS
079700             OR WS-FAIXA-ACHADA > ZERO.
079800     IF WS-FAIXA-ACHADA = ZERO
079900         MOVE WS-QTDE-FAIXAS TO WS-FAIXA-ACHADA
080000     END-IF.
080100     ADD 1 TO FXA-DOCS(WS-FAIXA-ACHADA).
080200     ADD WS-PAGINAS-ENVELOPE TO FXA-PAGINAS(WS-FAIXA-ACHADA).
080300     MOVE SPACES TO MALA-PRT-RECORD.
080400     SET MPR-ENVELOPE TO TRUE.
080500     MOVE WS-SEQ-TRIAGEM TO MPE-SEQ.
080600     MOVE MSR-FAIXA TO MPE-FAIXA.
080700     MOVE MSR-CEP TO MPE-CEP.
080800     MOVE MSR-ORIGEM TO MPE-ORIGEM.
080900     MOVE MSR-DOC TO MPE-DOC.
081000     MOVE MSE-CUST-ID TO MPE-CUST-ID.
081100     MOVE MSE-NOME TO MPE-NOME.
081200     MOVE MSE-LOGRADOURO TO MPE-LOGRADOURO.
081300     MOVE MSE-COMPLEMENTO TO MPE-COMPLEMENTO.
081400     MOVE MSE-CIDADE TO MPE-CIDADE.
081500     MOVE MSE-UF TO MPE-UF.
081600     MOVE WS-PAGINAS-ENVELOPE TO MPE-PAGINAS.
081700     MOVE WS-INSERTOS TO MPE-INSERTOS.
081800     WRITE MALA-PRT-RECORD.
081900 5200-ENVELOPE-EXIT.
082000     EXIT.
082100*
082200***************************************************************
082300*    5210-FAIXA-DO-CODIGO - FAIXA QUE NAO ESTA NO CARTAO DESTA *
082400*    RODADA SOMA NA "ZZ"                                       *
082500***************************************************************
082600 5210-FAIXA-DO-CODIGO.
082700     IF MSR-FAIXA = FXA-CODIGO(WS-SUB-F)
082800         MOVE WS-SUB-F TO WS-FAIXA-ACHADA
082900     END-IF.
083000 5210-FAIXA-DO-CODIGO-EXIT.
083100     EXIT.
083200*
083300***************************************************************
083400*    5300-INICIO-PAGINA - MARCAS OMR DA PAGINA (VER            *
083500*    COPYBOOKS/MALPRT.CPY)                                     *
083600***************************************************************
083700 5300-INICIO-PAGINA.
083800     MOVE SPACES TO MALA-PRT-RECORD.
083900     SET MPR-PAGINA TO TRUE.
084000     MOVE WS-SEQ-TRIAGEM TO MPP-SEQ.
084100     MOVE WS-PAGINA-CORRENTE TO MPP-PAGINA.
084200     MOVE WS-PAGINAS-ENVELOPE TO MPP-DE.
084300     MOVE "1" TO MPP-OMR-REFERENCIA.
084400     MOVE "0" TO MPP-OMR-FIM.
084500     MOVE "00" TO MPP-OMR-INSERTO.
084600     IF WS-PAGINA-CORRENTE >= WS-PAGINAS-ENVELOPE
084700         MOVE "1" TO MPP-OMR-FIM
084800         MOVE WS-INSERTOS TO MPP-OMR-INSERTO
084900     END-IF.
085000     DIVIDE WS-PAGINA-CORRENTE BY 8 GIVING WS-QUOCIENTE
085100         REMAINDER WS-RESTO-8.
085200     DIVIDE WS-RESTO-8 BY 4 GIVING WS-BIT REMAINDER WS-RESTO-4.
085300     MOVE WS-BIT TO MPP-OMR-SEQ(1:1).
085400     DIVIDE WS-RESTO-4 BY 2 GIVING WS-BIT REMAINDER WS-RESTO-8.
085500     MOVE WS-BIT TO MPP-OMR-SEQ(2:1).
085600     MOVE WS-RESTO-8 TO MPP-OMR-SEQ(3:1).
085700     MOVE "0" TO MPP-OMR-PARIDADE.
085800     MOVE ZERO TO WS-QTDE-MARCAS.
085900     INSPECT MPP-OMR TALLYING WS-QTDE-MARCAS FOR ALL "1".
086000     DIVIDE WS-QTDE-MARCAS BY 2 GIVING WS-QUOCIENTE
086100         REMAINDER WS-BIT.
086200     IF WS-BIT = 1
086300         MOVE "1" TO MPP-OMR-PARIDADE
086400     END-IF.
086500     WRITE MALA-PRT-RECORD.
086600 5300-INICIO-PAGINA-EXIT.
086700     EXIT.
086800*
086900***************************************************************
087000*    6000-MANIFESTO - POR FAIXA, POR ORIGEM, TOTAIS E          *
087100*    CONFERENCIA COM A FASE "P"                                *
087200***************************************************************
087300 6000-MANIFESTO.
087400     MOVE SPACES TO RPT-LINHA-ENTRADA.
087500     MOVE "FAIXA DESCRICAO" TO RPT-LINHA-ENTRADA(1:15).
087600     MOVE "DOCUMENTOS" TO RPT-LINHA-ENTRADA(37:10).
087700     MOVE "PAGINAS" TO RPT-LINHA-ENTRADA(51:7).
087800     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
087900     PERFORM 6100-LINHA-FAIXA THRU 6100-LINHA-FAIXA-EXIT
088000         VARYING WS-SUB-F FROM 1 BY 1
088100         UNTIL WS-SUB-F > WS-QTDE-FAIXAS.
088200     MOVE "EXTRATO MENSAL" TO RPT-LINHA-ENTRADA.
088300     MOVE WS-DOCS-EXTRATO TO WS-QTDE-ED.
088400     MOVE WS-PAGS-EXTRATO TO WS-PAGS-ED.
088500     PERFORM 6200-LINHA-ORIGEM THRU 6200-LINHA-ORIGEM-EXIT.
088600     MOVE "CIRCULARIZACAO DE SALDOS" TO RPT-LINHA-ENTRADA.
088700     MOVE WS-DOCS-CIRCULAR TO WS-QTDE-ED.
088800     MOVE WS-PAGS-CIRCULAR TO WS-PAGS-ED.
088900     PERFORM 6200-LINHA-ORIGEM THRU 6200-LINHA-ORIGEM-EXIT.
089000     MOVE "AVISO PREVIO DE NEGATIVACAO" TO RPT-LINHA-ENTRADA.
089100     MOVE WS-DOCS-NEGATIVACAO TO WS-QTDE-ED.
089200     MOVE WS-PAGS-NEGATIVACAO TO WS-PAGS-ED.
089300     PERFORM 6200-LINHA-ORIGEM THRU 6200-LINHA-ORIGEM-EXIT.
089400     IF WS-DOCS-OUTRAS > ZERO
089500         MOVE "OUTRAS ORIGENS" TO RPT-LINHA-ENTRADA
089600         MOVE WS-DOCS-OUTRAS TO WS-QTDE-ED
089700         MOVE WS-PAGS-OUTRAS TO WS-PAGS-ED
089800         PERFORM 6200-LINHA-ORIGEM THRU 6200-LINHA-ORIGEM-EXIT
089900     END-IF.
090000     MOVE "TOTAL DE ENVELOPES" TO RPT-LINHA-ENTRADA.
090100     MOVE WS-QTDE-ENVELOPES TO WS-QTDE-ED.
090200     MOVE WS-QTDE-PAGINAS-EMITIDAS TO WS-PAGS-ED.
090300     PERFORM 6200-LINHA-ORIGEM THRU 6200-LINHA-ORIGEM-EXIT.
090400     PERFORM 6300-CONFERENCIA THRU 6300-CONFERENCIA-EXIT.
090500 6000-MANIFESTO-EXIT.
090600     EXIT.
090700*
090800***************************************************************
090900*    6100-LINHA-FAIXA - FAIXA SEM DOCUMENTO NAO SAI            *
091000***************************************************************
091100 6100-LINHA-FAIXA.
091200     IF FXA-DOCS(WS-SUB-F) = ZERO
091300         GO TO 6100-LINHA-FAIXA-EXIT
091400     END-IF.
091500     MOVE FXA-DOCS(WS-SUB-F) TO WS-QTDE-ED.
091600     MOVE FXA-PAGINAS(WS-SUB-F) TO WS-PAGS-ED.
091700     MOVE SPACES TO RPT-LINHA-ENTRADA.
091800     STRING FXA-CODIGO(WS-SUB-F) "    " FXA-DESCRICAO(WS-SUB-F)
091900         "   " WS-QTDE-ED "  " WS-PAGS-ED
092000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
092100     END-STRING.
092200     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
092300 6100-LINHA-FAIXA-EXIT.
092400     EXIT.
092500*
092600***************************************************************
092700*    6200-LINHA-ORIGEM - ROTULO JA EM RPT-LINHA-ENTRADA        *
092800***************************************************************
092900 6200-LINHA-ORIGEM.
093000     STRING "   " WS-QTDE-ED "  " WS-PAGS-ED
093100         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA(37:21)
093200     END-STRING.
093300     SET RPT-ACAO-TOTAL TO TRUE.
093400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
093500     PERFORM 8000-GRAVAR-LINHAS-RPT
093600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
093700     MOVE SPACES TO RPT-LINHA-ENTRADA.
093800 6200-LINHA-ORIGEM-EXIT.
093900     EXIT.
094000*
094100***************************************************************
094200*    6300-CONFERENCIA - ENVELOPES, LINHAS E PAGINAS EMITIDOS   *
094300*    CONTRA O QUE A FASE "P" MANDOU PARA A TRIAGEM             *
094400***************************************************************
094500 6300-CONFERENCIA.
094600     IF NOT CONTROLE-LIDO
094700         MOVE "MALCTL AUSENTE - CONFERENCIA NAO FEITA"
094800             TO RPT-LINHA-ENTRADA
094900         PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT
095000         DISPLAY "MALCTL AUSENTE - MANIFESTO SEM CONFERENCIA."
095100         MOVE 12 TO WS-RC-FINAL
095200         GO TO 6300-CONFERENCIA-EXIT
095300     END-IF.
095400     MOVE MCT-LIDOS TO WS-QTDE-ED.
095500     MOVE SPACES TO RPT-LINHA-ENTRADA.
095600     STRING "DOCUMENTOS RECEBIDOS NA PREPARACAO ..: " WS-QTDE-ED
095700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
095800     END-STRING.
095900     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
096000     MOVE MCT-EXCECOES TO WS-QTDE-ED.
096100     MOVE SPACES TO RPT-LINHA-ENTRADA.
096200     STRING "EXCECOES DE ENDERECO (NAO POSTADOS) .: " WS-QTDE-ED
096300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
096400     END-STRING.
096500     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
096600     IF MCT-EXCECOES > ZERO AND WS-RC-FINAL < 4
096700         MOVE 4 TO WS-RC-FINAL
096800     END-IF.
096900     IF MCT-ENVIADOS = WS-QTDE-ENVELOPES
097000         AND MCT-LINHAS = WS-QTDE-LINHAS-EMITIDAS
097100         AND MCT-PAGINAS = WS-QTDE-PAGINAS-EMITIDAS
097200         MOVE "CONFERENCIA COM A PREPARACAO: OK"
097300             TO RPT-LINHA-ENTRADA
097400         PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT
097500         GO TO 6300-CONFERENCIA-EXIT
097600     END-IF.
097700     MOVE MCT-ENVIADOS TO WS-QTDE-ED.
097800     MOVE SPACES TO RPT-LINHA-ENTRADA.
097900     STRING "DIVERGENCIA - ENVELOPES PREPARADOS: " WS-QTDE-ED
098000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
098100     END-STRING.
098200     PERFORM 8200-LINHA-DETALHE THRU 8200-LINHA-DETALHE-EXIT.
098300     DISPLAY "MANIFESTO NAO CONFERE COM O MALCTL - ARQUIVO DA "
098400         "GRAFICA RETIDO.".
098500     MOVE 12 TO WS-RC-FINAL.
098600 6300-CONFERENCIA-EXIT.
098700     EXIT.
098800*
098900***************************************************************
099000*    9000-FINALIZAR                                           *
099100***************************************************************
099200 9000-FINALIZAR.
099300     IF MALA-DISPONIVEL
099400         CLOSE MALA-FILE
099500     END-IF.
099600     IF ENDERECOS-DISPONIVEIS
099700         CLOSE ADDRESS-FILE
099800     END-IF.
099900     IF SORT-DISPONIVEL
100000         CLOSE SORT-FILE
100100     END-IF.
100200     IF GRAFICA-DISPONIVEL
100300         CLOSE GRAFICA-FILE
100400     END-IF.
100500     IF NOT FASE-EMITIR AND WS-QTDE-EXCECOES > ZERO
100600         AND WS-RC-FINAL < 4
100700         MOVE 4 TO WS-RC-FINAL
100800     END-IF.
100900     IF RELATORIO-ABERTO AND NOT FASE-EMITIR
101000         MOVE WS-QTDE-EXCECOES TO WS-QTDE-ED
101100         MOVE SPACES TO RPT-LINHA-ENTRADA
101200         STRING "DOCUMENTOS NAO POSTADOS ..........: " WS-QTDE-ED
101300             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
101400         END-STRING
101500         SET RPT-ACAO-TOTAL TO TRUE
101600         CALL "REPORT-WRITER" USING RPT-PARAMETROS
101700         PERFORM 8000-GRAVAR-LINHAS-RPT
101800             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
101900     END-IF.
102000     IF RELATORIO-ABERTO
102100         IF FASE-EMITIR
102200             CLOSE MANIFESTO-FILE
102300         ELSE
102400             CLOSE EXCECAO-FILE
102500         END-IF
102600     END-IF.
102700     DISPLAY "====== MALA DIRETA - FASE " WS-FASE " ======".
102800     IF FASE-EMITIR
102900         DISPLAY "ENVELOPES EMITIDOS .....: " WS-QTDE-ENVELOPES
103000         DISPLAY "PAGINAS EMITIDAS .......: "
103100             WS-QTDE-PAGINAS-EMITIDAS
103200         DISPLAY "LINHAS EMITIDAS ........: "
103300             WS-QTDE-LINHAS-EMITIDAS
103400     ELSE
103500         DISPLAY "LINHAS LIDAS ...........: " WS-QTDE-LINHAS-LIDAS
103600         DISPLAY "DOCUMENTOS LIDOS .......: " WS-QTDE-DOCS-LIDOS
103700         DISPLAY "DOCUMENTOS PARA TRIAGEM : "
103800             WS-QTDE-DOCS-ENVIADOS
103900         DISPLAY "PAGINAS ................: " WS-QTDE-PAGINAS
104000         DISPLAY "EXCECOES DE ENDERECO ...: " WS-QTDE-EXCECOES
104100     END-IF.
104200     DISPLAY "FAIXAS DO MALFAIX ......: " WS-QTDE-CARTOES.
104300     MOVE WS-RC-FINAL TO RETURN-CODE.
104400 9000-FINALIZAR-EXIT.
104500     EXIT.
104600*
104700***************************************************************
104800*    8000-GRAVAR-LINHAS-RPT                                   *
104900***************************************************************
105000 8000-GRAVAR-LINHAS-RPT.
105100     IF NOT RELATORIO-ABERTO
105200         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
105300     END-IF.
105400     PERFORM 8100-GRAVAR-UMA-LINHA
105500         THRU 8100-GRAVAR-UMA-LINHA-EXIT
105600         VARYING WS-RPT-SUB FROM 1 BY 1
105700         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
105800 8000-GRAVAR-LINHAS-RPT-EXIT.
105900     EXIT.
106000*
106100***************************************************************
106200*    8100-GRAVAR-UMA-LINHA - LISTA DE EXCECOES NA FASE "P",    *
106300*    MANIFESTO NA FASE "E"                                     *
106400***************************************************************
106500 8100-GRAVAR-UMA-LINHA.
106600     IF FASE-EMITIR
106700         MOVE RPT-SAIDA(WS-RPT-SUB) TO MANIFESTO-LINE
106800         WRITE MANIFESTO-LINE
106900     ELSE
107000         MOVE RPT-SAIDA(WS-RPT-SUB) TO EXCECAO-LINE
107100         WRITE EXCECAO-LINE
107200     END-IF.
107300 8100-GRAVAR-UMA-LINHA-EXIT.
107400     EXIT.
107500*
107600***************************************************************
107700*    8200-LINHA-DETALHE - RPT-LINHA-ENTRADA JA MONTADA         *
107800***************************************************************
107900 8200-LINHA-DETALHE.
108000     SET RPT-ACAO-DETALHE TO TRUE.
108100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
108200     PERFORM 8000-GRAVAR-LINHAS-RPT
108300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
108400 8200-LINHA-DETALHE-EXIT.
108500     EXIT.
