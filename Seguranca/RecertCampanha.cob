000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RECERT-CAMPANHA.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CAMPANHA TRIMESTRAL DE RECERTIFICACAO DE
001200*                       ACESSOS. A AUDITORIA PEDE A CADA
001300*                       TRIMESTRE A PROVA DE QUE O GESTOR DE CADA
001400*                       OPERADOR REVISOU O PAPEL DELE, E A PROVA
001500*                       ERA UMA TROCA DE E-MAILS. O PASSO RODA EM
001600*                       DUAS FASES (VARIAVEL RECFASE):
001700*                         "E" (PADRAO) EMITE A CAMPANHA: PARA
001800*                           CADA GESTOR (CARTAO OPERGER,
001900*                           OPERADOR -> GESTOR) LISTA NO RECPRT
002000*                           OS OPERADORES COM PAPEL, ULTIMA ACAO
002100*                           AUDITADA (O AUDITLOG E A UNICA
002200*                           TRILHA DE SIGN-ON) E AS FUNCOES DO
002300*                           PAPEL USADAS NO TRIMESTRE (RECDE/
002400*                           RECATE, MESMO CASAMENTO POR TEXTO
002500*                           DO PERM-USAGE-REPORT), E GRAVA O ROL
002600*                           DA CAMPANHA NO RECCAMP COM O PRAZO
002700*                           DE RESPOSTA (RECPRAZO; EM BRANCO, DIA
002800*                           15 DO MES SEGUINTE, EM DIA UTIL);
002900*                         "A" APURA A CAMPANHA: CRUZA O ROL COM
003000*                           AS DECISOES DOS GESTORES NO RECRESP
003100*                           (C = CERTIFICA, R = REVOGA), GRAVA O
003200*                           SECPROFN COM O PERFIL REVOGADO PELO
003300*                           MESMO CAMINHO DO OPERADOR-DORMENTE
003400*                           (VALIDADE VENCIDA, PAPEL "REVOGADO",
003500*                           EVENTO AUDIT-WRITER) E, VENCIDO O
003600*                           PRAZO, ESCALA POR ALERT-WRITER O
003700*                           OPERADOR SEM RESPOSTA E LACRA O
003800*                           RESULTADO (RECRES) COM QUANTIDADE E
003900*                           HASH ENCADEADO NO LACRE ANTERIOR DO
004000*                           RECSEAL (MESMA CONTA DO AUDIT-SEAL).
004100*                       CAMPANHA JA LACRADA E RECUSADA (RC 16);
004200*                       OPERADOR ESCALADO TERMINA COM RC 4.
004300***************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PERM-FILE ASSIGN TO "PERMMAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PERM-FILE-STATUS.
005100     SELECT PROFILE-FILE ASSIGN TO "SECPROF"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PROFILE-FILE-STATUS.
005400     SELECT PROFILE-OUT-FILE ASSIGN TO "SECPROFN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PROFOUT-FILE-STATUS.
005700     SELECT GESTOR-FILE ASSIGN TO "OPERGER"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GESTOR-FILE-STATUS.
006000     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006300     SELECT CAMPANHA-FILE ASSIGN TO "RECCAMP"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CAMPANHA-FILE-STATUS.
006600     SELECT RESPOSTA-FILE ASSIGN TO "RECRESP"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RESPOSTA-FILE-STATUS.
006900     SELECT SEAL-FILE ASSIGN TO "RECSEAL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-SEAL-FILE-STATUS.
007200     SELECT PRINT-FILE ASSIGN TO "RECPRT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PRINT-FILE-STATUS.
007500     SELECT RESULT-FILE ASSIGN TO "RECRES"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RESULT-FILE-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008200 FD  PERM-FILE
008300     RECORDING MODE IS F.
008400 01  PERM-RECORD.
008500     05  PRM-PAPEL           PIC X(08).
008600     05  FILLER              PIC X(01).
008700     05  PRM-FUNCAO          PIC X(08).
008800*
008900 FD  PROFILE-FILE
009000     RECORDING MODE IS F.
009100 01  PROFILE-RECORD.
009200     05  PRF-OPERADOR        PIC X(08).
009300     05  FILLER              PIC X(01).
009400     05  PRF-SENHA           PIC X(08).
009500     05  FILLER              PIC X(01).
009600     05  PRF-VALIDADE        PIC 9(08).
009700     05  FILLER              PIC X(01).
009800     05  PRF-TROCA           PIC X(01).
009900     05  FILLER              PIC X(01).
010000     05  PRF-PAPEL           PIC X(08).
010100*
010200 FD  PROFILE-OUT-FILE
010300     RECORDING MODE IS F.
010400 01  PROFILE-OUT-RECORD.
010500     05  PRO-OPERADOR        PIC X(08).
010600     05  FILLER              PIC X(01).
010700     05  PRO-SENHA           PIC X(08).
010800     05  FILLER              PIC X(01).
010900     05  PRO-VALIDADE        PIC 9(08).
011000     05  FILLER              PIC X(01).
011100     05  PRO-TROCA           PIC X(01).
011200     05  FILLER              PIC X(01).
011300     05  PRO-PAPEL           PIC X(08).
011400*
011500 FD  GESTOR-FILE
011600     RECORDING MODE IS F.
011700*    CARTAO OPERADOR -> GESTOR RESPONSAVEL PELA RECERTIFICACAO
011800 01  GESTOR-RECORD.
011900     05  OGR-OPERADOR        PIC X(08).
012000     05  FILLER              PIC X(01).
012100     05  OGR-GESTOR          PIC X(08).
012200*
012300 FD  AUDIT-LOG-FILE
012400     RECORDING MODE IS F.
012500 01  AUDIT-LOG-RECORD.
012600     05  ALOG-DATA           PIC 9(08).
012700     05  FILLER              PIC X(01).
012800     05  ALOG-HORA           PIC 9(08).
012900     05  FILLER              PIC X(01).
013000     05  ALOG-OPERADOR       PIC X(08).
013100     05  FILLER              PIC X(01).
013200     05  ALOG-OPCODE         PIC 9(01).
013300     05  FILLER              PIC X(01).
013400     05  ALOG-DESC           PIC X(30).
013500*
013600 FD  CAMPANHA-FILE
013700     RECORDING MODE IS F.
013800*    ROL DA CAMPANHA - UM REGISTRO POR OPERADOR RECERTIFICADO.
013900*    A CAMPANHA E IDENTIFICADA PELA DATA DE EMISSAO.
014000 01  CAMPANHA-RECORD.
014100     05  CMP-CAMPANHA        PIC 9(08).
014200     05  FILLER              PIC X(01).
014300     05  CMP-PRAZO           PIC 9(08).
014400     05  FILLER              PIC X(01).
014500     05  CMP-GESTOR          PIC X(08).
014600     05  FILLER              PIC X(01).
014700     05  CMP-OPERADOR        PIC X(08).
014800     05  FILLER              PIC X(01).
014900     05  CMP-PAPEL           PIC X(08).
015000     05  FILLER              PIC X(01).
015100     05  CMP-ULTIMA-ACAO     PIC 9(08).
015200     05  FILLER              PIC X(01).
015300     05  CMP-QTDE-USADAS     PIC 9(02).
015400*
015500 FD  RESPOSTA-FILE
015600     RECORDING MODE IS F.
015700*    DECISAO DO GESTOR: C = CERTIFICA O PAPEL, R = REVOGA
015800 01  RESPOSTA-RECORD.
015900     05  RSP-OPERADOR        PIC X(08).
016000     05  FILLER              PIC X(01).
016100     05  RSP-GESTOR          PIC X(08).
016200     05  FILLER              PIC X(01).
016300     05  RSP-DECISAO         PIC X(01).
016400         88  RSP-CERTIFICA       VALUE "C".
016500         88  RSP-REVOGA          VALUE "R".
016600     05  FILLER              PIC X(01).
016700     05  RSP-DATA            PIC 9(08).
016800*
016900 FD  SEAL-FILE
017000     RECORDING MODE IS F.
017100 01  SEAL-RECORD.
017200     05  SLR-CAMPANHA        PIC 9(08).
017300     05  FILLER              PIC X(01).
017400     05  SLR-DATA            PIC 9(08).
017500     05  FILLER              PIC X(01).
017600     05  SLR-QTDE            PIC 9(07).
017700     05  FILLER              PIC X(01).
017800     05  SLR-HASH            PIC 9(13).
017900*
018000 FD  PRINT-FILE
018100     RECORDING MODE IS F.
018200 01  PRINT-LINE              PIC X(132).
018300*
018400 FD  RESULT-FILE
018500     RECORDING MODE IS F.
018600 01  RESULT-LINE             PIC X(132).
018700*
018800 WORKING-STORAGE SECTION.
018900*
019000 77  WS-PERM-FILE-STATUS     PIC X(02) VALUE ZEROS.
019100     88  PERM-FILE-OK        VALUE "00".
019200 77  WS-PROFILE-FILE-STATUS  PIC X(02) VALUE ZEROS.
019300     88  PROFILE-FILE-OK     VALUE "00".
019400 77  WS-PROFOUT-FILE-STATUS  PIC X(02) VALUE ZEROS.
019500     88  PROFOUT-FILE-OK     VALUE "00".
019600 77  WS-GESTOR-FILE-STATUS   PIC X(02) VALUE ZEROS.
019700     88  GESTOR-FILE-OK      VALUE "00".
019800 77  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE ZEROS.
019900     88  AUDIT-FILE-OK       VALUE "00".
020000 77  WS-CAMPANHA-FILE-STATUS PIC X(02) VALUE ZEROS.
020100     88  CAMPANHA-FILE-OK    VALUE "00".
020200 77  WS-RESPOSTA-FILE-STATUS PIC X(02) VALUE ZEROS.
020300     88  RESPOSTA-FILE-OK    VALUE "00".
020400 77  WS-SEAL-FILE-STATUS     PIC X(02) VALUE ZEROS.
020500     88  SEAL-FILE-OK        VALUE "00".
020600 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
020700     88  PRINT-FILE-OK       VALUE "00".
020800 77  WS-RESULT-FILE-STATUS   PIC X(02) VALUE ZEROS.
020900     88  RESULT-FILE-OK      VALUE "00".
021000*
021100 77  WS-PERM-EOF-SWITCH      PIC X(01) VALUE "N".
021200     88  FIM-DA-MATRIZ       VALUE "Y".
021300 77  WS-PROF-EOF-SWITCH      PIC X(01) VALUE "N".
021400     88  FIM-DO-CADASTRO     VALUE "Y".
021500 77  WS-GESTOR-EOF-SWITCH    PIC X(01) VALUE "N".
021600     88  FIM-DOS-GESTORES    VALUE "Y".
021700 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
021800     88  FIM-DA-AUDITORIA    VALUE "Y".
021900 77  WS-CAMP-EOF-SWITCH      PIC X(01) VALUE "N".
022000     88  FIM-DA-CAMPANHA     VALUE "Y".
022100 77  WS-RESP-EOF-SWITCH      PIC X(01) VALUE "N".
022200     88  FIM-DAS-RESPOSTAS   VALUE "Y".
022300 77  WS-SEAL-EOF-SWITCH      PIC X(01) VALUE "N".
022400     88  FIM-DOS-LACRES      VALUE "Y".
022500*
022600 77  WS-FASE                 PIC X(01) VALUE "E".
022700     88  FASE-EMITIR         VALUE "E".
022800     88  FASE-APURAR         VALUE "A".
022900 77  WS-JANELA-DE            PIC 9(08) VALUE ZERO.
023000 77  WS-JANELA-ATE           PIC 9(08) VALUE ZERO.
023100 77  WS-CAMPANHA             PIC 9(08) VALUE ZERO.
023200 01  WS-PRAZO                PIC 9(08) VALUE ZERO.
023300 01  WS-PRAZO-R REDEFINES WS-PRAZO.
023400     05  WS-PRAZO-ANO        PIC 9(04).
023500     05  WS-PRAZO-MES        PIC 9(02).
023600     05  WS-PRAZO-DIA        PIC 9(02).
023700 77  WS-PRAZO-VENCIDO-SW     PIC X(01) VALUE "N".
023800     88  PRAZO-VENCIDO       VALUE "Y".
023900 77  WS-RELATORIO-SW         PIC X(01) VALUE "N".
024000     88  RELATORIO-ABERTO    VALUE "Y".
024100 77  WS-RC-FINAL             PIC 9(02) VALUE ZERO.
024200 77  WS-DOBRAR-SW            PIC X(01) VALUE "N".
024300     88  DOBRANDO-LACRE      VALUE "Y".
024400 77  WS-JA-LACRADA-SW        PIC X(01) VALUE "N".
024500     88  CAMPANHA-JA-LACRADA VALUE "Y".
024600*
024700***************************************************************
024800*    MATRIZ DE PERMISSOES (PAPEL X FUNCAO)
024900***************************************************************
025000 77  WS-QTDE-MATRIZ          PIC 9(03) COMP VALUE ZERO.
025100 01  TABELA-MATRIZ.
025200     05  MTX-ENTRY OCCURS 300 TIMES
025300         DEPENDING ON WS-QTDE-MATRIZ.
025400         10  MTX-PAPEL       PIC X(08).
025500         10  MTX-FUNCAO      PIC X(08).
025600*
025700***************************************************************
025800*    OPERADORES DA CAMPANHA - GESTOR, ULTIMA ACAO E FUNCOES DO
025900*    PAPEL USADAS NO TRIMESTRE (NA EMISSAO); DECISAO DO GESTOR
026000*    (NA APURACAO)
026100***************************************************************
026200 77  WS-QTDE-OPERADORES      PIC 9(03) COMP VALUE ZERO.
026300 01  TABELA-OPERADORES.
026400     05  OPR-ENTRY OCCURS 300 TIMES
026500         DEPENDING ON WS-QTDE-OPERADORES.
026600         10  OPR-OPERADOR    PIC X(08).
026700         10  OPR-PAPEL       PIC X(08).
026800         10  OPR-GESTOR      PIC X(08).
026900         10  OPR-ULTIMA-ACAO PIC 9(08).
027000         10  OPR-PRAZO       PIC 9(08).
027100         10  OPR-DECISAO     PIC X(01).
027200             88  OPR-CERTIFICADO VALUE "C".
027300             88  OPR-REVOGADO    VALUE "R".
027400             88  OPR-SEM-RESPOSTA VALUE " ".
027500         10  OPR-DATA-DECISAO PIC 9(08).
027600         10  OPR-QTDE-USADAS PIC 9(02) COMP.
027700         10  OPR-USADA       PIC X(08) OCCURS 10 TIMES.
027800*
027900***************************************************************
028000*    GESTORES DISTINTOS, NA ORDEM DO CARTAO OPERGER
028100***************************************************************
028200 77  WS-QTDE-GESTORES        PIC 9(03) COMP VALUE ZERO.
028300 01  TABELA-GESTORES.
028400     05  GST-ENTRY OCCURS 100 TIMES
028500         DEPENDING ON WS-QTDE-GESTORES.
028600         10  GST-GESTOR      PIC X(08).
028700*
028800 77  WS-SUB                  PIC 9(03) COMP VALUE ZERO.
028900 77  WS-SUB-G                PIC 9(03) COMP VALUE ZERO.
029000 77  WS-SUB-F                PIC 9(02) COMP VALUE ZERO.
029100 77  WS-SUB-B                PIC 9(03) COMP VALUE ZERO.
029200 77  WS-IDX-ACHADO           PIC 9(03) COMP VALUE ZERO.
029300 77  WS-IDX-FUNCAO           PIC 9(02) COMP VALUE ZERO.
029400 77  WS-OPERADOR-BUSCA       PIC X(08) VALUE SPACES.
029500 77  WS-GESTOR-ATUAL         PIC X(08) VALUE SPACES.
029600 77  WS-ACHOU-SW             PIC X(01) VALUE "N".
029700     88  JA-EXISTE           VALUE "Y".
029800*
029900 77  WS-FUNCAO-TRIM          PIC X(08) VALUE SPACES.
030000 77  WS-FUNCAO-LEN           PIC 9(02) COMP VALUE ZERO.
030100 77  WS-QTDE-OCORRE          PIC 9(02) COMP VALUE ZERO.
030200 77  WS-PONTEIRO             PIC 9(03) COMP VALUE ZERO.
030300 77  WS-QTDE-CONCEDIDAS      PIC 9(02) VALUE ZERO.
030400 77  WS-QTDE-SEM-USO         PIC 9(02) VALUE ZERO.
030500 77  WS-QTDE-DO-GESTOR       PIC 9(03) VALUE ZERO.
030600 77  WS-QTDE-ROL-ED          PIC 9(03) VALUE ZERO.
030700 77  WS-QTDE-GESTORES-ED     PIC 9(03) VALUE ZERO.
030800*
030900 77  WS-QTDE-PERFIS          PIC 9(05) VALUE ZEROS.
031000 77  WS-QTDE-RESPOSTAS       PIC 9(05) VALUE ZEROS.
031100 77  WS-QTDE-RECUSADAS       PIC 9(05) VALUE ZEROS.
031200 77  WS-QTDE-CERTIFICADOS    PIC 9(05) VALUE ZEROS.
031300 77  WS-QTDE-REVOGADOS       PIC 9(05) VALUE ZEROS.
031400 77  WS-QTDE-PENDENTES       PIC 9(05) VALUE ZEROS.
031500 77  WS-QTDE-ESCALADOS       PIC 9(05) VALUE ZEROS.
031600 77  WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.
031700*
031800***************************************************************
031900*    LACRE DO RESULTADO - MESMA CADEIA DO AUDIT-SEAL: PARTE DO
032000*    HASH DO ULTIMO LACRE DO RECSEAL E DOBRA CADA LINHA GRAVADA
032100*    NO RECRES (RESTO MODULO 10**12)
032200***************************************************************
032300 77  WS-HASH-CORRENTE        PIC 9(13) VALUE ZERO.
032400 77  WS-HASH-TRABALHO        PIC 9(15) VALUE ZERO.
032500 77  WS-HASH-LIXO            PIC 9(03) VALUE ZERO.
032600 77  WS-SOMA-BYTES           PIC 9(07) VALUE ZERO.
032700 77  WS-POS                  PIC 9(03) COMP VALUE ZERO.
032800 77  WS-QTDE-LINHAS-LACRE    PIC 9(07) VALUE ZERO.
032900*
033000***************************************************************
033100*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
033200*    COPYBOOKS/RPTWRT.CPY)
033300***************************************************************
033400 COPY "RPTWRT.cpy".
033500 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
033600*
033700***************************************************************
033800*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
033900***************************************************************
034000 COPY "CALHDL.cpy".
034100*
034200***************************************************************
034300*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
034400***************************************************************
034500 COPY "AUDHDL.cpy".
034600*
034700***************************************************************
034800*    PARAMETROS DA ROTINA COMUM DE ALERTA (VER COPYBOOKS/ALRHDL.
034900***************************************************************
035000 COPY "ALRHDL.cpy".
035100*
035200***************************************************************
035300*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CP
035400***************************************************************
035500 COPY "RUNDATE.cpy".
035600*
035700***************************************************************
035800*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
035900***************************************************************
036000 COPY "ERRHDL.cpy".
036100*
036200 PROCEDURE DIVISION.
036300*
036400***************************************************************
036500*    0000-MAINLINE                                             *
036600***************************************************************
036700 0000-MAINLINE.
036800     MOVE ZERO TO RETURN-CODE.
036900     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
037000     ACCEPT RUN-HORA FROM TIME.
037100     ACCEPT WS-FASE FROM ENVIRONMENT "RECFASE".
037200     IF NOT FASE-APURAR
037300         MOVE "E" TO WS-FASE
037400     END-IF.
037500     IF FASE-APURAR
037600         PERFORM 5000-APURAR-CAMPANHA
037700             THRU 5000-APURAR-CAMPANHA-EXIT
037800     ELSE
037900         PERFORM 1000-EMITIR-CAMPANHA
038000             THRU 1000-EMITIR-CAMPANHA-EXIT
038100     END-IF.
038200     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
038300     STOP RUN.
038400*
038500***************************************************************
038600*    1000-EMITIR-CAMPANHA - FASE "E": CARREGA MATRIZ, PERFIS E  *
038700*    GESTORES, LEVANTA O USO NO AUDITLOG E EMITE AS LISTAS      *
038800***************************************************************
038900 1000-EMITIR-CAMPANHA.
039000     ACCEPT WS-JANELA-DE FROM ENVIRONMENT "RECDE".
039100     ACCEPT WS-JANELA-ATE FROM ENVIRONMENT "RECATE".
039200     IF WS-JANELA-ATE = ZERO
039300         MOVE 99999999 TO WS-JANELA-ATE
039400     END-IF.
039500     ACCEPT WS-PRAZO FROM ENVIRONMENT "RECPRAZO".
039600     IF WS-PRAZO = ZERO
039700         PERFORM 1900-CALCULAR-PRAZO
039800             THRU 1900-CALCULAR-PRAZO-EXIT
039900     END-IF.
040000     MOVE RUN-DATA TO WS-CAMPANHA.
040100     PERFORM 1100-CARREGAR-MATRIZ THRU 1100-CARREGAR-MATRIZ-EXIT.
040200     PERFORM 1200-CARREGAR-PERFIS THRU 1200-CARREGAR-PERFIS-EXIT.
040300     IF RETURN-CODE NOT = ZERO
040400         GO TO 1000-EMITIR-CAMPANHA-EXIT
040500     END-IF.
040600     PERFORM 1300-CARREGAR-GESTORES
040700         THRU 1300-CARREGAR-GESTORES-EXIT.
040800     PERFORM 1500-VARRER-AUDITORIA
040900         THRU 1500-VARRER-AUDITORIA-EXIT.
041000     PERFORM 2000-EMITIR-LISTAS THRU 2000-EMITIR-LISTAS-EXIT.
041100 1000-EMITIR-CAMPANHA-EXIT.
041200     EXIT.
041300*
041400***************************************************************
041500*    1100-CARREGAR-MATRIZ                                      *
041600***************************************************************
041700 1100-CARREGAR-MATRIZ.
041800     OPEN INPUT PERM-FILE.
041900     IF NOT PERM-FILE-OK
042000         DISPLAY "AVISO: PERMMAT INDISPONIVEL (STATUS "
042100             WS-PERM-FILE-STATUS ") - LISTAS SEM AS FUNCOES "
042200             "DO PAPEL."
042300         GO TO 1100-CARREGAR-MATRIZ-EXIT
042400     END-IF.
042500     PERFORM 1150-LER-MATRIZ THRU 1150-LER-MATRIZ-EXIT.
042600     PERFORM 1160-GUARDAR-MATRIZ THRU 1160-GUARDAR-MATRIZ-EXIT
042700         UNTIL FIM-DA-MATRIZ.
042800     CLOSE PERM-FILE.
042900 1100-CARREGAR-MATRIZ-EXIT.
043000     EXIT.
043100*
043200***************************************************************
043300*    1150-LER-MATRIZ                                           *
043400***************************************************************
043500 1150-LER-MATRIZ.
043600     READ PERM-FILE
043700         AT END
043800             MOVE "Y" TO WS-PERM-EOF-SWITCH
043900     END-READ.
044000 1150-LER-MATRIZ-EXIT.
044100     EXIT.
044200*
044300***************************************************************
044400*    1160-GUARDAR-MATRIZ                                       *
044500***************************************************************
044600 1160-GUARDAR-MATRIZ.
044700     IF WS-QTDE-MATRIZ < 300
044800         ADD 1 TO WS-QTDE-MATRIZ
044900         MOVE PRM-PAPEL TO MTX-PAPEL(WS-QTDE-MATRIZ)
045000         MOVE PRM-FUNCAO TO MTX-FUNCAO(WS-QTDE-MATRIZ)
045100     END-IF.
045200     PERFORM 1150-LER-MATRIZ THRU 1150-LER-MATRIZ-EXIT.
045300 1160-GUARDAR-MATRIZ-EXIT.
045400     EXIT.
045500*
045600***************************************************************
045700*    1200-CARREGAR-PERFIS - TODO PERFIL AINDA NAO REVOGADO     *
045800*    ENTRA NA CAMPANHA                                          *
045900***************************************************************
046000 1200-CARREGAR-PERFIS.
046100     OPEN INPUT PROFILE-FILE.
046200     IF NOT PROFILE-FILE-OK
046300         MOVE "RECERT  " TO ERR-PROGRAMA
046400         SET ERR-TIPO-ARQUIVO TO TRUE
046500         MOVE "ABERTURA DO ARQUIVO SECPROF" TO ERR-CONTEXTO
046600         MOVE WS-PROFILE-FILE-STATUS TO ERR-FILE-STATUS
046700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
046800         MOVE 16 TO RETURN-CODE
046900         GO TO 1200-CARREGAR-PERFIS-EXIT
047000     END-IF.
047100     PERFORM 1250-LER-PERFIL THRU 1250-LER-PERFIL-EXIT.
047200     PERFORM 1260-GUARDAR-PERFIL THRU 1260-GUARDAR-PERFIL-EXIT
047300         UNTIL FIM-DO-CADASTRO.
047400     CLOSE PROFILE-FILE.
047500 1200-CARREGAR-PERFIS-EXIT.
047600     EXIT.
047700*
047800***************************************************************
047900*    1250-LER-PERFIL                                           *
048000***************************************************************
048100 1250-LER-PERFIL.
048200     READ PROFILE-FILE
048300         AT END
048400             MOVE "Y" TO WS-PROF-EOF-SWITCH
048500     END-READ.
048600 1250-LER-PERFIL-EXIT.
048700     EXIT.
048800*
048900***************************************************************
049000*    1260-GUARDAR-PERFIL                                       *
049100***************************************************************
049200 1260-GUARDAR-PERFIL.
049300     ADD 1 TO WS-QTDE-PERFIS.
049400     IF PRF-PAPEL NOT = "REVOGADO"
049500         AND WS-QTDE-OPERADORES < 300
049600         ADD 1 TO WS-QTDE-OPERADORES
049700         MOVE PRF-OPERADOR TO OPR-OPERADOR(WS-QTDE-OPERADORES)
049800         MOVE PRF-PAPEL TO OPR-PAPEL(WS-QTDE-OPERADORES)
049900         MOVE SPACES TO OPR-GESTOR(WS-QTDE-OPERADORES)
050000         MOVE ZERO TO OPR-ULTIMA-ACAO(WS-QTDE-OPERADORES)
050100         MOVE ZERO TO OPR-QTDE-USADAS(WS-QTDE-OPERADORES)
050200     END-IF.
050300     PERFORM 1250-LER-PERFIL THRU 1250-LER-PERFIL-EXIT.
050400 1260-GUARDAR-PERFIL-EXIT.
050500     EXIT.
050600*
050700***************************************************************
050800*    1300-CARREGAR-GESTORES - GESTOR DE CADA OPERADOR (OPERGER)*
050900*    E A LISTA DE GESTORES DISTINTOS                            *
051000***************************************************************
051100 1300-CARREGAR-GESTORES.
051200     OPEN INPUT GESTOR-FILE.
051300     IF NOT GESTOR-FILE-OK
051400         DISPLAY "AVISO: OPERGER INDISPONIVEL (STATUS "
051500             WS-GESTOR-FILE-STATUS ") - TODO OPERADOR SAI SEM "
051600             "GESTOR."
051700         GO TO 1300-CARREGAR-GESTORES-EXIT
051800     END-IF.
051900     PERFORM 1350-LER-GESTOR THRU 1350-LER-GESTOR-EXIT.
052000     PERFORM 1360-ANOTAR-GESTOR THRU 1360-ANOTAR-GESTOR-EXIT
052100         UNTIL FIM-DOS-GESTORES.
052200     CLOSE GESTOR-FILE.
052300 1300-CARREGAR-GESTORES-EXIT.
052400     EXIT.
052500*
052600***************************************************************
052700*    1350-LER-GESTOR                                           *
052800***************************************************************
052900 1350-LER-GESTOR.
053000     READ GESTOR-FILE
053100         AT END
053200             MOVE "Y" TO WS-GESTOR-EOF-SWITCH
053300     END-READ.
053400 1350-LER-GESTOR-EXIT.
053500     EXIT.
053600*
053700***************************************************************
053800*    1360-ANOTAR-GESTOR                                        *
053900***************************************************************
054000 1360-ANOTAR-GESTOR.
054100     MOVE OGR-OPERADOR TO WS-OPERADOR-BUSCA.
054200     PERFORM 1800-LOCALIZAR-OPERADOR
054300         THRU 1800-LOCALIZAR-OPERADOR-EXIT.
054400     IF WS-IDX-ACHADO = ZERO
054500         OR OGR-GESTOR = SPACES
054600         GO TO 1360-ANOTAR-GESTOR-SEGUE
054700     END-IF.
054800     MOVE OGR-GESTOR TO OPR-GESTOR(WS-IDX-ACHADO).
054900     MOVE "N" TO WS-ACHOU-SW.
055000     PERFORM 1370-PROCURAR-GESTOR THRU 1370-PROCURAR-GESTOR-EXIT
055100         VARYING WS-SUB-G FROM 1 BY 1
055200         UNTIL WS-SUB-G > WS-QTDE-GESTORES
055300         OR JA-EXISTE.
055400     IF NOT JA-EXISTE
055500         AND WS-QTDE-GESTORES < 100
055600         ADD 1 TO WS-QTDE-GESTORES
055700         MOVE OGR-GESTOR TO GST-GESTOR(WS-QTDE-GESTORES)
055800     END-IF.
055900 1360-ANOTAR-GESTOR-SEGUE.
056000     PERFORM 1350-LER-GESTOR THRU 1350-LER-GESTOR-EXIT.
056100 1360-ANOTAR-GESTOR-EXIT.
056200     EXIT.
056300*
056400***************************************************************
056500*    1370-PROCURAR-GESTOR                                      *
056600***************************************************************
056700 1370-PROCURAR-GESTOR.
056800     IF GST-GESTOR(WS-SUB-G) = OGR-GESTOR
056900         MOVE "Y" TO WS-ACHOU-SW
057000     END-IF.
057100 1370-PROCURAR-GESTOR-EXIT.
057200     EXIT.
057300*
057400***************************************************************
057500*    1500-VARRER-AUDITORIA - ULTIMA ACAO DE CADA OPERADOR (LOG *
057600*    INTEIRO) E FUNCOES DO PAPEL USADAS NA JANELA DO TRIMESTRE  *
057700***************************************************************
057800 1500-VARRER-AUDITORIA.
057900     OPEN INPUT AUDIT-LOG-FILE.
058000     IF NOT AUDIT-FILE-OK
058100         DISPLAY "AVISO: AUDITLOG INDISPONIVEL (STATUS "
058200             WS-AUDIT-FILE-STATUS ") - LISTAS SEM ATIVIDADE."
058300         GO TO 1500-VARRER-AUDITORIA-EXIT
058400     END-IF.
058500     PERFORM 1550-LER-AUDITORIA THRU 1550-LER-AUDITORIA-EXIT.
058600     PERFORM 1600-TRATAR-EVENTO THRU 1600-TRATAR-EVENTO-EXIT
058700         UNTIL FIM-DA-AUDITORIA.
058800     CLOSE AUDIT-LOG-FILE.
058900 1500-VARRER-AUDITORIA-EXIT.
059000     EXIT.
059100*
059200***************************************************************
059300*    1550-LER-AUDITORIA                                        *
059400***************************************************************
059500 1550-LER-AUDITORIA.
059600     READ AUDIT-LOG-FILE
059700         AT END
059800             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
059900     END-READ.
060000 1550-LER-AUDITORIA-EXIT.
060100     EXIT.
060200*
060300***************************************************************
060400*    1600-TRATAR-EVENTO                                        *
060500***************************************************************
060600 1600-TRATAR-EVENTO.
060700     IF ALOG-OPERADOR = SPACES
060800         OR ALOG-DATA NOT NUMERIC
060900         GO TO 1600-TRATAR-EVENTO-SEGUE
061000     END-IF.
061100     MOVE ALOG-OPERADOR TO WS-OPERADOR-BUSCA.
061200     PERFORM 1800-LOCALIZAR-OPERADOR
061300         THRU 1800-LOCALIZAR-OPERADOR-EXIT.
061400     IF WS-IDX-ACHADO = ZERO
061500         GO TO 1600-TRATAR-EVENTO-SEGUE
061600     END-IF.
061700     IF ALOG-DATA > OPR-ULTIMA-ACAO(WS-IDX-ACHADO)
061800         MOVE ALOG-DATA TO OPR-ULTIMA-ACAO(WS-IDX-ACHADO)
061900     END-IF.
062000     IF ALOG-DATA NOT < WS-JANELA-DE
062100         AND ALOG-DATA NOT > WS-JANELA-ATE
062200         PERFORM 1700-TESTAR-FUNCAO THRU 1700-TESTAR-FUNCAO-EXIT
062300             VARYING WS-SUB FROM 1 BY 1
062400             UNTIL WS-SUB > WS-QTDE-MATRIZ
062500     END-IF.
062600 1600-TRATAR-EVENTO-SEGUE.
062700     PERFORM 1550-LER-AUDITORIA THRU 1550-LER-AUDITORIA-EXIT.
062800 1600-TRATAR-EVENTO-EXIT.
062900     EXIT.
063000*
063100***************************************************************
063200*    1700-TESTAR-FUNCAO - LINHA DO PAPEL DO OPERADOR CUJO       *
063300*    CODIGO DE FUNCAO APARECE NO TEXTO DO EVENTO                *
063400***************************************************************
063500 1700-TESTAR-FUNCAO.
063600     IF MTX-PAPEL(WS-SUB) NOT = OPR-PAPEL(WS-IDX-ACHADO)
063700         GO TO 1700-TESTAR-FUNCAO-EXIT
063800     END-IF.
063900     MOVE MTX-FUNCAO(WS-SUB) TO WS-FUNCAO-TRIM.
064000     MOVE ZERO TO WS-FUNCAO-LEN.
064100     INSPECT WS-FUNCAO-TRIM TALLYING WS-FUNCAO-LEN
064200         FOR CHARACTERS BEFORE INITIAL SPACE.
064300     IF WS-FUNCAO-LEN = ZERO
064400         GO TO 1700-TESTAR-FUNCAO-EXIT
064500     END-IF.
064600     MOVE ZERO TO WS-QTDE-OCORRE.
064700     INSPECT ALOG-DESC TALLYING WS-QTDE-OCORRE
064800         FOR ALL WS-FUNCAO-TRIM(1:WS-FUNCAO-LEN).
064900     IF WS-QTDE-OCORRE = ZERO
065000         GO TO 1700-TESTAR-FUNCAO-EXIT
065100     END-IF.
065200     MOVE "N" TO WS-ACHOU-SW.
065300     PERFORM 1750-PROCURAR-USADA THRU 1750-PROCURAR-USADA-EXIT
065400         VARYING WS-SUB-F FROM 1 BY 1
065500         UNTIL WS-SUB-F > OPR-QTDE-USADAS(WS-IDX-ACHADO)
065600         OR JA-EXISTE.
065700     IF NOT JA-EXISTE
065800         AND OPR-QTDE-USADAS(WS-IDX-ACHADO) < 10
065900         ADD 1 TO OPR-QTDE-USADAS(WS-IDX-ACHADO)
066000         MOVE OPR-QTDE-USADAS(WS-IDX-ACHADO) TO WS-IDX-FUNCAO
066100         MOVE MTX-FUNCAO(WS-SUB)
066200             TO OPR-USADA(WS-IDX-ACHADO, WS-IDX-FUNCAO)
066300     END-IF.
066400 1700-TESTAR-FUNCAO-EXIT.
066500     EXIT.
066600*
066700***************************************************************
066800*    1750-PROCURAR-USADA                                       *
066900***************************************************************
067000 1750-PROCURAR-USADA.
067100     IF OPR-USADA(WS-IDX-ACHADO, WS-SUB-F) = MTX-FUNCAO(WS-SUB)
067200         MOVE "Y" TO WS-ACHOU-SW
067300     END-IF.
067400 1750-PROCURAR-USADA-EXIT.
067500     EXIT.
067600*
067700***************************************************************
067800*    1800-LOCALIZAR-OPERADOR - POSICAO DE WS-OPERADOR-BUSCA NA  *
067900*    TABELA DE OPERADORES (ZERO = FORA DA CAMPANHA)             *
068000***************************************************************
068100 1800-LOCALIZAR-OPERADOR.
068200     MOVE ZERO TO WS-IDX-ACHADO.
068300     PERFORM 1850-COMPARAR-OPERADOR
068400         THRU 1850-COMPARAR-OPERADOR-EXIT
068500         VARYING WS-SUB-B FROM 1 BY 1
068600         UNTIL WS-SUB-B > WS-QTDE-OPERADORES
068700         OR WS-IDX-ACHADO > ZERO.
068800 1800-LOCALIZAR-OPERADOR-EXIT.
068900     EXIT.
069000*
069100***************************************************************
069200*    1850-COMPARAR-OPERADOR                                    *
069300***************************************************************
069400 1850-COMPARAR-OPERADOR.
069500     IF OPR-OPERADOR(WS-SUB-B) = WS-OPERADOR-BUSCA
069600         MOVE WS-SUB-B TO WS-IDX-ACHADO
069700     END-IF.
069800 1850-COMPARAR-OPERADOR-EXIT.
069900     EXIT.
070000*
070100***************************************************************
070200*    1900-CALCULAR-PRAZO - PRAZO PADRAO DE RESPOSTA: DIA 15 DO  *
070300*    MES SEGUINTE A EMISSAO, OU O PRIMEIRO DIA UTIL DEPOIS DELE *
070400***************************************************************
070500 1900-CALCULAR-PRAZO.
070600     MOVE RUN-DATA TO WS-PRAZO.
070700     MOVE 15 TO WS-PRAZO-DIA.
070800     IF WS-PRAZO-MES = 12
070900         MOVE 1 TO WS-PRAZO-MES
071000         ADD 1 TO WS-PRAZO-ANO
071100     ELSE
071200         ADD 1 TO WS-PRAZO-MES
071300     END-IF.
071400     SET CAL-ACAO-PROXIMO TO TRUE.
071500     MOVE WS-PRAZO TO CAL-DATA-1.
071600     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
071700     IF CAL-RC = ZERO
071800         MOVE CAL-RESULTADO-DATA TO WS-PRAZO
071900     END-IF.
072000 1900-CALCULAR-PRAZO-EXIT.
072100     EXIT.
072200*
072300***************************************************************
072400*    2000-EMITIR-LISTAS - UMA SECAO DO RECPRT POR GESTOR, NA    *
072500*    ORDEM DO OPERGER; NO FIM, OS OPERADORES SEM GESTOR. CADA   *
072600*    OPERADOR LISTADO VAI PARA O ROL RECCAMP                    *
072700***************************************************************
072800 2000-EMITIR-LISTAS.
072900     OPEN OUTPUT CAMPANHA-FILE.
073000     IF NOT CAMPANHA-FILE-OK
073100         MOVE "RECERT  " TO ERR-PROGRAMA
073200         SET ERR-TIPO-ARQUIVO TO TRUE
073300         MOVE "ABERTURA DO ARQUIVO RECCAMP" TO ERR-CONTEXTO
073400         MOVE WS-CAMPANHA-FILE-STATUS TO ERR-FILE-STATUS
073500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
073600         MOVE 16 TO RETURN-CODE
073700         GO TO 2000-EMITIR-LISTAS-EXIT
073800     END-IF.
073900     OPEN OUTPUT PRINT-FILE.
074000     IF PRINT-FILE-OK
074100         MOVE "Y" TO WS-RELATORIO-SW
074200     END-IF.
074300     MOVE "RECERTIFICACAO DE ACESSOS - POR GESTOR"
074400         TO RPT-TITULO.
074500     MOVE ZERO TO RPT-LINHAS-POR-PAG.
074600     SET RPT-ACAO-INICIAR TO TRUE.
074700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
074800     PERFORM 8000-GRAVAR-LINHAS-RPT
074900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
075000     MOVE SPACES TO RPT-LINHA-ENTRADA.
075100     STRING "CAMPANHA " WS-CAMPANHA
075200         " - RESPONDER NO RECRESP ATE " WS-PRAZO
075300         " (C = CERTIFICA, R = REVOGA)"
075400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
075500     END-STRING.
075600     PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT.
075700     PERFORM 2100-EMITIR-GESTOR THRU 2100-EMITIR-GESTOR-EXIT
075800         VARYING WS-SUB-G FROM 1 BY 1
075900         UNTIL WS-SUB-G > WS-QTDE-GESTORES.
076000     MOVE SPACES TO WS-GESTOR-ATUAL.
076100     MOVE ZERO TO WS-QTDE-DO-GESTOR.
076200     PERFORM 2200-EMITIR-OPERADOR THRU 2200-EMITIR-OPERADOR-EXIT
076300         VARYING WS-SUB FROM 1 BY 1
076400         UNTIL WS-SUB > WS-QTDE-OPERADORES.
076500     CLOSE CAMPANHA-FILE.
076600 2000-EMITIR-LISTAS-EXIT.
076700     EXIT.
076800*
076900***************************************************************
077000*    2100-EMITIR-GESTOR                                        *
077100***************************************************************
077200 2100-EMITIR-GESTOR.
077300     MOVE GST-GESTOR(WS-SUB-G) TO WS-GESTOR-ATUAL.
077400     MOVE ZERO TO WS-QTDE-DO-GESTOR.
077500     PERFORM 2200-EMITIR-OPERADOR THRU 2200-EMITIR-OPERADOR-EXIT
077600         VARYING WS-SUB FROM 1 BY 1
077700         UNTIL WS-SUB > WS-QTDE-OPERADORES.
077800 2100-EMITIR-GESTOR-EXIT.
077900     EXIT.
078000*
078100***************************************************************
078200*    2200-EMITIR-OPERADOR - OPERADOR DO GESTOR DA VEZ: CABECALHO*
078300*    DO GESTOR NO PRIMEIRO, LINHA DO OPERADOR, LINHA DAS        *
078400*    FUNCOES USADAS E REGISTRO NO ROL                           *
078500***************************************************************
078600 2200-EMITIR-OPERADOR.
078700     IF OPR-GESTOR(WS-SUB) NOT = WS-GESTOR-ATUAL
078800         GO TO 2200-EMITIR-OPERADOR-EXIT
078900     END-IF.
079000     ADD 1 TO WS-QTDE-DO-GESTOR.
079100     IF WS-QTDE-DO-GESTOR = 1
079200         MOVE SPACES TO RPT-LINHA-ENTRADA
079300         PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT
079400         IF WS-GESTOR-ATUAL = SPACES
079500             STRING "*** OPERADORES SEM GESTOR NO OPERGER - "
079600                 "SERAO ESCALADOS NO PRAZO ***"
079700                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
079800             END-STRING
079900         ELSE
080000             STRING "GESTOR " WS-GESTOR-ATUAL
080100                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
080200             END-STRING
080300         END-IF
080400         PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT
080500     END-IF.
080600     MOVE ZERO TO WS-QTDE-CONCEDIDAS.
080700     PERFORM 2250-CONTAR-CONCEDIDA THRU 2250-CONTAR-CONCEDIDA-EXIT
080800         VARYING WS-SUB-F FROM 1 BY 1
080900         UNTIL WS-SUB-F > WS-QTDE-MATRIZ.
081000     MOVE ZERO TO WS-QTDE-SEM-USO.
081100     IF WS-QTDE-CONCEDIDAS > OPR-QTDE-USADAS(WS-SUB)
081200         COMPUTE WS-QTDE-SEM-USO =
081300             WS-QTDE-CONCEDIDAS - OPR-QTDE-USADAS(WS-SUB)
081400     END-IF.
081500     MOVE SPACES TO RPT-LINHA-ENTRADA.
081600     IF OPR-ULTIMA-ACAO(WS-SUB) = ZERO
081700         STRING "  OPERADOR " OPR-OPERADOR(WS-SUB)
081800             " PAPEL " OPR-PAPEL(WS-SUB)
081900             " ULTIMA ACAO: NENHUMA AUDITADA"
082000             " FUNCOES CONCEDIDAS " WS-QTDE-CONCEDIDAS
082100             " SEM USO " WS-QTDE-SEM-USO
082200             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
082300         END-STRING
082400     ELSE
082500         STRING "  OPERADOR " OPR-OPERADOR(WS-SUB)
082600             " PAPEL " OPR-PAPEL(WS-SUB)
082700             " ULTIMA ACAO " OPR-ULTIMA-ACAO(WS-SUB)
082800             " FUNCOES CONCEDIDAS " WS-QTDE-CONCEDIDAS
082900             " SEM USO " WS-QTDE-SEM-USO
083000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
083100         END-STRING
083200     END-IF.
083300     PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT.
083400     MOVE SPACES TO RPT-LINHA-ENTRADA.
083500     IF OPR-QTDE-USADAS(WS-SUB) = ZERO
083600         MOVE "      FUNCOES USADAS NO TRIMESTRE: NENHUMA"
083700             TO RPT-LINHA-ENTRADA
083800     ELSE
083900         MOVE 1 TO WS-PONTEIRO
084000         STRING "      FUNCOES USADAS NO TRIMESTRE:"
084100             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
084200             WITH POINTER WS-PONTEIRO
084300         END-STRING
084400         PERFORM 2280-LISTAR-USADA THRU 2280-LISTAR-USADA-EXIT
084500             VARYING WS-SUB-F FROM 1 BY 1
084600             UNTIL WS-SUB-F > OPR-QTDE-USADAS(WS-SUB)
084700     END-IF.
084800     PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT.
084900     MOVE SPACES TO CAMPANHA-RECORD.
085000     MOVE WS-CAMPANHA TO CMP-CAMPANHA.
085100     MOVE WS-PRAZO TO CMP-PRAZO.
085200     MOVE OPR-GESTOR(WS-SUB) TO CMP-GESTOR.
085300     MOVE OPR-OPERADOR(WS-SUB) TO CMP-OPERADOR.
085400     MOVE OPR-PAPEL(WS-SUB) TO CMP-PAPEL.
085500     MOVE OPR-ULTIMA-ACAO(WS-SUB) TO CMP-ULTIMA-ACAO.
085600     MOVE OPR-QTDE-USADAS(WS-SUB) TO CMP-QTDE-USADAS.
085700     WRITE CAMPANHA-RECORD.
085800 2200-EMITIR-OPERADOR-EXIT.
085900     EXIT.
086000*
086100***************************************************************
086200*    2250-CONTAR-CONCEDIDA                                     *
086300***************************************************************
086400 2250-CONTAR-CONCEDIDA.
086500     IF MTX-PAPEL(WS-SUB-F) = OPR-PAPEL(WS-SUB)
086600         ADD 1 TO WS-QTDE-CONCEDIDAS
086700     END-IF.
086800 2250-CONTAR-CONCEDIDA-EXIT.
086900     EXIT.
087000*
087100***************************************************************
087200*    2280-LISTAR-USADA                                         *
087300***************************************************************
087400 2280-LISTAR-USADA.
087500     STRING " " OPR-USADA(WS-SUB, WS-SUB-F)
087600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
087700         WITH POINTER WS-PONTEIRO
087800     END-STRING.
087900 2280-LISTAR-USADA-EXIT.
088000     EXIT.
088100*
088200***************************************************************
088300*    5000-APURAR-CAMPANHA - FASE "A": ROL + RESPOSTAS, PERFIS   *
088400*    REVOGADOS NO SECPROFN, ESCALACAO E RESULTADO LACRADO       *
088500***************************************************************
088600 5000-APURAR-CAMPANHA.
088700     PERFORM 5100-CARREGAR-ROL THRU 5100-CARREGAR-ROL-EXIT.
088800     IF RETURN-CODE NOT = ZERO
088900         GO TO 5000-APURAR-CAMPANHA-EXIT
089000     END-IF.
089100     IF RUN-DATA > WS-PRAZO
089200         MOVE "Y" TO WS-PRAZO-VENCIDO-SW
089300     END-IF.
089400     PERFORM 5200-LER-ULTIMO-LACRE
089500         THRU 5200-LER-ULTIMO-LACRE-EXIT.
089600     IF CAMPANHA-JA-LACRADA
089700         DISPLAY "ABEND-RECERT: A CAMPANHA " WS-CAMPANHA
089800             " JA FOI APURADA E LACRADA - NADA GRAVADO."
089900         MOVE 16 TO RETURN-CODE
090000         GO TO 5000-APURAR-CAMPANHA-EXIT
090100     END-IF.
090200     PERFORM 5300-LER-RESPOSTAS THRU 5300-LER-RESPOSTAS-EXIT.
090300     PERFORM 5500-APLICAR-REVOGACOES
090400         THRU 5500-APLICAR-REVOGACOES-EXIT.
090500     IF RETURN-CODE NOT = ZERO
090600         GO TO 5000-APURAR-CAMPANHA-EXIT
090700     END-IF.
090800     PERFORM 6000-RELATAR-RESULTADO
090900         THRU 6000-RELATAR-RESULTADO-EXIT.
091000     IF PRAZO-VENCIDO
091100         AND RELATORIO-ABERTO
091200         PERFORM 6500-GRAVAR-LACRE THRU 6500-GRAVAR-LACRE-EXIT
091300     END-IF.
091400 5000-APURAR-CAMPANHA-EXIT.
091500     EXIT.
091600*
091700***************************************************************
091800*    5100-CARREGAR-ROL - ROL DA CAMPANHA EMITIDA (RECCAMP)      *
091900***************************************************************
092000 5100-CARREGAR-ROL.
092100     OPEN INPUT CAMPANHA-FILE.
092200     IF NOT CAMPANHA-FILE-OK
092300         MOVE "RECERT  " TO ERR-PROGRAMA
092400         SET ERR-TIPO-ARQUIVO TO TRUE
092500         MOVE "ABERTURA DO ARQUIVO RECCAMP" TO ERR-CONTEXTO
092600         MOVE WS-CAMPANHA-FILE-STATUS TO ERR-FILE-STATUS
092700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
092800         MOVE 16 TO RETURN-CODE
092900         GO TO 5100-CARREGAR-ROL-EXIT
093000     END-IF.
093100     PERFORM 5150-LER-ROL THRU 5150-LER-ROL-EXIT.
093200     PERFORM 5160-GUARDAR-ROL THRU 5160-GUARDAR-ROL-EXIT
093300         UNTIL FIM-DA-CAMPANHA.
093400     CLOSE CAMPANHA-FILE.
093500     IF WS-QTDE-OPERADORES = ZERO
093600         DISPLAY "ABEND-RECERT: RECCAMP VAZIO - NENHUMA "
093700             "CAMPANHA EMITIDA PARA APURAR."
093800         MOVE 16 TO RETURN-CODE
093900     END-IF.
094000 5100-CARREGAR-ROL-EXIT.
094100     EXIT.
094200*
094300***************************************************************
094400*    5150-LER-ROL                                              *
094500***************************************************************
094600 5150-LER-ROL.
094700     READ CAMPANHA-FILE
094800         AT END
094900             MOVE "Y" TO WS-CAMP-EOF-SWITCH
095000     END-READ.
095100 5150-LER-ROL-EXIT.
095200     EXIT.
095300*
095400***************************************************************
095500*    5160-GUARDAR-ROL                                          *
095600***************************************************************
095700 5160-GUARDAR-ROL.
095800     IF WS-QTDE-OPERADORES < 300
095900         ADD 1 TO WS-QTDE-OPERADORES
096000         MOVE CMP-CAMPANHA TO WS-CAMPANHA
096100         MOVE CMP-PRAZO TO WS-PRAZO
096200         MOVE CMP-OPERADOR TO OPR-OPERADOR(WS-QTDE-OPERADORES)
096300         MOVE CMP-PAPEL TO OPR-PAPEL(WS-QTDE-OPERADORES)
096400         MOVE CMP-GESTOR TO OPR-GESTOR(WS-QTDE-OPERADORES)
096500         MOVE CMP-ULTIMA-ACAO
096600             TO OPR-ULTIMA-ACAO(WS-QTDE-OPERADORES)
096700         MOVE CMP-PRAZO TO OPR-PRAZO(WS-QTDE-OPERADORES)
096800         MOVE SPACE TO OPR-DECISAO(WS-QTDE-OPERADORES)
096900         MOVE ZERO TO OPR-DATA-DECISAO(WS-QTDE-OPERADORES)
097000     END-IF.
097100     PERFORM 5150-LER-ROL THRU 5150-LER-ROL-EXIT.
097200 5160-GUARDAR-ROL-EXIT.
097300     EXIT.
097400*
097500***************************************************************
097600*    5200-LER-ULTIMO-LACRE - O HASH DO ULTIMO LACRE E A RAIZ DA *
097700*    CADEIA; TAMBEM BARRA APURAR DUAS VEZES A MESMA CAMPANHA    *
097800***************************************************************
097900 5200-LER-ULTIMO-LACRE.
098000     OPEN INPUT SEAL-FILE.
098100     IF NOT SEAL-FILE-OK
098200         DISPLAY "RECSEAL AINDA NAO EXISTE - PRIMEIRA CADEIA "
098300             "COMECA DO ZERO."
098400         GO TO 5200-LER-ULTIMO-LACRE-EXIT
098500     END-IF.
098600     PERFORM 5250-LER-LACRE THRU 5250-LER-LACRE-EXIT.
098700     PERFORM 5260-EXAMINAR-LACRE THRU 5260-EXAMINAR-LACRE-EXIT
098800         UNTIL FIM-DOS-LACRES.
098900     CLOSE SEAL-FILE.
099000 5200-LER-ULTIMO-LACRE-EXIT.
099100     EXIT.
099200*
099300***************************************************************
099400*    5250-LER-LACRE                                            *
099500***************************************************************
099600 5250-LER-LACRE.
099700     READ SEAL-FILE
099800         AT END
099900             MOVE "Y" TO WS-SEAL-EOF-SWITCH
100000     END-READ.
100100 5250-LER-LACRE-EXIT.
100200     EXIT.
100300*
100400***************************************************************
100500*    5260-EXAMINAR-LACRE                                       *
100600***************************************************************
100700 5260-EXAMINAR-LACRE.
100800     IF SLR-CAMPANHA = WS-CAMPANHA
100900         MOVE "Y" TO WS-JA-LACRADA-SW
101000     END-IF.
101100     MOVE SLR-HASH TO WS-HASH-CORRENTE.
101200     PERFORM 5250-LER-LACRE THRU 5250-LER-LACRE-EXIT.
101300 5260-EXAMINAR-LACRE-EXIT.
101400     EXIT.
101500*
101600***************************************************************
101700*    5300-LER-RESPOSTAS - DECISOES DO RECRESP; VALE A ULTIMA    *
101800*    DECISAO VALIDA DO GESTOR DO ROL PARA O OPERADOR            *
101900***************************************************************
102000 5300-LER-RESPOSTAS.
102100     OPEN INPUT RESPOSTA-FILE.
102200     IF NOT RESPOSTA-FILE-OK
102300         DISPLAY "AVISO: RECRESP INDISPONIVEL (STATUS "
102400             WS-RESPOSTA-FILE-STATUS ") - NENHUMA RESPOSTA "
102500             "RECEBIDA."
102600         GO TO 5300-LER-RESPOSTAS-EXIT
102700     END-IF.
102800     PERFORM 5350-LER-RESPOSTA THRU 5350-LER-RESPOSTA-EXIT.
102900     PERFORM 5400-TRATAR-RESPOSTA THRU 5400-TRATAR-RESPOSTA-EXIT
103000         UNTIL FIM-DAS-RESPOSTAS.
103100     CLOSE RESPOSTA-FILE.
103200 5300-LER-RESPOSTAS-EXIT.
103300     EXIT.
103400*
103500***************************************************************
103600*    5350-LER-RESPOSTA                                         *
103700***************************************************************
103800 5350-LER-RESPOSTA.
103900     READ RESPOSTA-FILE
104000         AT END
104100             MOVE "Y" TO WS-RESP-EOF-SWITCH
104200     END-READ.
104300 5350-LER-RESPOSTA-EXIT.
104400     EXIT.
104500*
104600***************************************************************
104700*    5400-TRATAR-RESPOSTA - RESPOSTA RECUSADA (OPERADOR FORA DO *
104800*    ROL, GESTOR TROCADO OU DECISAO INVALIDA) SAI NO SYSOUT     *
104900***************************************************************
105000 5400-TRATAR-RESPOSTA.
105100     ADD 1 TO WS-QTDE-RESPOSTAS.
105200     MOVE SPACES TO WS-MOTIVO-RECUSA.
105300     MOVE RSP-OPERADOR TO WS-OPERADOR-BUSCA.
105400     PERFORM 1800-LOCALIZAR-OPERADOR
105500         THRU 1800-LOCALIZAR-OPERADOR-EXIT.
105600     EVALUATE TRUE
105700         WHEN WS-IDX-ACHADO = ZERO
105800             MOVE "OPERADOR FORA DA CAMPANHA" TO WS-MOTIVO-RECUSA
105900         WHEN OPR-GESTOR(WS-IDX-ACHADO) = SPACES
106000             OR RSP-GESTOR NOT = OPR-GESTOR(WS-IDX-ACHADO)
106100             MOVE "NAO E O GESTOR DO OPERADOR" TO WS-MOTIVO-RECUSA
106200         WHEN NOT RSP-CERTIFICA
106300             AND NOT RSP-REVOGA
106400             MOVE "DECISAO DIFERENTE DE C/R" TO WS-MOTIVO-RECUSA
106500         WHEN OTHER
106600             MOVE RSP-DECISAO TO OPR-DECISAO(WS-IDX-ACHADO)
106700             MOVE RSP-DATA TO OPR-DATA-DECISAO(WS-IDX-ACHADO)
106800     END-EVALUATE.
106900     IF WS-MOTIVO-RECUSA NOT = SPACES
107000         ADD 1 TO WS-QTDE-RECUSADAS
107100         DISPLAY "RESPOSTA RECUSADA: OPERADOR " RSP-OPERADOR
107200             " GESTOR " RSP-GESTOR " - " WS-MOTIVO-RECUSA
107300     END-IF.
107400     PERFORM 5350-LER-RESPOSTA THRU 5350-LER-RESPOSTA-EXIT.
107500 5400-TRATAR-RESPOSTA-EXIT.
107600     EXIT.
107700*
107800***************************************************************
107900*    5500-APLICAR-REVOGACOES - SECPROF COPIADO PARA O SECPROFN;*
108000*    OPERADOR COM DECISAO "R" SAI DESABILITADO (MESMO CAMINHO   *
108100*    DO OPERADOR-DORMENTE)                                      *
108200***************************************************************
108300 5500-APLICAR-REVOGACOES.
108400     OPEN INPUT PROFILE-FILE.
108500     IF NOT PROFILE-FILE-OK
108600         MOVE "RECERT  " TO ERR-PROGRAMA
108700         SET ERR-TIPO-ARQUIVO TO TRUE
108800         MOVE "ABERTURA DO ARQUIVO SECPROF" TO ERR-CONTEXTO
108900         MOVE WS-PROFILE-FILE-STATUS TO ERR-FILE-STATUS
109000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
109100         MOVE 16 TO RETURN-CODE
109200         GO TO 5500-APLICAR-REVOGACOES-EXIT
109300     END-IF.
109400     OPEN OUTPUT PROFILE-OUT-FILE.
109500     IF NOT PROFOUT-FILE-OK
109600         MOVE "RECERT  " TO ERR-PROGRAMA
109700         SET ERR-TIPO-ARQUIVO TO TRUE
109800         MOVE "ABERTURA DO ARQUIVO SECPROFN" TO ERR-CONTEXTO
109900         MOVE WS-PROFOUT-FILE-STATUS TO ERR-FILE-STATUS
110000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
110100         MOVE 16 TO RETURN-CODE
110200         CLOSE PROFILE-FILE
110300         GO TO 5500-APLICAR-REVOGACOES-EXIT
110400     END-IF.
110500     PERFORM 1250-LER-PERFIL THRU 1250-LER-PERFIL-EXIT.
110600     PERFORM 5600-COPIAR-PERFIL THRU 5600-COPIAR-PERFIL-EXIT
110700         UNTIL FIM-DO-CADASTRO.
110800     CLOSE PROFILE-FILE.
110900     CLOSE PROFILE-OUT-FILE.
111000 5500-APLICAR-REVOGACOES-EXIT.
111100     EXIT.
111200*
111300***************************************************************
111400*    5600-COPIAR-PERFIL - PERFIL JA REVOGADO (APURACAO PARCIAL  *
111500*    ANTERIOR OU OPERADOR-DORMENTE) PASSA COMO ESTA             *
111600***************************************************************
111700 5600-COPIAR-PERFIL.
111800     ADD 1 TO WS-QTDE-PERFIS.
111900     MOVE PROFILE-RECORD TO PROFILE-OUT-RECORD.
112000     MOVE PRF-OPERADOR TO WS-OPERADOR-BUSCA.
112100     PERFORM 1800-LOCALIZAR-OPERADOR
112200         THRU 1800-LOCALIZAR-OPERADOR-EXIT.
112300     IF WS-IDX-ACHADO > ZERO
112400         AND PRF-PAPEL NOT = "REVOGADO"
112500         IF OPR-REVOGADO(WS-IDX-ACHADO)
112600             MOVE 19000101 TO PRO-VALIDADE
112700             MOVE "REVOGADO" TO PRO-PAPEL
112800             MOVE "RECERT  " TO AUD-PROGRAMA
112900             MOVE 9 TO AUD-OPCODE
113000             MOVE "RECERTREV" TO AUD-EVENTO
113100             MOVE PRF-OPERADOR TO AUD-CHAVE
113200             CALL "AUDIT-WRITER" USING AUD-PARAMETROS
113300         END-IF
113400     END-IF.
113500     WRITE PROFILE-OUT-RECORD.
113600     PERFORM 1250-LER-PERFIL THRU 1250-LER-PERFIL-EXIT.
113700 5600-COPIAR-PERFIL-EXIT.
113800     EXIT.
113900*
114000***************************************************************
114100*    6000-RELATAR-RESULTADO - RESULTADO DA CAMPANHA NO RECRES, *
114200*    POR GESTOR; SEM RESPOSTA COM PRAZO VENCIDO E ESCALADO      *
114300***************************************************************
114400 6000-RELATAR-RESULTADO.
114500     OPEN OUTPUT RESULT-FILE.
114600     IF NOT RESULT-FILE-OK
114700         MOVE "RECERT  " TO ERR-PROGRAMA
114800         SET ERR-TIPO-ARQUIVO TO TRUE
114900         MOVE "ABERTURA DO ARQUIVO RECRES" TO ERR-CONTEXTO
115000         MOVE WS-RESULT-FILE-STATUS TO ERR-FILE-STATUS
115100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
115200         MOVE 16 TO RETURN-CODE
115300         GO TO 6000-RELATAR-RESULTADO-EXIT
115400     END-IF.
115500     MOVE "Y" TO WS-RELATORIO-SW.
115600     IF PRAZO-VENCIDO
115700         MOVE "Y" TO WS-DOBRAR-SW
115800     END-IF.
115900     MOVE "RESULTADO DA RECERTIFICACAO DE ACESSOS"
116000         TO RPT-TITULO.
116100     MOVE ZERO TO RPT-LINHAS-POR-PAG.
116200     SET RPT-ACAO-INICIAR TO TRUE.
116300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
116400     PERFORM 8000-GRAVAR-LINHAS-RPT
116500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
116600     MOVE SPACES TO RPT-LINHA-ENTRADA.
116700     IF PRAZO-VENCIDO
116800         STRING "CAMPANHA " WS-CAMPANHA " PRAZO " WS-PRAZO
116900             " - APURACAO FINAL EM " RUN-DATA
117000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
117100         END-STRING
117200     ELSE
117300         STRING "CAMPANHA " WS-CAMPANHA " PRAZO " WS-PRAZO
117400             " - APURACAO PARCIAL EM " RUN-DATA
117500             " (PRAZO EM ABERTO, SEM LACRE)"
117600             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
117700         END-STRING
117800     END-IF.
117900     PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT.
118000     MOVE SPACES TO RPT-LINHA-ENTRADA.
118100     PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT.
118200     PERFORM 6100-RELATAR-OPERADOR THRU 6100-RELATAR-OPERADOR-EXIT
118300         VARYING WS-SUB FROM 1 BY 1
118400         UNTIL WS-SUB > WS-QTDE-OPERADORES.
118500 6000-RELATAR-RESULTADO-EXIT.
118600     EXIT.
118700*
118800***************************************************************
118900*    6100-RELATAR-OPERADOR                                     *
119000***************************************************************
119100 6100-RELATAR-OPERADOR.
119200     MOVE SPACES TO RPT-LINHA-ENTRADA.
119300     EVALUATE TRUE
119400         WHEN OPR-CERTIFICADO(WS-SUB)
119500             ADD 1 TO WS-QTDE-CERTIFICADOS
119600             STRING "GESTOR " OPR-GESTOR(WS-SUB)
119700                 " OPERADOR " OPR-OPERADOR(WS-SUB)
119800                 " PAPEL " OPR-PAPEL(WS-SUB)
119900                 " CERTIFICADO EM " OPR-DATA-DECISAO(WS-SUB)
120000                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
120100             END-STRING
120200         WHEN OPR-REVOGADO(WS-SUB)
120300             ADD 1 TO WS-QTDE-REVOGADOS
120400             STRING "GESTOR " OPR-GESTOR(WS-SUB)
120500                 " OPERADOR " OPR-OPERADOR(WS-SUB)
120600                 " PAPEL " OPR-PAPEL(WS-SUB)
120700                 " REVOGADO EM " OPR-DATA-DECISAO(WS-SUB)
120800                 " - PERFIL DESABILITADO NO SECPROFN"
120900                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
121000             END-STRING
121100         WHEN PRAZO-VENCIDO
121200             ADD 1 TO WS-QTDE-ESCALADOS
121300             STRING "GESTOR " OPR-GESTOR(WS-SUB)
121400                 " OPERADOR " OPR-OPERADOR(WS-SUB)
121500                 " PAPEL " OPR-PAPEL(WS-SUB)
121600                 " *** SEM RESPOSTA NO PRAZO - ESCALADO ***"
121700                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
121800             END-STRING
121900             PERFORM 6200-ESCALAR THRU 6200-ESCALAR-EXIT
122000         WHEN OTHER
122100             ADD 1 TO WS-QTDE-PENDENTES
122200             STRING "GESTOR " OPR-GESTOR(WS-SUB)
122300                 " OPERADOR " OPR-OPERADOR(WS-SUB)
122400                 " PAPEL " OPR-PAPEL(WS-SUB)
122500                 " AGUARDANDO RESPOSTA"
122600                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
122700             END-STRING
122800     END-EVALUATE.
122900     PERFORM 8200-DETALHE THRU 8200-DETALHE-EXIT.
123000 6100-RELATAR-OPERADOR-EXIT.
123100     EXIT.
123200*
123300***************************************************************
123400*    6200-ESCALAR - ALERTA DE RECERTIFICACAO SEM RESPOSTA       *
123500***************************************************************
123600 6200-ESCALAR.
123700     MOVE "RECERT  " TO ALR-PROGRAMA.
123800     SET ALR-SEV-AVISO TO TRUE.
123900     MOVE SPACES TO ALR-MENSAGEM.
124000     IF OPR-GESTOR(WS-SUB) = SPACES
124100         STRING "RECERTIFICACAO " WS-CAMPANHA
124200             " OPERADOR " OPR-OPERADOR(WS-SUB)
124300             " SEM GESTOR NO OPERGER"
124400             DELIMITED BY SIZE INTO ALR-MENSAGEM
124500         END-STRING
124600     ELSE
124700         STRING "RECERTIFICACAO " WS-CAMPANHA
124800             " GESTOR " OPR-GESTOR(WS-SUB)
124900             " NAO RESPONDEU " OPR-OPERADOR(WS-SUB)
125000             DELIMITED BY SIZE INTO ALR-MENSAGEM
125100         END-STRING
125200     END-IF.
125300     CALL "ALERT-WRITER" USING ALR-PARAMETROS.
125400 6200-ESCALAR-EXIT.
125500     EXIT.
125600*
125700***************************************************************
125800*    6500-GRAVAR-LACRE - TOTAL DO RESULTADO COM O LACRE E       *
125900*    ACRESCIMO DO LACRE AO RECSEAL                              *
126000***************************************************************
126100 6500-GRAVAR-LACRE.
126200     OPEN EXTEND SEAL-FILE.
126300     IF NOT SEAL-FILE-OK
126400         OPEN OUTPUT SEAL-FILE
126500     END-IF.
126600     IF NOT SEAL-FILE-OK
126700         MOVE "RECERT  " TO ERR-PROGRAMA
126800         SET ERR-TIPO-ARQUIVO TO TRUE
126900         MOVE "ABERTURA DO ARQUIVO RECSEAL" TO ERR-CONTEXTO
127000         MOVE WS-SEAL-FILE-STATUS TO ERR-FILE-STATUS
127100         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
127200         MOVE 16 TO RETURN-CODE
127300         GO TO 6500-GRAVAR-LACRE-EXIT
127400     END-IF.
127500     MOVE SPACES TO SEAL-RECORD.
127600     MOVE WS-CAMPANHA TO SLR-CAMPANHA.
127700     MOVE RUN-DATA TO SLR-DATA.
127800     MOVE WS-QTDE-LINHAS-LACRE TO SLR-QTDE.
127900     MOVE WS-HASH-CORRENTE TO SLR-HASH.
128000     WRITE SEAL-RECORD.
128100     CLOSE SEAL-FILE.
128200 6500-GRAVAR-LACRE-EXIT.
128300     EXIT.
128400*
128500***************************************************************
128600*    9000-FINALIZAR                                            *
128700***************************************************************
128800 9000-FINALIZAR.
128900     MOVE RETURN-CODE TO WS-RC-FINAL.
129000     IF FASE-EMITIR
129100         IF RELATORIO-ABERTO
129200             MOVE WS-QTDE-OPERADORES TO WS-QTDE-ROL-ED
129300             MOVE WS-QTDE-GESTORES TO WS-QTDE-GESTORES-ED
129400             MOVE SPACES TO RPT-LINHA-ENTRADA
129500             STRING "OPERADORES NA CAMPANHA=" WS-QTDE-ROL-ED
129600                 " GESTORES=" WS-QTDE-GESTORES-ED
129700                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
129800             END-STRING
129900             SET RPT-ACAO-TOTAL TO TRUE
130000             CALL "REPORT-WRITER" USING RPT-PARAMETROS
130100             PERFORM 8000-GRAVAR-LINHAS-RPT
130200                 THRU 8000-GRAVAR-LINHAS-RPT-EXIT
130300             CLOSE PRINT-FILE
130400         END-IF
130500         DISPLAY "====== RECERTIFICACAO - EMISSAO ======"
130600         DISPLAY "CAMPANHA ...........: " WS-CAMPANHA
130700         DISPLAY "PRAZO DE RESPOSTA ..: " WS-PRAZO
130800         DISPLAY "PERFIS LIDOS .......: " WS-QTDE-PERFIS
130900         DISPLAY "OPERADORES NO ROL ..: " WS-QTDE-OPERADORES
131000         GO TO 9000-FINALIZAR-FIM
131100     END-IF.
131200     IF RELATORIO-ABERTO
131300         MOVE SPACES TO RPT-LINHA-ENTRADA
131400         IF PRAZO-VENCIDO
131500             STRING "CERTIFICADOS=" WS-QTDE-CERTIFICADOS
131600                 " REVOGADOS=" WS-QTDE-REVOGADOS
131700                 " ESCALADOS=" WS-QTDE-ESCALADOS
131800                 " LACRE: LINHAS=" WS-QTDE-LINHAS-LACRE
131900                 " HASH=" WS-HASH-CORRENTE
132000                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
132100             END-STRING
132200         ELSE
132300             STRING "CERTIFICADOS=" WS-QTDE-CERTIFICADOS
132400                 " REVOGADOS=" WS-QTDE-REVOGADOS
132500                 " PENDENTES=" WS-QTDE-PENDENTES
132600                 DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
132700             END-STRING
132800         END-IF
132900         MOVE "N" TO WS-DOBRAR-SW
133000         SET RPT-ACAO-TOTAL TO TRUE
133100         CALL "REPORT-WRITER" USING RPT-PARAMETROS
133200         PERFORM 8000-GRAVAR-LINHAS-RPT
133300             THRU 8000-GRAVAR-LINHAS-RPT-EXIT
133400         CLOSE RESULT-FILE
133500     END-IF.
133600     DISPLAY "====== RECERTIFICACAO - APURACAO ======".
133700     DISPLAY "CAMPANHA ...........: " WS-CAMPANHA.
133800     DISPLAY "PRAZO DE RESPOSTA ..: " WS-PRAZO.
133900     DISPLAY "RESPOSTAS LIDAS ....: " WS-QTDE-RESPOSTAS.
134000     DISPLAY "RESPOSTAS RECUSADAS : " WS-QTDE-RECUSADAS.
134100     DISPLAY "CERTIFICADOS .......: " WS-QTDE-CERTIFICADOS.
134200     DISPLAY "REVOGADOS ..........: " WS-QTDE-REVOGADOS.
134300     DISPLAY "ESCALADOS ..........: " WS-QTDE-ESCALADOS.
134400     DISPLAY "PENDENTES ..........: " WS-QTDE-PENDENTES.
134500     IF WS-QTDE-ESCALADOS > ZERO
134600         AND WS-RC-FINAL = ZERO
134700         MOVE 4 TO WS-RC-FINAL
134800     END-IF.
134900 9000-FINALIZAR-FIM.
135000     MOVE WS-RC-FINAL TO RETURN-CODE.
135100 9000-FINALIZAR-EXIT.
135200     EXIT.
135300*
135400***************************************************************
135500*    8000-GRAVAR-LINHAS-RPT - GRAVA AS LINHAS DEVOLVIDAS PELO   *
135600*    REPORT-WRITER NO RECPRT (EMISSAO) OU NO RECRES (APURACAO)  *
135700***************************************************************
135800 8000-GRAVAR-LINHAS-RPT.
135900     IF NOT RELATORIO-ABERTO
136000         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
136100     END-IF.
136200     PERFORM 8100-GRAVAR-UMA-LINHA
136300         THRU 8100-GRAVAR-UMA-LINHA-EXIT
136400         VARYING WS-RPT-SUB FROM 1 BY 1
136500         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
136600 8000-GRAVAR-LINHAS-RPT-EXIT.
136700     EXIT.
136800*
136900***************************************************************
137000*    8100-GRAVAR-UMA-LINHA - NA APURACAO, CADA LINHA DO         *
137100*    RESULTADO E DOBRADA NA CADEIA DO LACRE (O TOTAL, QUE       *
137200*    TRAZ O PROPRIO LACRE, FICA DE FORA)                        *
137300***************************************************************
137400 8100-GRAVAR-UMA-LINHA.
137500     IF FASE-EMITIR
137600         MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE
137700         WRITE PRINT-LINE
137800         GO TO 8100-GRAVAR-UMA-LINHA-EXIT
137900     END-IF.
138000     MOVE RPT-SAIDA(WS-RPT-SUB) TO RESULT-LINE.
138100     WRITE RESULT-LINE.
138200     IF DOBRANDO-LACRE
138300         ADD 1 TO WS-QTDE-LINHAS-LACRE
138400         MOVE ZERO TO WS-SOMA-BYTES
138500         PERFORM 8150-SOMAR-BYTE THRU 8150-SOMAR-BYTE-EXIT
138600             VARYING WS-POS FROM 1 BY 1
138700             UNTIL WS-POS > 132
138800         COMPUTE WS-HASH-TRABALHO =
138900             (WS-HASH-CORRENTE * 31) + WS-SOMA-BYTES
139000         DIVIDE WS-HASH-TRABALHO BY 1000000000000
139100             GIVING WS-HASH-LIXO
139200             REMAINDER WS-HASH-CORRENTE
139300     END-IF.
139400 8100-GRAVAR-UMA-LINHA-EXIT.
139500     EXIT.
139600*
139700***************************************************************
139800*    8150-SOMAR-BYTE                                           *
139900***************************************************************
140000 8150-SOMAR-BYTE.
140100     COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES +
140200         FUNCTION ORD(RESULT-LINE(WS-POS:1)).
140300 8150-SOMAR-BYTE-EXIT.
140400     EXIT.
140500*
140600***************************************************************
140700*    8200-DETALHE - UMA LINHA DE DETALHE PELO REPORT-WRITER     *
140800***************************************************************
140900 8200-DETALHE.
141000     SET RPT-ACAO-DETALHE TO TRUE.
141100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
141200     PERFORM 8000-GRAVAR-LINHAS-RPT
141300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
141400 8200-DETALHE-EXIT.
141500     EXIT.
