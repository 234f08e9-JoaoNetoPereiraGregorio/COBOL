000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DORMENCIA-CICLO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     CICLO MENSAL DE DORMENCIA E VALORES A
001200*                       RECEBER. LE O JOURNAL E AVANCA, NO DORMCTL
001300*                       (VER COPYBOOKS/DORMREG.CPY), A DATA DO
001400*                       ULTIMO MOVIMENTO DE SALDO FEITO PELO
001500*                       CLIENTE EM CADA CONTA E NO CLIENTE
001600*                       (LANCAMENTOS DE SISTEMA NAO CONTAM).
001700*                       DEPOIS CASA O CUSTMAST COM O CUSTACCT:
001800*                       CONTA OU CLIENTE SEM MOVIMENTO HA
001900*                       DORMMESES MESES (DEFAULT 12) E DORMENTE.
002000*                       CLIENTE ATIVO DORMENTE RECEBE O AVISO
002100*                       "DORM" NA FILA NOTIFQ; PASSADOS DORMAVISO
002200*                       DIAS CORRIDOS (DEFAULT 30) SEM MOVIMENTO,
002300*                       A INATIVACAO ("N", MOTIVO "DORM") E
002400*                       AGENDADA NO PENDTRAN COM DATA EFETIVA DE
002500*                       HOJE, PARA O STATUS-EFFECTIVE-APPLY
002600*                       APLICAR COM HISTORICO E JOURNAL. TODO
002700*                       SALDO POSITIVO DE CONTA DE CLIENTE
002800*                       DORMENTE OU CANCELADO VIRA ITEM ABERTO NO
002900*                       VALREG (VER COPYBOOKS/VALREG.CPY); ITEM
003000*                       QUE NAO SE CONFIRMA NA RODADA E ENCERRADO.
003100*                       OS ITENS ABERTOS SAEM NO VALRECEB, POR
003200*                       CPF/CNPJ, COM HEADER/TRAILER DE
003300*                       HDRTRL.CPY. RELATORIO DORMPRT POR AGENCIA;
003400*                       AVISO OU INATIVACAO QUE NAO PODE SAIR, OU
003500*                       ITEM PAGO COM SALDO DE VOLTA, TERMINA COM
003600*                       RC 4.
003600*    2026-10-15 OPR     O DEBITO DAS TARIFAS POR EVENTO (ORIGEM
003600*                       "TARIFA") TAMBEM E LANCAMENTO DE SISTEMA E
003600*                       NAO TIRA A CONTA DA DORMENCIA.
003700***************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS CUST-ID
004600         ALTERNATE RECORD KEY IS CUST-NOME
004700             WITH DUPLICATES
004800         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004900         FILE STATUS IS WS-MASTER-FILE-STATUS.
005000     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS ACC-CHAVE
005400         FILE STATUS IS WS-ACCT-FILE-STATUS.
005500     SELECT JOURNAL-FILE ASSIGN TO "JRNFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
005800     SELECT DORM-FILE ASSIGN TO "DORMCTL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS DRM-CHAVE
006200         FILE STATUS IS WS-DORM-FILE-STATUS.
006300     SELECT VALOR-FILE ASSIGN TO "VALREG"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS VLR-CHAVE
006700         FILE STATUS IS WS-VALOR-FILE-STATUS.
006800     SELECT PENDING-TRANS-FILE ASSIGN TO "PENDTRAN"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PENDTRAN-FILE-STATUS.
007100     SELECT NOTIF-FILE ASSIGN TO "NOTIFQ"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-NOTIF-FILE-STATUS.
007400     SELECT EXPORT-FILE ASSIGN TO "VALRECEB"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-EXPORT-FILE-STATUS.
007700     SELECT WORK-FILE ASSIGN TO "DORMWRK"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-WORK-FILE-STATUS.
008000     SELECT PRINT-FILE ASSIGN TO "DORMPRT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PRINT-FILE-STATUS.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
008700 FD  CUSTOMER-MASTER.
008800*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
008900 COPY "CUSTREC.cpy".
009000*
009100 FD  ACCOUNT-FILE.
009200*    SUB-RAZAO DE CONTAS POR CLIENTE (VER COPYBOOKS/ACCTREC.CPY)
009300 COPY "ACCTREC.cpy".
009400*
009500 FD  JOURNAL-FILE
009600     RECORDING MODE IS F.
009700 COPY "JRNREC.cpy".
009800*
009900 FD  DORM-FILE.
010000*    CONTROLE DE DORMENCIA (VER COPYBOOKS/DORMREG.CPY)
010100 COPY "DORMREG.cpy".
010200*
010300 FD  VALOR-FILE.
010400*    CADASTRO DE VALORES A RECEBER (VER COPYBOOKS/VALREG.CPY)
010500 COPY "VALREG.cpy".
010600*
010700 FD  PENDING-TRANS-FILE
010800     RECORDING MODE IS F.
010900 01  PENDING-TRANS-RECORD.
011000     05  PEND-DATA-EFETIVA   PIC 9(08).
011100     05  FILLER              PIC X(01).
011200     05  PEND-ID             PIC X(10).
011300     05  FILLER              PIC X(01).
011400     05  PEND-STATUS-NOVO    PIC X(01).
011500     05  FILLER              PIC X(01).
011600     05  PEND-MOTIVO         PIC X(04).
011700     05  FILLER              PIC X(01).
011800     05  PEND-ORIGEM         PIC X(01).
011900*
012000 FD  NOTIF-FILE
012100     RECORDING MODE IS F.
012200*    PEDIDO DE NOTIFICACAO AO CLIENTE (VER COPYBOOKS/NTFREG.CPY)
012300 COPY "NTFREG.cpy".
012400*
012500*    ARQUIVO DE VALORES A RECEBER: HEADER, UM DETALHE POR ITEM
012600*    ABERTO NA ORDEM DO VALREG (CPF/CNPJ, CLIENTE, CONTA) E
012700*    TRAILER COM QUANTIDADE E SOMA DOS VALORES EM CENTAVOS
012800 FD  EXPORT-FILE
012900     RECORDING MODE IS F.
013000 01  EXPORT-RECORD.
013100     05  VRX-TIPO            PIC X(01).
013200     05  FILLER              PIC X(01).
013300     05  VRX-CPF-CNPJ        PIC X(14).
013400     05  FILLER              PIC X(01).
013500     05  VRX-CUST-ID         PIC X(10).
013600     05  FILLER              PIC X(01).
013700     05  VRX-CONTA           PIC X(02).
013800     05  FILLER              PIC X(01).
013900     05  VRX-NOME            PIC X(30).
014000     05  FILLER              PIC X(01).
014100     05  VRX-AGENCIA         PIC X(02).
014200     05  FILLER              PIC X(01).
014300     05  VRX-MOEDA           PIC X(03).
014400     05  FILLER              PIC X(01).
014500     05  VRX-VALOR           PIC 9(07)V99.
014600     05  FILLER              PIC X(01).
014700     05  VRX-MOTIVO          PIC X(04).
014800     05  FILLER              PIC X(01).
014900     05  VRX-DATA-INCLUSAO   PIC 9(08).
015000*
015100*    CLIENTES E CONTAS A LISTAR, NA ORDEM DO MESTRE; O RELATORIO
015200*    RELE O ARQUIVO UMA VEZ POR AGENCIA
015300 FD  WORK-FILE
015400     RECORDING MODE IS F.
015500 01  WORK-RECORD.
015600     05  DW-AGENCIA          PIC X(02).
015700     05  DW-CUST-ID          PIC X(10).
015800     05  DW-NOME             PIC X(30).
015900     05  DW-STATUS           PIC X(01).
016000     05  DW-CONTA            PIC X(02).
016100     05  DW-DATA-ULT-MOV     PIC 9(08).
016200     05  DW-SALDO            PIC S9(07)V99.
016300     05  DW-SITUACAO         PIC X(01).
016400         88  DW-CONTA-PARADA     VALUE "C".
016500         88  DW-DORMENTE         VALUE "D".
016600         88  DW-AVISADO          VALUE "V".
016700         88  DW-AVISO-PENDENTE   VALUE "W".
016800         88  DW-EM-AVISO         VALUE "E".
016900         88  DW-INATIV-AGENDADA  VALUE "I".
017000         88  DW-INATIV-PENDENTE  VALUE "J".
017100         88  DW-REATIVADO        VALUE "R".
017200*
017300 FD  PRINT-FILE
017400     RECORDING MODE IS F.
017500 01  PRINT-LINE              PIC X(132).
017600*
017700 WORKING-STORAGE SECTION.
017800*
017900 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
018000     88  MASTER-OK           VALUE "00".
018100 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
018200     88  ACCT-OK             VALUE "00".
018300 77  WS-JOURNAL-FILE-STATUS  PIC X(02) VALUE ZEROS.
018400     88  JOURNAL-OK          VALUE "00".
018500 77  WS-DORM-FILE-STATUS     PIC X(02) VALUE ZEROS.
018600     88  DORM-OK             VALUE "00".
018700     88  DORM-NAO-ACHADO     VALUE "23", "35".
018800 77  WS-VALOR-FILE-STATUS    PIC X(02) VALUE ZEROS.
018900     88  VALOR-OK            VALUE "00".
019000     88  VALOR-NAO-ACHADO    VALUE "23", "35".
019100 77  WS-PENDTRAN-FILE-STATUS PIC X(02) VALUE ZEROS.
019200     88  PENDTRAN-FILE-OK    VALUE "00".
019300 77  WS-NOTIF-FILE-STATUS    PIC X(02) VALUE ZEROS.
019400     88  NOTIF-FILE-OK       VALUE "00".
019500 77  WS-EXPORT-FILE-STATUS   PIC X(02) VALUE ZEROS.
019600     88  EXPORT-FILE-OK      VALUE "00".
019700 77  WS-WORK-FILE-STATUS     PIC X(02) VALUE ZEROS.
019800     88  WORK-FILE-OK        VALUE "00".
019900 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
020000     88  PRINT-FILE-OK       VALUE "00".
020100*
020200 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
020300     88  FIM-DO-MESTRE       VALUE "Y".
020400 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
020500     88  FIM-DAS-CONTAS      VALUE "Y".
020600 77  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
020700     88  FIM-DO-JOURNAL      VALUE "Y".
020800 77  WS-VALOR-EOF-SWITCH     PIC X(01) VALUE "N".
020900     88  FIM-DOS-VALORES     VALUE "Y".
021000 77  WS-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
021100     88  FIM-DO-TRABALHO     VALUE "Y".
021200 77  WS-JOURNAL-ABERTO-SW    PIC X(01) VALUE "N".
021300     88  JOURNAL-DISPONIVEL  VALUE "Y".
021400 77  WS-PENDTRAN-ABERTO-SW   PIC X(01) VALUE "N".
021500     88  PENDTRAN-DISPONIVEL VALUE "Y".
021600 77  WS-NOTIF-ABERTO-SW      PIC X(01) VALUE "N".
021700     88  NOTIF-DISPONIVEL    VALUE "Y".
021800 77  WS-CLIENTE-DORMENTE-SW  PIC X(01) VALUE "N".
021900     88  CLIENTE-DORMENTE    VALUE "Y".
022000*
022100***************************************************************
022200*    PARAMETROS DE AMBIENTE - MESES SEM MOVIMENTO QUE TORNAM A
022300*    CONTA DORMENTE E DIAS CORRIDOS ENTRE O AVISO E A INATIVACAO
022400***************************************************************
022500 77  WS-MESES-DORMENCIA      PIC 9(03) VALUE ZERO.
022600 77  WS-DIAS-AVISO           PIC 9(03) VALUE ZERO.
022700 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
022800*
022900*    DATA DE CORTE: ULTIMO MOVIMENTO ATE ESTA DATA E DORMENCIA
023000 77  WS-DATA-CORTE           PIC 9(08) VALUE ZERO.
023100 77  WS-MESES-TOTAL          PIC 9(06) COMP VALUE ZERO.
023200 77  WS-RESTO-MES            PIC 9(02) COMP VALUE ZERO.
023300 77  WS-DIA-HOJE             PIC 9(07) COMP VALUE ZERO.
023400 77  WS-DIAS-DESDE-AVISO     PIC S9(07) COMP VALUE ZERO.
023500 77  WS-DIAS-AVISO-DISP      PIC 9(03) VALUE ZEROS.
023600 77  WS-AGENCIA-TRAB         PIC X(02) VALUE SPACES.
023700*
023800***************************************************************
023900*    MOVIMENTO LIDO NO JOURNAL - ORIGENS DE SISTEMA (RENDIMENTO,
024000*    IR NA FONTE, ENCARGOS DE COBRANCA, TARIFAS, BAIXA PARA
024100*    PREJUIZO E O PROPRIO RESGATE DE VALORES A RECEBER) NAO
024200*    TIRAM A CONTA DA DORMENCIA
024300***************************************************************
024400 77  WS-ORIGEM-JOURNAL       PIC X(08) VALUE SPACES.
024500     88  ORIGEM-DE-SISTEMA   VALUE "RENDPOUP" "RENDAPL "
024600                                   "IRRF    " "MULTAMOR"
024700                                   "JUROSMOR" "BXPREJ  "
024800                                   "CUSTPROT" "VALRECEB"
024810                                   "TARIFA  ".
024900 77  WS-DATA-MOVIMENTO       PIC 9(08) VALUE ZERO.
025000*    DATA COM QUE NASCE UM CONTROLE NOVO
025100 77  WS-DATA-SEMENTE         PIC 9(08) VALUE ZERO.
025200 01  WS-CHAVE-TRAB.
025300     05  WS-CHAVE-CLIENTE    PIC X(10).
025400     05  WS-CHAVE-CONTA      PIC X(02).
025500*
025600***************************************************************
025700*    CONTAS DO CLIENTE CORRENTE (O CUSTACCT VEM NA ORDEM DO
025800*    CLIENTE; CADA CLIENTE TEM UMA CONTA POR TIPO)
025900***************************************************************
026000 77  WS-QTDE-CONTAS          PIC 9(02) COMP VALUE ZERO.
026100 01  TABELA-CONTAS.
026200     05  CTA-ENTRY OCCURS 10 TIMES.
026300         10  CTA-TIPO        PIC X(02).
026400         10  CTA-SALDO       PIC S9(07)V99.
026500         10  CTA-MOEDA       PIC X(03).
026600         10  CTA-DATA-ULT-MOVTO PIC 9(08).
026700         10  CTA-DATA-ABERTURA  PIC X(08).
026800         10  CTA-DATA-MOV    PIC 9(08).
026900 77  WS-CTA-SUB              PIC 9(02) COMP VALUE ZERO.
027000 77  WS-DATA-MAX-CONTAS      PIC 9(08) VALUE ZERO.
027100*
027200***************************************************************
027300*    ITEM DE VALOR A RECEBER EM MONTAGEM
027400***************************************************************
027500 77  WS-VLR-CONTA            PIC X(02) VALUE SPACES.
027600 77  WS-VLR-MOEDA            PIC X(03) VALUE SPACES.
027700 77  WS-VLR-VALOR            PIC 9(07)V99 VALUE ZERO.
027800 77  WS-VLR-MOTIVO           PIC X(04) VALUE SPACES.
027900*
028000***************************************************************
028100*    NUMERO DO DIA (DIAS CORRIDOS DESDE UMA ORIGEM FIXA) - ANO
028200*    COMECANDO EM MARCO, COM AS REGRAS DE BISSEXTO DO CALENDARIO
028300*    GREGORIANO (MESMO CALCULO DO KYC-REVISAO)
028400***************************************************************
028500 01  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
028600 01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
028700     05  WS-DT-ANO           PIC 9(04).
028800     05  WS-DT-MES           PIC 9(02).
028900     05  WS-DT-DIA           PIC 9(02).
029000 77  WS-DN-ANO               PIC 9(04) COMP VALUE ZERO.
029100 77  WS-DN-MES               PIC 9(02) COMP VALUE ZERO.
029200 77  WS-DN-Q4                PIC 9(05) COMP VALUE ZERO.
029300 77  WS-DN-Q100              PIC 9(05) COMP VALUE ZERO.
029400 77  WS-DN-Q400              PIC 9(05) COMP VALUE ZERO.
029500 77  WS-DN-QMES              PIC 9(05) COMP VALUE ZERO.
029600 77  WS-DN-RESULTADO         PIC 9(07) COMP VALUE ZERO.
029700 77  WS-LIXO                 PIC 9(07) COMP VALUE ZERO.
029800*
029900***************************************************************
030000*    AGENCIAS COM CLIENTE LISTADO OU VALOR A RECEBER, EM ORDEM
030100*    CRESCENTE DE CODIGO (DOIS DIGITOS, 100 POSICOES BASTAM)
030200***************************************************************
030300 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
030400 01  TABELA-AGENCIAS.
030500     05  AGR-ENTRY OCCURS 100 TIMES.
030600         10  AGR-AGENCIA     PIC X(02).
030700         10  AGR-QTDE-CLIENTES PIC 9(07) COMP.
030800         10  AGR-QTDE-CONTAS PIC 9(07) COMP.
030900         10  AGR-QTDE-AVISOS PIC 9(07) COMP.
031000         10  AGR-QTDE-INATIV PIC 9(07) COMP.
031100         10  AGR-VALOR-RECEBER PIC 9(11)V99.
031200 77  WS-AG-SUB               PIC 9(03) COMP VALUE ZERO.
031300 77  WS-AG-POS               PIC 9(03) COMP VALUE ZERO.
031400 77  WS-AG-ACHADO            PIC 9(03) COMP VALUE ZERO.
031500*
031600***************************************************************
031700*    CONTADORES DE CONTROLE
031800***************************************************************
031900 77  WS-QTDE-JRN-LIDOS       PIC 9(07) COMP VALUE ZERO.
032000 77  WS-QTDE-JRN-MOVTOS      PIC 9(07) COMP VALUE ZERO.
032100 77  WS-QTDE-RETOMADOS       PIC 9(07) COMP VALUE ZERO.
032200 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
032300 77  WS-QTDE-CONTAS-LIDAS    PIC 9(07) COMP VALUE ZERO.
032400 77  WS-QTDE-CONTAS-ORFAS    PIC 9(07) COMP VALUE ZERO.
032500 77  WS-QTDE-CONTROLES       PIC 9(07) COMP VALUE ZERO.
032600 77  WS-QTDE-CONTAS-PARADAS  PIC 9(07) COMP VALUE ZERO.
032700 77  WS-QTDE-DORMENTES       PIC 9(07) COMP VALUE ZERO.
032800 77  WS-QTDE-AVISOS          PIC 9(07) COMP VALUE ZERO.
032900 77  WS-QTDE-AVISOS-PEND     PIC 9(07) COMP VALUE ZERO.
033000 77  WS-QTDE-INATIV          PIC 9(07) COMP VALUE ZERO.
033100 77  WS-QTDE-INATIV-PEND     PIC 9(07) COMP VALUE ZERO.
033200 77  WS-QTDE-REATIVADOS      PIC 9(07) COMP VALUE ZERO.
033300 77  WS-QTDE-ITENS-NOVOS     PIC 9(07) COMP VALUE ZERO.
033400 77  WS-QTDE-ITENS-ABERTOS   PIC 9(07) COMP VALUE ZERO.
033500 77  WS-QTDE-ITENS-ENCERR    PIC 9(07) COMP VALUE ZERO.
033600 77  WS-QTDE-PAGOS-C-SALDO   PIC 9(07) COMP VALUE ZERO.
033700 77  WS-QTDE-FALHAS          PIC 9(07) COMP VALUE ZERO.
033800 77  WS-TOTAL-RECEBER        PIC 9(11)V99 VALUE ZERO.
033900*    COPIAS DISPLAY DOS CONTADORES PARA AS LINHAS DE TOTAIS
034000 77  WS-CL-DISP              PIC 9(07) VALUE ZEROS.
034100 77  WS-CT-DISP              PIC 9(07) VALUE ZEROS.
034200 77  WS-AV-DISP              PIC 9(07) VALUE ZEROS.
034300 77  WS-IN-DISP              PIC 9(07) VALUE ZEROS.
034400 77  WS-VALOR-TOTAL-EDITADO  PIC Z(10)9.99.
034500*
034600***************************************************************
034700*    LINHA DE DETALHE DO RELATORIO
034800***************************************************************
034900 77  WS-SITUACAO-TEXTO       PIC X(15) VALUE SPACES.
035000 77  WS-SALDO-EDITADO        PIC -(7)9.99.
035100*
035200***************************************************************
035300*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
035400*    COPYBOOKS/HDRTRL.CPY)
035500***************************************************************
035600 COPY "HDRTRL.cpy".
035700 01  WS-HEADER-SAIDA.
035800     05  FILLER              PIC X(02) VALUE "H ".
035900     05  WSH-DATA            PIC 9(08).
036000     05  FILLER              PIC X(01) VALUE SPACE.
036100     05  WSH-ORIGEM          PIC X(08) VALUE "DORMCICL".
036200 01  WS-TRAILER-SAIDA.
036300     05  FILLER              PIC X(02) VALUE "T ".
036400     05  WST-QTDE            PIC 9(07).
036500     05  FILLER              PIC X(01) VALUE SPACE.
036600     05  WST-HASH            PIC 9(13).
036700*
036800***************************************************************
036900*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
037000*    COPYBOOKS/RPTWRT.CPY)
037100***************************************************************
037200 COPY "RPTWRT.cpy".
037300 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
037400*
037500***************************************************************
037600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
037700*    RUNDATE.CPY)
037800***************************************************************
037900 COPY "RUNDATE.cpy".
038000*
038100***************************************************************
038200*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
038300***************************************************************
038400 COPY "AUDHDL.cpy".
038500*
038600***************************************************************
038700*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
038800***************************************************************
038900 COPY "ERRHDL.cpy".
039000*
039100 PROCEDURE DIVISION.
039200*
039300***************************************************************
039400*    0000-MAINLINE                                              *
039500***************************************************************
039600 0000-MAINLINE.
039700     MOVE ZERO TO RETURN-CODE.
039800     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
039900     ACCEPT RUN-HORA FROM TIME.
040000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
040100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
040200     IF RETURN-CODE NOT = ZERO
040300         GO TO 0000-MAINLINE-FIM
040400     END-IF.
040500     IF JOURNAL-DISPONIVEL
040600         PERFORM 1300-LER-JOURNAL THRU 1300-LER-JOURNAL-EXIT
040700         PERFORM 2000-APURAR-JOURNAL
040800             THRU 2000-APURAR-JOURNAL-EXIT
040900             UNTIL FIM-DO-JOURNAL
041000         CLOSE JOURNAL-FILE
041100     END-IF.
041200     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
041300     PERFORM 1200-LER-CONTA THRU 1200-LER-CONTA-EXIT.
041400     PERFORM 3000-PROCESSAR-CLIENTE
041500         THRU 3000-PROCESSAR-CLIENTE-EXIT
041600         UNTIL FIM-DO-MESTRE.
041700     CLOSE CUSTOMER-MASTER.
041800     CLOSE ACCOUNT-FILE.
041900     CLOSE DORM-FILE.
042000     CLOSE WORK-FILE.
042100     IF PENDTRAN-DISPONIVEL
042200         CLOSE PENDING-TRANS-FILE
042300     END-IF.
042400     IF NOTIF-DISPONIVEL
042500         CLOSE NOTIF-FILE
042600     END-IF.
042700     PERFORM 4000-VARRER-VALORES THRU 4000-VARRER-VALORES-EXIT.
042800     CLOSE VALOR-FILE.
042900     PERFORM 5000-EMITIR-RELATORIO
043000         THRU 5000-EMITIR-RELATORIO-EXIT.
043100     IF WS-QTDE-AVISOS-PEND > ZERO
043200         OR WS-QTDE-INATIV-PEND > ZERO
043300         OR WS-QTDE-PAGOS-C-SALDO > ZERO
043400         OR WS-QTDE-FALHAS > ZERO
043500         MOVE 4 TO RETURN-CODE
043600     END-IF.
043700 0000-MAINLINE-FIM.
043800     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
043900     STOP RUN.
044000*
044100***************************************************************
044200*    1000-INICIALIZAR - PARAMETROS, DATA DE CORTE E ARQUIVOS;   *
044300*    O DORMCTL E O VALREG SAO CRIADOS NA PRIMEIRA RODADA        *
044400***************************************************************
044500 1000-INICIALIZAR.
044600     ACCEPT WS-MESES-DORMENCIA FROM ENVIRONMENT "DORMMESES".
044700     IF WS-MESES-DORMENCIA = ZERO
044800         MOVE 12 TO WS-MESES-DORMENCIA
044900     END-IF.
045000     ACCEPT WS-DIAS-AVISO FROM ENVIRONMENT "DORMAVISO".
045100     IF WS-DIAS-AVISO = ZERO
045200         MOVE 30 TO WS-DIAS-AVISO
045300     END-IF.
045400     MOVE RUN-DATA TO WS-DATA-TRAB.
045500     PERFORM 7000-NUMERO-DO-DIA THRU 7000-NUMERO-DO-DIA-EXIT.
045600     MOVE WS-DN-RESULTADO TO WS-DIA-HOJE.
045700     PERFORM 1400-CALCULAR-CORTE THRU 1400-CALCULAR-CORTE-EXIT.
045800     OPEN INPUT CUSTOMER-MASTER.
045900     IF NOT MASTER-OK
046000         MOVE "DORMCICL" TO ERR-PROGRAMA
046100         SET ERR-TIPO-ARQUIVO TO TRUE
046200         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
046300         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
046400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
046500         MOVE 16 TO RETURN-CODE
046600         GO TO 1000-INICIALIZAR-EXIT
046700     END-IF.
046800     OPEN INPUT ACCOUNT-FILE.
046900     IF NOT ACCT-OK
047000         MOVE "DORMCICL" TO ERR-PROGRAMA
047100         SET ERR-TIPO-ARQUIVO TO TRUE
047200         MOVE "ABERTURA DO ARQUIVO CUSTACCT" TO ERR-CONTEXTO
047300         MOVE WS-ACCT-FILE-STATUS TO ERR-FILE-STATUS
047400         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
047500         CLOSE CUSTOMER-MASTER
047600         MOVE 16 TO RETURN-CODE
047700         GO TO 1000-INICIALIZAR-EXIT
047800     END-IF.
047900     OPEN I-O DORM-FILE.
048000     IF DORM-NAO-ACHADO
048100         OPEN OUTPUT DORM-FILE
048200         CLOSE DORM-FILE
048300         OPEN I-O DORM-FILE
048400     END-IF.
048500     IF NOT DORM-OK
048600         MOVE "DORMCICL" TO ERR-PROGRAMA
048700         SET ERR-TIPO-ARQUIVO TO TRUE
048800         MOVE "ABERTURA DO ARQUIVO DORMCTL" TO ERR-CONTEXTO
048900         MOVE WS-DORM-FILE-STATUS TO ERR-FILE-STATUS
049000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
049100         CLOSE CUSTOMER-MASTER
049200         CLOSE ACCOUNT-FILE
049300         MOVE 16 TO RETURN-CODE
049400         GO TO 1000-INICIALIZAR-EXIT
049500     END-IF.
049600     OPEN I-O VALOR-FILE.
049700     IF VALOR-NAO-ACHADO
049800         OPEN OUTPUT VALOR-FILE
049900         CLOSE VALOR-FILE
050000         OPEN I-O VALOR-FILE
050100     END-IF.
050200     IF NOT VALOR-OK
050300         MOVE "DORMCICL" TO ERR-PROGRAMA
050400         SET ERR-TIPO-ARQUIVO TO TRUE
050500         MOVE "ABERTURA DO ARQUIVO VALREG" TO ERR-CONTEXTO
050600         MOVE WS-VALOR-FILE-STATUS TO ERR-FILE-STATUS
050700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
050800         CLOSE CUSTOMER-MASTER
050900         CLOSE ACCOUNT-FILE
051000         CLOSE DORM-FILE
051100         MOVE 16 TO RETURN-CODE
051200         GO TO 1000-INICIALIZAR-EXIT
051300     END-IF.
051400     OPEN OUTPUT EXPORT-FILE.
051500     IF NOT EXPORT-FILE-OK
051600         MOVE "DORMCICL" TO ERR-PROGRAMA
051700         SET ERR-TIPO-ARQUIVO TO TRUE
051800         MOVE "ABERTURA DO ARQUIVO VALRECEB" TO ERR-CONTEXTO
051900         MOVE WS-EXPORT-FILE-STATUS TO ERR-FILE-STATUS
052000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
052100         CLOSE CUSTOMER-MASTER
052200         CLOSE ACCOUNT-FILE
052300         CLOSE DORM-FILE
052400         CLOSE VALOR-FILE
052500         MOVE 16 TO RETURN-CODE
052600         GO TO 1000-INICIALIZAR-EXIT
052700     END-IF.
052800     MOVE RUN-DATA TO WSH-DATA.
052900     MOVE WS-HEADER-SAIDA TO EXPORT-RECORD.
053000     WRITE EXPORT-RECORD.
053100*    SEM JOURNAL AS DATAS DO DORMCTL FICAM COMO ESTAO - O CICLO
053200*    RODA, MAS PODE AVISAR QUEM MOVIMENTOU DEPOIS DA ULTIMA RODADA
053300     OPEN INPUT JOURNAL-FILE.
053400     IF JOURNAL-OK
053500         MOVE "Y" TO WS-JOURNAL-ABERTO-SW
053600     ELSE
053700         DISPLAY "AVISO: JRNFILE INDISPONIVEL (STATUS "
053800             WS-JOURNAL-FILE-STATUS ") - DATAS DE MOVIMENTO NAO "
053900             "ATUALIZADAS; AVISOS E INATIVACOES SUSPENSOS."
054000     END-IF.
054100     OPEN EXTEND PENDING-TRANS-FILE.
054200     IF PENDTRAN-FILE-OK
054300         MOVE "Y" TO WS-PENDTRAN-ABERTO-SW
054400     ELSE
054500         DISPLAY "AVISO: PENDTRAN INDISPONIVEL (STATUS "
054600             WS-PENDTRAN-FILE-STATUS ") - INATIVACOES POR "
054700             "DORMENCIA NAO SERAO AGENDADAS."
054800     END-IF.
054900     OPEN EXTEND NOTIF-FILE.
055000     IF NOT NOTIF-FILE-OK
055100         OPEN OUTPUT NOTIF-FILE
055200     END-IF.
055300     IF NOTIF-FILE-OK
055400         MOVE "Y" TO WS-NOTIF-ABERTO-SW
055500     ELSE
055600         DISPLAY "AVISO: NOTIFQ INDISPONIVEL (STATUS "
055700             WS-NOTIF-FILE-STATUS ") - AVISOS DE DORMENCIA NAO "
055800             "SERAO ENVIADOS."
055900     END-IF.
056000     OPEN OUTPUT WORK-FILE.
056100 1000-INICIALIZAR-EXIT.
056200     EXIT.
056300*
056400***************************************************************
056500*    1100-LER-MESTRE                                            *
056600***************************************************************
056700 1100-LER-MESTRE.
056800     READ CUSTOMER-MASTER
056900         AT END
057000             MOVE "Y" TO WS-MASTER-EOF-SWITCH
057100     END-READ.
057200 1100-LER-MESTRE-EXIT.
057300     EXIT.
057400*
057500***************************************************************
057600*    1200-LER-CONTA                                             *
057700***************************************************************
057800 1200-LER-CONTA.
057900     READ ACCOUNT-FILE
058000         AT END
058100             MOVE "Y" TO WS-ACCT-EOF-SWITCH
058200     END-READ.
058300     IF NOT FIM-DAS-CONTAS
058400         ADD 1 TO WS-QTDE-CONTAS-LIDAS
058500     END-IF.
058600 1200-LER-CONTA-EXIT.
058700     EXIT.
058800*
058900***************************************************************
059000*    1300-LER-JOURNAL                                           *
059100***************************************************************
059200 1300-LER-JOURNAL.
059300     READ JOURNAL-FILE
059400         AT END
059500             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
059600     END-READ.
059700 1300-LER-JOURNAL-EXIT.
059800     EXIT.
059900*
060000***************************************************************
060100*    1400-CALCULAR-CORTE - DATA DE HOJE MENOS DORMMESES MESES   *
060200*    (O DIA FICA O MESMO; A COMPARACAO E SO DE ORDEM)           *
060300***************************************************************
060400 1400-CALCULAR-CORTE.
060500     MOVE RUN-DATA TO WS-DATA-TRAB.
060600     COMPUTE WS-MESES-TOTAL = (WS-DT-ANO * 12) + WS-DT-MES - 1
060700         - WS-MESES-DORMENCIA.
060800     DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-DN-ANO
060900         REMAINDER WS-RESTO-MES.
061000     MOVE WS-DN-ANO TO WS-DT-ANO.
061100     COMPUTE WS-DT-MES = WS-RESTO-MES + 1.
061200     MOVE WS-DATA-TRAB TO WS-DATA-CORTE.
061300 1400-CALCULAR-CORTE-EXIT.
061400     EXIT.
061500*
061600***************************************************************
061700*    2000-APURAR-JOURNAL - SO CONTA O MOVIMENTO DE SALDO FEITO  *
061800*    PELO CLIENTE: INCLUSAO, TRANSFERENCIA OU LANCAMENTO QUE    *
061900*    MUDOU O SALDO, FORA ESTORNO E ORIGENS DE SISTEMA           *
062000***************************************************************
062100 2000-APURAR-JOURNAL.
062200     ADD 1 TO WS-QTDE-JRN-LIDOS.
062300     IF JRN-ESTORNO OR JRN-DATA NOT NUMERIC
062400         GO TO 2000-APURAR-JOURNAL-LER
062500     END-IF.
062600     MOVE JRN-PROGRAMA TO WS-ORIGEM-JOURNAL.
062700     IF ORIGEM-DE-SISTEMA
062800         GO TO 2000-APURAR-JOURNAL-LER
062900     END-IF.
063000     IF NOT JRN-INCLUSAO
063100         AND JRN-PROGRAMA NOT = "TRANSF  "
063200         AND JRN-ANTES(42:9) = JRN-DEPOIS(42:9)
063300         GO TO 2000-APURAR-JOURNAL-LER
063400     END-IF.
063500     ADD 1 TO WS-QTDE-JRN-MOVTOS.
063600     MOVE JRN-DATA TO WS-DATA-MOVIMENTO.
063700     MOVE JRN-CHAVE TO WS-CHAVE-CLIENTE.
063800     MOVE SPACES TO WS-CHAVE-CONTA.
063900     PERFORM 2050-GRAVAR-MOVIMENTO
064000         THRU 2050-GRAVAR-MOVIMENTO-EXIT.
064100*    A INCLUSAO DO CLIENTE NAO TEM CONTA; O BRANCO NO LANCAMENTO
064200*    E A CONTA CORRENTE
064300     IF JRN-INCLUSAO
064400         GO TO 2000-APURAR-JOURNAL-LER
064500     END-IF.
064600     IF JRN-CONTA = SPACES
064700         MOVE "CC" TO WS-CHAVE-CONTA
064800     ELSE
064900         MOVE JRN-CONTA TO WS-CHAVE-CONTA
065000     END-IF.
065100     PERFORM 2050-GRAVAR-MOVIMENTO
065200         THRU 2050-GRAVAR-MOVIMENTO-EXIT.
065300 2000-APURAR-JOURNAL-LER.
065400     PERFORM 1300-LER-JOURNAL THRU 1300-LER-JOURNAL-EXIT.
065500 2000-APURAR-JOURNAL-EXIT.
065600     EXIT.
065700*
065800***************************************************************
065900*    2050-GRAVAR-MOVIMENTO - AVANCA A DATA DO CONTROLE (ABERTO  *
066000*    NA HORA SE NAO EXISTE); MOVIMENTO DEPOIS DO AVISO VOLTA    *
066100*    O CONTROLE PARA "A"                                        *
066200***************************************************************
066300 2050-GRAVAR-MOVIMENTO.
066400     MOVE WS-CHAVE-TRAB TO DRM-CHAVE.
066500     READ DORM-FILE
066600         INVALID KEY
066700             CONTINUE
066800     END-READ.
066900     IF NOT DORM-OK
067000         MOVE WS-DATA-MOVIMENTO TO WS-DATA-SEMENTE
067100         PERFORM 2100-ABRIR-CONTROLE
067200             THRU 2100-ABRIR-CONTROLE-EXIT
067300         GO TO 2050-GRAVAR-MOVIMENTO-EXIT
067400     END-IF.
067500     IF WS-DATA-MOVIMENTO NOT > DRM-DATA-ULT-MOV
067600         GO TO 2050-GRAVAR-MOVIMENTO-EXIT
067700     END-IF.
067800     MOVE WS-DATA-MOVIMENTO TO DRM-DATA-ULT-MOV.
067900     IF (DRM-AVISADO OR DRM-INATIVACAO)
068000         AND WS-DATA-MOVIMENTO > DRM-DATA-AVISO
068100         SET DRM-ATIVO TO TRUE
068200         MOVE ZERO TO DRM-DATA-AVISO
068300         MOVE ZERO TO DRM-DATA-INATIV
068400         ADD 1 TO WS-QTDE-RETOMADOS
068500     END-IF.
068600     PERFORM 2200-REGRAVAR-CONTROLE
068700         THRU 2200-REGRAVAR-CONTROLE-EXIT.
068800 2050-GRAVAR-MOVIMENTO-EXIT.
068900     EXIT.
069000*
069100***************************************************************
069200*    2100-ABRIR-CONTROLE - CONTROLE NOVO NA CHAVE DE            *
069300*    WS-CHAVE-TRAB, COM A DATA DE WS-DATA-SEMENTE               *
069400***************************************************************
069500 2100-ABRIR-CONTROLE.
069600     MOVE SPACES TO DORM-CONTROLE-RECORD.
069700     MOVE WS-CHAVE-TRAB TO DRM-CHAVE.
069800     MOVE WS-DATA-SEMENTE TO DRM-DATA-ULT-MOV.
069900     SET DRM-ATIVO TO TRUE.
070000     MOVE ZERO TO DRM-DATA-AVISO.
070100     MOVE ZERO TO DRM-DATA-INATIV.
070200     MOVE RUN-DATA TO DRM-DATA-ABERTURA.
070300     WRITE DORM-CONTROLE-RECORD.
070400     IF DORM-OK
070500         ADD 1 TO WS-QTDE-CONTROLES
070600     ELSE
070700         ADD 1 TO WS-QTDE-FALHAS
070800         DISPLAY "ERRO AO ABRIR CONTROLE DE DORMENCIA "
070900             WS-CHAVE-TRAB " - STATUS: " WS-DORM-FILE-STATUS
071000     END-IF.
071100 2100-ABRIR-CONTROLE-EXIT.
071200     EXIT.
071300*
071400***************************************************************
071500*    2200-REGRAVAR-CONTROLE                                     *
071600***************************************************************
071700 2200-REGRAVAR-CONTROLE.
071800     REWRITE DORM-CONTROLE-RECORD.
071900     IF NOT DORM-OK
072000         ADD 1 TO WS-QTDE-FALHAS
072100         DISPLAY "ERRO AO REGRAVAR CONTROLE DE DORMENCIA "
072200             DRM-CHAVE " - STATUS: " WS-DORM-FILE-STATUS
072300     END-IF.
072400 2200-REGRAVAR-CONTROLE-EXIT.
072500     EXIT.
072600*
072700***************************************************************
072800*    3000-PROCESSAR-CLIENTE - CONTAS DO CLIENTE NO CUSTACCT,    *
072900*    DORMENCIA POR CONTA E DO CLIENTE, CICLO DE AVISO E         *
073000*    INATIVACAO E VALORES A RECEBER                             *
073100***************************************************************
073200 3000-PROCESSAR-CLIENTE.
073300     ADD 1 TO WS-QTDE-CLIENTES.
073400     MOVE ZERO TO WS-QTDE-CONTAS.
073500     MOVE ZERO TO WS-DATA-MAX-CONTAS.
073600     MOVE "N" TO WS-CLIENTE-DORMENTE-SW.
073700     PERFORM 3050-COLETAR-CONTA THRU 3050-COLETAR-CONTA-EXIT
073800         UNTIL FIM-DAS-CONTAS
073900         OR ACC-CUST-ID > CUST-ID.
074000     IF CUST-AGENCIA = SPACES
074100         MOVE "01" TO WS-AGENCIA-TRAB
074200     ELSE
074300         MOVE CUST-AGENCIA TO WS-AGENCIA-TRAB
074400     END-IF.
074500     PERFORM 3100-CONTROLE-CONTA THRU 3100-CONTROLE-CONTA-EXIT
074600         VARYING WS-CTA-SUB FROM 1 BY 1
074700         UNTIL WS-CTA-SUB > WS-QTDE-CONTAS.
074800     PERFORM 3200-CONTROLE-CLIENTE
074900         THRU 3200-CONTROLE-CLIENTE-EXIT.
075000     IF NOT DORM-OK
075100         GO TO 3000-PROCESSAR-CLIENTE-LER
075200     END-IF.
075300     IF CLIENTE-DORMENTE AND NOT CUST-CANCELADO
075400         PERFORM 3300-AVANCAR-CICLO THRU 3300-AVANCAR-CICLO-EXIT
075500     END-IF.
075600     IF CLIENTE-DORMENTE OR CUST-CANCELADO
075700         PERFORM 3500-VALORES-RECEBER
075800             THRU 3500-VALORES-RECEBER-EXIT
075900     END-IF.
076000 3000-PROCESSAR-CLIENTE-LER.
076100     PERFORM 1100-LER-MESTRE THRU 1100-LER-MESTRE-EXIT.
076200 3000-PROCESSAR-CLIENTE-EXIT.
076300     EXIT.
076400*
076500***************************************************************
076600*    3050-COLETAR-CONTA - CONTA DO CLIENTE CORRENTE VAI PARA A  *
076700*    TABELA; CONTA DE CLIENTE QUE NAO ESTA NO MESTRE E PULADA   *
076800***************************************************************
076900 3050-COLETAR-CONTA.
077000     IF ACC-CUST-ID < CUST-ID
077100         ADD 1 TO WS-QTDE-CONTAS-ORFAS
077200         GO TO 3050-COLETAR-CONTA-LER
077300     END-IF.
077400     IF WS-QTDE-CONTAS NOT < 10
077500         GO TO 3050-COLETAR-CONTA-LER
077600     END-IF.
077700     ADD 1 TO WS-QTDE-CONTAS.
077800     MOVE ACC-TIPO TO CTA-TIPO(WS-QTDE-CONTAS).
077900     MOVE ACC-SALDO TO CTA-SALDO(WS-QTDE-CONTAS).
078000     MOVE ACC-MOEDA TO CTA-MOEDA(WS-QTDE-CONTAS).
078100     MOVE ACC-DATA-ABERTURA TO CTA-DATA-ABERTURA(WS-QTDE-CONTAS).
078200     IF ACC-DATA-ULT-MOVTO NUMERIC
078300         MOVE ACC-DATA-ULT-MOVTO
078400             TO CTA-DATA-ULT-MOVTO(WS-QTDE-CONTAS)
078500     ELSE
078600         MOVE ZERO TO CTA-DATA-ULT-MOVTO(WS-QTDE-CONTAS)
078700     END-IF.
078800     MOVE ZERO TO CTA-DATA-MOV(WS-QTDE-CONTAS).
078900 3050-COLETAR-CONTA-LER.
079000     PERFORM 1200-LER-CONTA THRU 1200-LER-CONTA-EXIT.
079100 3050-COLETAR-CONTA-EXIT.
079200     EXIT.
079300*
079400***************************************************************
079500*    3100-CONTROLE-CONTA - CONTROLE DA CONTA (ABERTO COM O      *
079600*    ULTIMO MOVIMENTO DO CUSTACCT, A ABERTURA OU HOJE) E LINHA  *
079700*    DE CONTA PARADA DE CLIENTE QUE AINDA MOVIMENTA OUTRA       *
079800***************************************************************
079900 3100-CONTROLE-CONTA.
080000     MOVE CUST-ID TO WS-CHAVE-CLIENTE.
080100     MOVE CTA-TIPO(WS-CTA-SUB) TO WS-CHAVE-CONTA.
080200     MOVE WS-CHAVE-TRAB TO DRM-CHAVE.
080300     READ DORM-FILE
080400         INVALID KEY
080500             CONTINUE
080600     END-READ.
080700     IF NOT DORM-OK
080800         IF CTA-DATA-ULT-MOVTO(WS-CTA-SUB) > ZERO
080900             MOVE CTA-DATA-ULT-MOVTO(WS-CTA-SUB)
081000                 TO WS-DATA-SEMENTE
081100         ELSE
081200             IF CTA-DATA-ABERTURA(WS-CTA-SUB) NUMERIC
081300                 MOVE CTA-DATA-ABERTURA(WS-CTA-SUB)
081400                     TO WS-DATA-SEMENTE
081500             ELSE
081600                 MOVE RUN-DATA TO WS-DATA-SEMENTE
081700             END-IF
081800         END-IF
081900         PERFORM 2100-ABRIR-CONTROLE
082000             THRU 2100-ABRIR-CONTROLE-EXIT
082100     END-IF.
082200     MOVE DRM-DATA-ULT-MOV TO CTA-DATA-MOV(WS-CTA-SUB).
082300     IF DRM-DATA-ULT-MOV > WS-DATA-MAX-CONTAS
082400         MOVE DRM-DATA-ULT-MOV TO WS-DATA-MAX-CONTAS
082500     END-IF.
082600 3100-CONTROLE-CONTA-EXIT.
082700     EXIT.
082800*
082900***************************************************************
083000*    3200-CONTROLE-CLIENTE - CONTROLE DO CLIENTE NUNCA FICA     *
083100*    ATRAS DA CONTA MAIS RECENTE; CLIENTE DORMENTE QUANDO O     *
083200*    ULTIMO MOVIMENTO NAO PASSA DA DATA DE CORTE                *
083300***************************************************************
083400 3200-CONTROLE-CLIENTE.
083500     MOVE CUST-ID TO WS-CHAVE-CLIENTE.
083600     MOVE SPACES TO WS-CHAVE-CONTA.
083700     MOVE WS-CHAVE-TRAB TO DRM-CHAVE.
083800     READ DORM-FILE
083900         INVALID KEY
084000             CONTINUE
084100     END-READ.
084200     IF NOT DORM-OK
084300         IF WS-DATA-MAX-CONTAS = ZERO
084400             MOVE RUN-DATA TO WS-DATA-SEMENTE
084500         ELSE
084600             MOVE WS-DATA-MAX-CONTAS TO WS-DATA-SEMENTE
084700         END-IF
084800         PERFORM 2100-ABRIR-CONTROLE
084900             THRU 2100-ABRIR-CONTROLE-EXIT
085000         IF NOT DORM-OK
085100             GO TO 3200-CONTROLE-CLIENTE-EXIT
085200         END-IF
085300     END-IF.
085400     IF WS-DATA-MAX-CONTAS > DRM-DATA-ULT-MOV
085500         MOVE WS-DATA-MAX-CONTAS TO DRM-DATA-ULT-MOV
085600         IF (DRM-AVISADO OR DRM-INATIVACAO)
085700             AND WS-DATA-MAX-CONTAS > DRM-DATA-AVISO
085800             SET DRM-ATIVO TO TRUE
085900             MOVE ZERO TO DRM-DATA-AVISO
086000             MOVE ZERO TO DRM-DATA-INATIV
086100             ADD 1 TO WS-QTDE-RETOMADOS
086200         END-IF
086300         PERFORM 2200-REGRAVAR-CONTROLE
086400             THRU 2200-REGRAVAR-CONTROLE-EXIT
086500     END-IF.
086600     IF DRM-DATA-ULT-MOV NOT > WS-DATA-CORTE
086700         MOVE "Y" TO WS-CLIENTE-DORMENTE-SW
086800         IF NOT CUST-CANCELADO
086900             ADD 1 TO WS-QTDE-DORMENTES
087000         END-IF
087100     ELSE
087200         PERFORM 3150-LISTAR-CONTA-PARADA
087300             THRU 3150-LISTAR-CONTA-PARADA-EXIT
087400             VARYING WS-CTA-SUB FROM 1 BY 1
087500             UNTIL WS-CTA-SUB > WS-QTDE-CONTAS
087600     END-IF.
087700 3200-CONTROLE-CLIENTE-EXIT.
087800     EXIT.
087900*
088000***************************************************************
088100*    3150-LISTAR-CONTA-PARADA - CONTA DORMENTE DE CLIENTE QUE   *
088200*    AINDA MOVIMENTA OUTRA (SO VAI AO RELATORIO)                *
088300***************************************************************
088400 3150-LISTAR-CONTA-PARADA.
088500     IF CUST-CANCELADO
088600         OR CTA-DATA-MOV(WS-CTA-SUB) > WS-DATA-CORTE
088700         GO TO 3150-LISTAR-CONTA-PARADA-EXIT
088800     END-IF.
088900     MOVE SPACES TO WORK-RECORD.
089000     MOVE WS-AGENCIA-TRAB TO DW-AGENCIA.
089100     MOVE CUST-ID TO DW-CUST-ID.
089200     MOVE CUST-NOME TO DW-NOME.
089300     MOVE CUST-STATUS TO DW-STATUS.
089400     MOVE CTA-TIPO(WS-CTA-SUB) TO DW-CONTA.
089500     MOVE CTA-DATA-MOV(WS-CTA-SUB) TO DW-DATA-ULT-MOV.
089600     MOVE CTA-SALDO(WS-CTA-SUB) TO DW-SALDO.
089700     SET DW-CONTA-PARADA TO TRUE.
089800     ADD 1 TO WS-QTDE-CONTAS-PARADAS.
089900     PERFORM 3600-ACUMULAR-AGENCIA
090000         THRU 3600-ACUMULAR-AGENCIA-EXIT.
090100     IF WS-AG-ACHADO > ZERO
090200         ADD 1 TO AGR-QTDE-CONTAS(WS-AG-ACHADO)
090300     END-IF.
090400     WRITE WORK-RECORD.
090500 3150-LISTAR-CONTA-PARADA-EXIT.
090600     EXIT.
090700*
090800***************************************************************
090900*    3300-AVANCAR-CICLO - CLIENTE DORMENTE NAO CANCELADO: AVISO *
091000*    AO ATIVO, INATIVACAO DEPOIS DO PRAZO DO AVISO; ATIVO COM A *
091100*    INATIVACAO JA AGENDADA FOI REATIVADO E RECOMECA A CONTAGEM *
091200***************************************************************
091300 3300-AVANCAR-CICLO.
091400     MOVE SPACES TO WORK-RECORD.
091500     MOVE WS-AGENCIA-TRAB TO DW-AGENCIA.
091600     MOVE CUST-ID TO DW-CUST-ID.
091700     MOVE CUST-NOME TO DW-NOME.
091800     MOVE CUST-STATUS TO DW-STATUS.
091900     MOVE DRM-DATA-ULT-MOV TO DW-DATA-ULT-MOV.
092000     MOVE CUST-SALDO TO DW-SALDO.
092100     SET DW-DORMENTE TO TRUE.
092200     IF NOT CUST-ATIVO
092300         GO TO 3300-AVANCAR-CICLO-LISTAR
092400     END-IF.
092500     EVALUATE TRUE
092600         WHEN DRM-ATIVO
092700             PERFORM 3310-AVISAR-CLIENTE
092800                 THRU 3310-AVISAR-CLIENTE-EXIT
092900         WHEN DRM-AVISADO
093000             MOVE DRM-DATA-AVISO TO WS-DATA-TRAB
093100             PERFORM 7000-NUMERO-DO-DIA
093200                 THRU 7000-NUMERO-DO-DIA-EXIT
093300             COMPUTE WS-DIAS-DESDE-AVISO =
093400                 WS-DIA-HOJE - WS-DN-RESULTADO
093500             IF WS-DIAS-DESDE-AVISO < WS-DIAS-AVISO
093600                 SET DW-EM-AVISO TO TRUE
093700             ELSE
093800                 PERFORM 3320-AGENDAR-INATIVACAO
093900                     THRU 3320-AGENDAR-INATIVACAO-EXIT
094000             END-IF
094100         WHEN DRM-INATIVACAO AND DRM-DATA-INATIV = RUN-DATA
094200             SET DW-INATIV-AGENDADA TO TRUE
094300         WHEN OTHER
094400             SET DRM-ATIVO TO TRUE
094500             MOVE ZERO TO DRM-DATA-AVISO
094600             MOVE ZERO TO DRM-DATA-INATIV
094700             MOVE RUN-DATA TO DRM-DATA-ULT-MOV
094800             PERFORM 2200-REGRAVAR-CONTROLE
094900                 THRU 2200-REGRAVAR-CONTROLE-EXIT
095000             SET DW-REATIVADO TO TRUE
095100             ADD 1 TO WS-QTDE-REATIVADOS
095200     END-EVALUATE.
095300 3300-AVANCAR-CICLO-LISTAR.
095400     PERFORM 3600-ACUMULAR-AGENCIA
095500         THRU 3600-ACUMULAR-AGENCIA-EXIT.
095600     IF WS-AG-ACHADO > ZERO
095700         ADD 1 TO AGR-QTDE-CLIENTES(WS-AG-ACHADO)
095800         IF DW-AVISADO
095900             ADD 1 TO AGR-QTDE-AVISOS(WS-AG-ACHADO)
096000         END-IF
096100         IF DW-INATIV-AGENDADA
096200             ADD 1 TO AGR-QTDE-INATIV(WS-AG-ACHADO)
096300         END-IF
096400     END-IF.
096500     WRITE WORK-RECORD.
096600 3300-AVANCAR-CICLO-EXIT.
096700     EXIT.
096800*
096900***************************************************************
097000*    3310-AVISAR-CLIENTE - PEDIDO "DORM" NA FILA NOTIFQ COM A   *
097100*    DATA DO ULTIMO MOVIMENTO; O PRAZO DO AVISO CONTA DE HOJE   *
097200***************************************************************
097300 3310-AVISAR-CLIENTE.
097400     IF NOT NOTIF-DISPONIVEL OR NOT JOURNAL-DISPONIVEL
097500         SET DW-AVISO-PENDENTE TO TRUE
097600         ADD 1 TO WS-QTDE-AVISOS-PEND
097700         GO TO 3310-AVISAR-CLIENTE-EXIT
097800     END-IF.
097900     MOVE SPACES TO NTF-RECORD.
098000     MOVE RUN-DATA TO NTF-DATA.
098100     MOVE RUN-HORA TO NTF-HORA.
098200     MOVE CUST-ID TO NTF-CUST-ID.
098300     SET NTF-EVT-DORMENCIA TO TRUE.
098400     MOVE "DORMCICL" TO NTF-ORIGEM.
098500     IF CUST-SALDO > ZERO
098600         MOVE CUST-SALDO TO NTF-VALOR
098700     ELSE
098800         MOVE ZERO TO NTF-VALOR
098900     END-IF.
099000     MOVE DRM-DATA-ULT-MOV TO NTF-DATA-REF.
099100     MOVE WS-DIAS-AVISO TO WS-DIAS-AVISO-DISP.
099200     STRING "INATIVACAO EM " WS-DIAS-AVISO-DISP " DIAS"
099300         DELIMITED BY SIZE INTO NTF-REFERENCIA
099400     END-STRING.
099500     WRITE NTF-RECORD.
099600     IF NOT NOTIF-FILE-OK
099700         SET DW-AVISO-PENDENTE TO TRUE
099800         ADD 1 TO WS-QTDE-AVISOS-PEND
099900         GO TO 3310-AVISAR-CLIENTE-EXIT
100000     END-IF.
100100     SET DRM-AVISADO TO TRUE.
100200     MOVE RUN-DATA TO DRM-DATA-AVISO.
100300     MOVE ZERO TO DRM-DATA-INATIV.
100400     PERFORM 2200-REGRAVAR-CONTROLE
100500         THRU 2200-REGRAVAR-CONTROLE-EXIT.
100600     SET DW-AVISADO TO TRUE.
100700     ADD 1 TO WS-QTDE-AVISOS.
100800 3310-AVISAR-CLIENTE-EXIT.
100900     EXIT.
101000*
101100***************************************************************
101200*    3320-AGENDAR-INATIVACAO - PRAZO DO AVISO VENCIDO SEM       *
101300*    MOVIMENTO: "N" COM DATA EFETIVA DE HOJE NO PENDTRAN        *
101400***************************************************************
101500 3320-AGENDAR-INATIVACAO.
101600     IF NOT PENDTRAN-DISPONIVEL OR NOT JOURNAL-DISPONIVEL
101700         SET DW-INATIV-PENDENTE TO TRUE
101800         ADD 1 TO WS-QTDE-INATIV-PEND
101900         GO TO 3320-AGENDAR-INATIVACAO-EXIT
102000     END-IF.
102100     MOVE SPACES TO PENDING-TRANS-RECORD.
102200     MOVE RUN-DATA TO PEND-DATA-EFETIVA.
102300     MOVE CUST-ID TO PEND-ID.
102400     MOVE "N" TO PEND-STATUS-NOVO.
102500     MOVE "DORM" TO PEND-MOTIVO.
102600     MOVE "B" TO PEND-ORIGEM.
102700     WRITE PENDING-TRANS-RECORD.
102800     SET DRM-INATIVACAO TO TRUE.
102900     MOVE RUN-DATA TO DRM-DATA-INATIV.
103000     PERFORM 2200-REGRAVAR-CONTROLE
103100         THRU 2200-REGRAVAR-CONTROLE-EXIT.
103200     SET DW-INATIV-AGENDADA TO TRUE.
103300     ADD 1 TO WS-QTDE-INATIV.
103400     MOVE "DORMCICL" TO AUD-PROGRAMA.
103500     MOVE 9 TO AUD-OPCODE.
103600     MOVE "INATIVACAO" TO AUD-EVENTO.
103700     MOVE CUST-ID TO AUD-CHAVE.
103800     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
103900     DISPLAY "INATIVACAO AGENDADA - CLIENTE " CUST-ID
104000         " SEM MOVIMENTO DESDE " DRM-DATA-ULT-MOV.
104100 3320-AGENDAR-INATIVACAO-EXIT.
104200     EXIT.
104300*
104400***************************************************************
104500*    3500-VALORES-RECEBER - SALDO POSITIVO DE CADA CONTA DO     *
104600*    CLIENTE DORMENTE OU CANCELADO; SEM CONTA NO CUSTACCT VALE  *
104700*    O CUST-SALDO NA CONTA CORRENTE                             *
104800***************************************************************
104900 3500-VALORES-RECEBER.
105000     IF CUST-CANCELADO
105100         MOVE "CANC" TO WS-VLR-MOTIVO
105200     ELSE
105300         MOVE "DORM" TO WS-VLR-MOTIVO
105400     END-IF.
105500     IF WS-QTDE-CONTAS = ZERO
105600         IF CUST-SALDO > ZERO
105700             MOVE "CC" TO WS-VLR-CONTA
105800             MOVE CUST-MOEDA TO WS-VLR-MOEDA
105900             MOVE CUST-SALDO TO WS-VLR-VALOR
106000             PERFORM 3550-GRAVAR-ITEM THRU 3550-GRAVAR-ITEM-EXIT
106100         END-IF
106200         GO TO 3500-VALORES-RECEBER-EXIT
106300     END-IF.
106400     PERFORM 3520-ITEM-DA-CONTA THRU 3520-ITEM-DA-CONTA-EXIT
106500         VARYING WS-CTA-SUB FROM 1 BY 1
106600         UNTIL WS-CTA-SUB > WS-QTDE-CONTAS.
106700 3500-VALORES-RECEBER-EXIT.
106800     EXIT.
106900*
107000***************************************************************
107100*    3520-ITEM-DA-CONTA                                         *
107200***************************************************************
107300 3520-ITEM-DA-CONTA.
107400     IF CTA-SALDO(WS-CTA-SUB) NOT > ZERO
107500         GO TO 3520-ITEM-DA-CONTA-EXIT
107600     END-IF.
107700     MOVE CTA-TIPO(WS-CTA-SUB) TO WS-VLR-CONTA.
107800     MOVE CTA-MOEDA(WS-CTA-SUB) TO WS-VLR-MOEDA.
107900     MOVE CTA-SALDO(WS-CTA-SUB) TO WS-VLR-VALOR.
108000     PERFORM 3550-GRAVAR-ITEM THRU 3550-GRAVAR-ITEM-EXIT.
108100 3520-ITEM-DA-CONTA-EXIT.
108200     EXIT.
108300*
108400***************************************************************
108500*    3550-GRAVAR-ITEM - ABRE OU ATUALIZA O ITEM NO VALREG;      *
108600*    ENCERRADO REABRE, PAGO NAO (SALDO DE VOLTA E APONTADO)     *
108700***************************************************************
108800 3550-GRAVAR-ITEM.
108900     MOVE CUST-CPF-CNPJ TO VLR-CPF-CNPJ.
109000     MOVE CUST-ID TO VLR-CUST-ID.
109100     MOVE WS-VLR-CONTA TO VLR-CONTA.
109200     READ VALOR-FILE
109300         INVALID KEY
109400             CONTINUE
109500     END-READ.
109600     IF NOT VALOR-OK
109700         MOVE SPACES TO VALOR-RECEBER-RECORD
109800         MOVE CUST-CPF-CNPJ TO VLR-CPF-CNPJ
109900         MOVE CUST-ID TO VLR-CUST-ID
110000         MOVE WS-VLR-CONTA TO VLR-CONTA
110100         SET VLR-ABERTO TO TRUE
110200         MOVE RUN-DATA TO VLR-DATA-INCLUSAO
110300         MOVE ZERO TO VLR-DATA-BAIXA
110400         MOVE ZERO TO VLR-VALOR-PAGO
110500         PERFORM 3560-DADOS-DO-ITEM THRU 3560-DADOS-DO-ITEM-EXIT
110600         WRITE VALOR-RECEBER-RECORD
110700         IF VALOR-OK
110800             ADD 1 TO WS-QTDE-ITENS-NOVOS
110900         ELSE
111000             ADD 1 TO WS-QTDE-FALHAS
111100             DISPLAY "ERRO AO INCLUIR VALOR A RECEBER " VLR-CHAVE
111200                 " - STATUS: " WS-VALOR-FILE-STATUS
111300         END-IF
111400         GO TO 3550-GRAVAR-ITEM-EXIT
111500     END-IF.
111600     IF VLR-PAGO
111700         ADD 1 TO WS-QTDE-PAGOS-C-SALDO
111800         DISPLAY "AVISO: VALOR A RECEBER JA PAGO COM SALDO NA "
111900             "CONTA - " VLR-CHAVE " PROTOCOLO " VLR-PROTOCOLO
112000         GO TO 3550-GRAVAR-ITEM-EXIT
112100     END-IF.
112200     IF VLR-ENCERRADO
112300         SET VLR-ABERTO TO TRUE
112400         MOVE RUN-DATA TO VLR-DATA-INCLUSAO
112500         MOVE ZERO TO VLR-DATA-BAIXA
112600         ADD 1 TO WS-QTDE-ITENS-NOVOS
112700     END-IF.
112800     PERFORM 3560-DADOS-DO-ITEM THRU 3560-DADOS-DO-ITEM-EXIT.
112900     REWRITE VALOR-RECEBER-RECORD.
113000     IF NOT VALOR-OK
113100         ADD 1 TO WS-QTDE-FALHAS
113200         DISPLAY "ERRO AO REGRAVAR VALOR A RECEBER " VLR-CHAVE
113300             " - STATUS: " WS-VALOR-FILE-STATUS
113400     END-IF.
113500 3550-GRAVAR-ITEM-EXIT.
113600     EXIT.
113700*
113800***************************************************************
113900*    3560-DADOS-DO-ITEM - VALOR E DADOS DO TITULAR DESTA RODADA *
114000***************************************************************
114100 3560-DADOS-DO-ITEM.
114200     MOVE CUST-NOME TO VLR-NOME.
114300     MOVE WS-AGENCIA-TRAB TO VLR-AGENCIA.
114400     MOVE WS-VLR-MOEDA TO VLR-MOEDA.
114500     MOVE WS-VLR-VALOR TO VLR-VALOR.
114600     MOVE WS-VLR-MOTIVO TO VLR-MOTIVO.
114700     MOVE RUN-DATA TO VLR-DATA-ATUALIZACAO.
114800 3560-DADOS-DO-ITEM-EXIT.
114900     EXIT.
115000*
115100***************************************************************
115200*    3600-ACUMULAR-AGENCIA - POSICAO DE WS-AGENCIA-TRAB NA      *
115300*    TABELA (EM WS-AG-ACHADO), MANTIDA EM ORDEM CRESCENTE DE    *
115400*    CODIGO; ZERO SE A TABELA ENCHEU                            *
115500***************************************************************
115600 3600-ACUMULAR-AGENCIA.
115700     MOVE ZERO TO WS-AG-ACHADO.
115800     MOVE 1 TO WS-AG-POS.
115900     PERFORM 3650-PROCURAR-AGENCIA
116000         THRU 3650-PROCURAR-AGENCIA-EXIT
116100         VARYING WS-AG-SUB FROM 1 BY 1
116200         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS
116300         OR WS-AG-ACHADO > ZERO.
116400     IF WS-AG-ACHADO = ZERO
116500         IF WS-QTDE-AGENCIAS NOT < 100
116600             GO TO 3600-ACUMULAR-AGENCIA-EXIT
116700         END-IF
116800         PERFORM 3660-ABRIR-POSICAO
116900             THRU 3660-ABRIR-POSICAO-EXIT
117000             VARYING WS-AG-SUB FROM WS-QTDE-AGENCIAS BY -1
117100             UNTIL WS-AG-SUB < WS-AG-POS
117200         ADD 1 TO WS-QTDE-AGENCIAS
117300         MOVE WS-AG-POS TO WS-AG-ACHADO
117400         MOVE WS-AGENCIA-TRAB TO AGR-AGENCIA(WS-AG-ACHADO)
117500         MOVE ZERO TO AGR-QTDE-CLIENTES(WS-AG-ACHADO)
117600         MOVE ZERO TO AGR-QTDE-CONTAS(WS-AG-ACHADO)
117700         MOVE ZERO TO AGR-QTDE-AVISOS(WS-AG-ACHADO)
117800         MOVE ZERO TO AGR-QTDE-INATIV(WS-AG-ACHADO)
117900         MOVE ZERO TO AGR-VALOR-RECEBER(WS-AG-ACHADO)
118000     END-IF.
118100 3600-ACUMULAR-AGENCIA-EXIT.
118200     EXIT.
118300*
118400***************************************************************
118500*    3650-PROCURAR-AGENCIA - ACHA O CODIGO OU A POSICAO ONDE ELE*
118600*    ENTRA                                                      *
118700***************************************************************
118800 3650-PROCURAR-AGENCIA.
118900     IF AGR-AGENCIA(WS-AG-SUB) = WS-AGENCIA-TRAB
119000         MOVE WS-AG-SUB TO WS-AG-ACHADO
119100     ELSE
119200         IF AGR-AGENCIA(WS-AG-SUB) < WS-AGENCIA-TRAB
119300             COMPUTE WS-AG-POS = WS-AG-SUB + 1
119400         END-IF
119500     END-IF.
119600 3650-PROCURAR-AGENCIA-EXIT.
119700     EXIT.
119800*
119900***************************************************************
120000*    3660-ABRIR-POSICAO - EMPURRA UMA AGENCIA PARA A POSICAO    *
120100*    SEGUINTE                                                   *
120200***************************************************************
120300 3660-ABRIR-POSICAO.
120400     MOVE AGR-ENTRY(WS-AG-SUB) TO AGR-ENTRY(WS-AG-SUB + 1).
120500 3660-ABRIR-POSICAO-EXIT.
120600     EXIT.
120700*
120800***************************************************************
120900*    4000-VARRER-VALORES - PASSADA NO VALREG NA ORDEM DA CHAVE: *
121000*    ITEM ABERTO QUE NAO SE CONFIRMOU HOJE E ENCERRADO; OS      *
121100*    DEMAIS ABERTOS VAO PARA O VALRECEB                         *
121200***************************************************************
121300 4000-VARRER-VALORES.
121400     MOVE LOW-VALUES TO VLR-CHAVE.
121500     START VALOR-FILE KEY IS NOT LESS THAN VLR-CHAVE
121600         INVALID KEY
121700             MOVE "Y" TO WS-VALOR-EOF-SWITCH
121800     END-START.
121900     IF NOT FIM-DOS-VALORES
122000         PERFORM 4100-LER-VALOR THRU 4100-LER-VALOR-EXIT
122100     END-IF.
122200     PERFORM 4200-TRATAR-ITEM THRU 4200-TRATAR-ITEM-EXIT
122300         UNTIL FIM-DOS-VALORES.
122400     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
122500     MOVE CTRL-HASH-DETALHES TO WST-HASH.
122600     MOVE WS-TRAILER-SAIDA TO EXPORT-RECORD.
122700     WRITE EXPORT-RECORD.
122800     CLOSE EXPORT-FILE.
122900 4000-VARRER-VALORES-EXIT.
123000     EXIT.
123100*
123200***************************************************************
123300*    4100-LER-VALOR                                             *
123400***************************************************************
123500 4100-LER-VALOR.
123600     READ VALOR-FILE NEXT RECORD
123700         AT END
123800             MOVE "Y" TO WS-VALOR-EOF-SWITCH
123900     END-READ.
124000 4100-LER-VALOR-EXIT.
124100     EXIT.
124200*
124300***************************************************************
124400*    4200-TRATAR-ITEM                                           *
124500***************************************************************
124600 4200-TRATAR-ITEM.
124700     IF NOT VLR-ABERTO
124800         GO TO 4200-TRATAR-ITEM-LER
124900     END-IF.
125000     IF VLR-DATA-ATUALIZACAO < RUN-DATA
125100         SET VLR-ENCERRADO TO TRUE
125200         MOVE RUN-DATA TO VLR-DATA-BAIXA
125300         REWRITE VALOR-RECEBER-RECORD
125400         IF VALOR-OK
125500             ADD 1 TO WS-QTDE-ITENS-ENCERR
125600         ELSE
125700             ADD 1 TO WS-QTDE-FALHAS
125800             DISPLAY "ERRO AO ENCERRAR VALOR A RECEBER " VLR-CHAVE
125900                 " - STATUS: " WS-VALOR-FILE-STATUS
126000         END-IF
126100         GO TO 4200-TRATAR-ITEM-LER
126200     END-IF.
126300     MOVE SPACES TO EXPORT-RECORD.
126400     MOVE "D" TO VRX-TIPO.
126500     MOVE VLR-CPF-CNPJ TO VRX-CPF-CNPJ.
126600     MOVE VLR-CUST-ID TO VRX-CUST-ID.
126700     MOVE VLR-CONTA TO VRX-CONTA.
126800     MOVE VLR-NOME TO VRX-NOME.
126900     MOVE VLR-AGENCIA TO VRX-AGENCIA.
127000     MOVE VLR-MOEDA TO VRX-MOEDA.
127100     MOVE VLR-VALOR TO VRX-VALOR.
127200     MOVE VLR-MOTIVO TO VRX-MOTIVO.
127300     MOVE VLR-DATA-INCLUSAO TO VRX-DATA-INCLUSAO.
127400     WRITE EXPORT-RECORD.
127500     ADD 1 TO CTRL-QTDE-DETALHES.
127600     COMPUTE CTRL-HASH-DETALHES =
127700         CTRL-HASH-DETALHES + (VLR-VALOR * 100).
127800     ADD 1 TO WS-QTDE-ITENS-ABERTOS.
127900     ADD VLR-VALOR TO WS-TOTAL-RECEBER.
128000     MOVE VLR-AGENCIA TO WS-AGENCIA-TRAB.
128100     PERFORM 3600-ACUMULAR-AGENCIA
128200         THRU 3600-ACUMULAR-AGENCIA-EXIT.
128300     IF WS-AG-ACHADO > ZERO
128400         ADD VLR-VALOR TO AGR-VALOR-RECEBER(WS-AG-ACHADO)
128500     END-IF.
128600 4200-TRATAR-ITEM-LER.
128700     PERFORM 4100-LER-VALOR THRU 4100-LER-VALOR-EXIT.
128800 4200-TRATAR-ITEM-EXIT.
128900     EXIT.
129000*
129100***************************************************************
129200*    5000-EMITIR-RELATORIO - UMA PASSADA NO DORMWRK POR         *
129300*    AGENCIA, COM SUBTOTAL AO FIM DE CADA UMA                   *
129400***************************************************************
129500 5000-EMITIR-RELATORIO.
129600     OPEN OUTPUT PRINT-FILE.
129700     MOVE "CLIENTES E CONTAS SEM MOVIMENTO POR AGENCIA"
129800         TO RPT-TITULO.
129900     MOVE ZERO TO RPT-LINHAS-POR-PAG.
130000     SET RPT-ACAO-INICIAR TO TRUE.
130100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
130200     PERFORM 8000-GRAVAR-LINHAS-RPT
130300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
130400     PERFORM 5100-EMITIR-AGENCIA
130500         THRU 5100-EMITIR-AGENCIA-EXIT
130600         VARYING WS-AG-SUB FROM 1 BY 1
130700         UNTIL WS-AG-SUB > WS-QTDE-AGENCIAS.
130800     MOVE WS-QTDE-DORMENTES TO WS-CL-DISP.
130900     MOVE WS-QTDE-CONTAS-PARADAS TO WS-CT-DISP.
131000     MOVE WS-QTDE-AVISOS TO WS-AV-DISP.
131100     MOVE WS-QTDE-INATIV TO WS-IN-DISP.
131200     MOVE SPACES TO RPT-LINHA-ENTRADA.
131300     STRING "TOTAL GERAL - CLIENTES=" WS-CL-DISP
131400         " CONTAS=" WS-CT-DISP
131500         " AVISOS=" WS-AV-DISP
131600         " INATIVACOES=" WS-IN-DISP
131700         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
131800     END-STRING.
131900     SET RPT-ACAO-TOTAL TO TRUE.
132000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
132100     PERFORM 8000-GRAVAR-LINHAS-RPT
132200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
132300     MOVE WS-QTDE-ITENS-ABERTOS TO WS-CL-DISP.
132400     MOVE WS-TOTAL-RECEBER TO WS-VALOR-TOTAL-EDITADO.
132500     MOVE SPACES TO RPT-LINHA-ENTRADA.
132600     STRING "VALORES A RECEBER EM ABERTO - ITENS=" WS-CL-DISP
132700         " R$ " WS-VALOR-TOTAL-EDITADO
132800         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
132900     END-STRING.
133000     SET RPT-ACAO-TOTAL TO TRUE.
133100     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
133200     PERFORM 8000-GRAVAR-LINHAS-RPT
133300         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
133400     IF PRINT-FILE-OK
133500         CLOSE PRINT-FILE
133600     END-IF.
133700 5000-EMITIR-RELATORIO-EXIT.
133800     EXIT.
133900*
134000***************************************************************
134100*    5100-EMITIR-AGENCIA                                        *
134200***************************************************************
134300 5100-EMITIR-AGENCIA.
134400     MOVE SPACES TO RPT-LINHA-ENTRADA.
134500     STRING "AGENCIA " AGR-AGENCIA(WS-AG-SUB)
134600         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
134700     END-STRING.
134800     SET RPT-ACAO-DETALHE TO TRUE.
134900     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
135000     PERFORM 8000-GRAVAR-LINHAS-RPT
135100         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
135200     MOVE "N" TO WS-WORK-EOF-SWITCH.
135300     OPEN INPUT WORK-FILE.
135400     IF NOT WORK-FILE-OK
135500         GO TO 5100-EMITIR-AGENCIA-TOTAL
135600     END-IF.
135700     PERFORM 5200-LER-TRABALHO THRU 5200-LER-TRABALHO-EXIT.
135800     PERFORM 5300-EMITIR-CLIENTE THRU 5300-EMITIR-CLIENTE-EXIT
135900         UNTIL FIM-DO-TRABALHO.
136000     CLOSE WORK-FILE.
136100 5100-EMITIR-AGENCIA-TOTAL.
136200     MOVE AGR-QTDE-CLIENTES(WS-AG-SUB) TO WS-CL-DISP.
136300     MOVE AGR-QTDE-CONTAS(WS-AG-SUB) TO WS-CT-DISP.
136400     MOVE AGR-QTDE-AVISOS(WS-AG-SUB) TO WS-AV-DISP.
136500     MOVE AGR-QTDE-INATIV(WS-AG-SUB) TO WS-IN-DISP.
136600     MOVE AGR-VALOR-RECEBER(WS-AG-SUB) TO WS-VALOR-TOTAL-EDITADO.
136700     MOVE SPACES TO RPT-LINHA-ENTRADA.
136800     STRING "  SUBTOTAL AGENCIA " AGR-AGENCIA(WS-AG-SUB)
136900         " - CLIENTES=" WS-CL-DISP
137000         " CONTAS=" WS-CT-DISP
137100         " AVISOS=" WS-AV-DISP
137200         " INATIVACOES=" WS-IN-DISP
137300         " A RECEBER R$ " WS-VALOR-TOTAL-EDITADO
137400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
137500     END-STRING.
137600     SET RPT-ACAO-DETALHE TO TRUE.
137700     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
137800     PERFORM 8000-GRAVAR-LINHAS-RPT
137900         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
138000 5100-EMITIR-AGENCIA-EXIT.
138100     EXIT.
138200*
138300***************************************************************
138400*    5200-LER-TRABALHO                                          *
138500***************************************************************
138600 5200-LER-TRABALHO.
138700     READ WORK-FILE
138800         AT END
138900             MOVE "Y" TO WS-WORK-EOF-SWITCH
139000     END-READ.
139100 5200-LER-TRABALHO-EXIT.
139200     EXIT.
139300*
139400***************************************************************
139500*    5300-EMITIR-CLIENTE - LINHA DO CLIENTE OU DA CONTA DA      *
139600*    AGENCIA CORRENTE                                           *
139700***************************************************************
139800 5300-EMITIR-CLIENTE.
139900     IF DW-AGENCIA NOT = AGR-AGENCIA(WS-AG-SUB)
140000         GO TO 5300-EMITIR-CLIENTE-LER
140100     END-IF.
140200     EVALUATE TRUE
140300         WHEN DW-CONTA-PARADA
140400             MOVE "CONTA PARADA" TO WS-SITUACAO-TEXTO
140500         WHEN DW-AVISADO
140600             MOVE "AVISO ENVIADO" TO WS-SITUACAO-TEXTO
140700         WHEN DW-AVISO-PENDENTE
140800             MOVE "AVISO PENDENTE" TO WS-SITUACAO-TEXTO
140900         WHEN DW-EM-AVISO
141000             MOVE "EM AVISO" TO WS-SITUACAO-TEXTO
141100         WHEN DW-INATIV-AGENDADA
141200             MOVE "INATIV AGENDADA" TO WS-SITUACAO-TEXTO
141300         WHEN DW-INATIV-PENDENTE
141400             MOVE "INATIV PENDENTE" TO WS-SITUACAO-TEXTO
141500         WHEN DW-REATIVADO
141600             MOVE "REATIVADO" TO WS-SITUACAO-TEXTO
141700         WHEN OTHER
141800             MOVE "DORMENTE" TO WS-SITUACAO-TEXTO
141900     END-EVALUATE.
142000     MOVE DW-SALDO TO WS-SALDO-EDITADO.
142100     MOVE SPACES TO RPT-LINHA-ENTRADA.
142200     STRING "  " DW-CUST-ID " " DW-NOME " ST " DW-STATUS
142300         " CONTA " DW-CONTA " ULT MOVTO " DW-DATA-ULT-MOV
142400         " SALDO " WS-SALDO-EDITADO " " WS-SITUACAO-TEXTO
142500         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
142600     END-STRING.
142700     SET RPT-ACAO-DETALHE TO TRUE.
142800     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
142900     PERFORM 8000-GRAVAR-LINHAS-RPT
143000         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
143100 5300-EMITIR-CLIENTE-LER.
143200     PERFORM 5200-LER-TRABALHO THRU 5200-LER-TRABALHO-EXIT.
143300 5300-EMITIR-CLIENTE-EXIT.
143400     EXIT.
143500*
143600***************************************************************
143700*    7000-NUMERO-DO-DIA - DIAS CORRIDOS DE WS-DATA-TRAB DESDE A *
143800*    ORIGEM DO CALENDARIO, COM O ANO COMECANDO EM MARCO (O DIA  *
143900*    29/02 FICA NO FIM DO ANO E O BISSEXTO SAI DAS DIVISOES)    *
144000***************************************************************
144100 7000-NUMERO-DO-DIA.
144200     IF WS-DT-MES > 2
144300         MOVE WS-DT-ANO TO WS-DN-ANO
144400         COMPUTE WS-DN-MES = WS-DT-MES - 3
144500     ELSE
144600         COMPUTE WS-DN-ANO = WS-DT-ANO - 1
144700         COMPUTE WS-DN-MES = WS-DT-MES + 9
144800     END-IF.
144900     DIVIDE WS-DN-ANO BY 4 GIVING WS-DN-Q4.
145000     DIVIDE WS-DN-ANO BY 100 GIVING WS-DN-Q100.
145100     DIVIDE WS-DN-ANO BY 400 GIVING WS-DN-Q400.
145200     COMPUTE WS-LIXO = (153 * WS-DN-MES) + 2.
145300     DIVIDE WS-LIXO BY 5 GIVING WS-DN-QMES.
145400     COMPUTE WS-DN-RESULTADO = (365 * WS-DN-ANO) + WS-DN-Q4
145500         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMES + WS-DT-DIA.
145600 7000-NUMERO-DO-DIA-EXIT.
145700     EXIT.
145800*
145900***************************************************************
146000*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
146100*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
146200***************************************************************
146300 8000-GRAVAR-LINHAS-RPT.
146400     IF NOT PRINT-FILE-OK
146500         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
146600     END-IF.
146700     PERFORM 8100-GRAVAR-UMA-LINHA
146800         THRU 8100-GRAVAR-UMA-LINHA-EXIT
146900         VARYING WS-RPT-SUB FROM 1 BY 1
147000         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
147100 8000-GRAVAR-LINHAS-RPT-EXIT.
147200     EXIT.
147300*
147400***************************************************************
147500*    8100-GRAVAR-UMA-LINHA                                      *
147600***************************************************************
147700 8100-GRAVAR-UMA-LINHA.
147800     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
147900     WRITE PRINT-LINE.
148000 8100-GRAVAR-UMA-LINHA-EXIT.
148100     EXIT.
148200*
148300***************************************************************
148400*    9000-FINALIZAR                                             *
148500***************************************************************
148600 9000-FINALIZAR.
148700     DISPLAY "====== DORMENCIA E VALORES A RECEBER ======".
148800     DISPLAY "JOURNAL LIDO .......: " WS-QTDE-JRN-LIDOS.
148900     DISPLAY "MOVIMENTOS CONTADOS : " WS-QTDE-JRN-MOVTOS.
149000     DISPLAY "AVISOS RETOMADOS ...: " WS-QTDE-RETOMADOS.
149100     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-CLIENTES.
149200     DISPLAY "CONTAS LIDAS .......: " WS-QTDE-CONTAS-LIDAS.
149300     DISPLAY "CONTAS SEM CLIENTE .: " WS-QTDE-CONTAS-ORFAS.
149400     DISPLAY "CONTROLES ABERTOS ..: " WS-QTDE-CONTROLES.
149500     DISPLAY "CLIENTES DORMENTES .: " WS-QTDE-DORMENTES.
149600     DISPLAY "CONTAS PARADAS .....: " WS-QTDE-CONTAS-PARADAS.
149700     DISPLAY "AVISOS ENVIADOS ....: " WS-QTDE-AVISOS.
149800     DISPLAY "AVISOS PENDENTES ...: " WS-QTDE-AVISOS-PEND.
149900     DISPLAY "INATIVACOES AGEND. .: " WS-QTDE-INATIV.
150000     DISPLAY "INATIV. PENDENTES ..: " WS-QTDE-INATIV-PEND.
150100     DISPLAY "REATIVADOS .........: " WS-QTDE-REATIVADOS.
150200     DISPLAY "ITENS A RECEBER NOVOS " WS-QTDE-ITENS-NOVOS.
150300     DISPLAY "ITENS EM ABERTO ....: " WS-QTDE-ITENS-ABERTOS.
150400     DISPLAY "ITENS ENCERRADOS ...: " WS-QTDE-ITENS-ENCERR.
150500     DISPLAY "PAGOS COM SALDO ....: " WS-QTDE-PAGOS-C-SALDO.
150600     DISPLAY "FALHAS DORMCTL/VALREG " WS-QTDE-FALHAS.
150700 9000-FINALIZAR-EXIT.
150800     EXIT.
