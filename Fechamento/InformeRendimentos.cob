000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INFORME-RENDIMENTOS.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     INFORME DE RENDIMENTOS DE FIM DE ANO. O
001200*                       CLIENTE NAO RECEBIA NADA PARA A DECLARACAO
001300*                       DE AJUSTE DO IMPOSTO DE RENDA. ESTE PASSO
001400*                       ANUAL LE O CUSTMAST EM SEQUENCIA E EMITE
001500*                       NO INFOPRT UMA CARTA POR CLIENTE COM
001600*                       RENDIMENTO NO ANO-CALENDARIO (ACUMULADO
001700*                       IRFONTE DO CLIENTE-MESTRE-MAINT, POR
001800*                       CPF/CNPJ, VER IRFREG.CPY) OU COM SALDO EM
001900*                       ALGUMA CONTA NO FIM DO ANO: ENDERECO DO
002000*                       CUSTADDR, SALDO DE CADA CONTA DO
002100*                       SUB-RAZAO EM 31/12 DO ANO ANTERIOR E DO
002200*                       ANO-CALENDARIO (ULTIMA FOTO DO BALHIST ATE
002300*                       CADA DATA), RENDIMENTO BRUTO DE APLICACAO
002400*                       PAGO, IMPOSTO RETIDO NA FONTE E RENDIMENTO
002500*                       ISENTO DA POUPANCA. ANO-CALENDARIO PELO
002600*                       AMBIENTE "INFOANO" (ZERO OU AUSENTE = ANO
002700*                       ANTERIOR AO DA EXECUCAO). SEM BALHIST OU
002800*                       SEM IRFONTE A CARTA SAI SEM A PARTE
002900*                       CORRESPONDENTE E O PASSO DEVOLVE RC 4.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CUST-ID
003900         ALTERNATE RECORD KEY IS CUST-NOME
004000             WITH DUPLICATES
004100         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
004200         FILE STATUS IS WS-MASTER-FILE-STATUS.
004300     SELECT IRFONTE-FILE ASSIGN TO "IRFONTE"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS IRF-CHAVE
004700         FILE STATUS IS WS-IRF-FILE-STATUS.
004800     SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ADR-CUST-ID
005200         FILE STATUS IS WS-ADDR-FILE-STATUS.
005300     SELECT HIST-ANT-FILE ASSIGN TO "BALHIST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HIST-ANT-STATUS.
005600     SELECT HIST-ANO-FILE ASSIGN TO "BALHIST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HIST-ANO-STATUS.
005900     SELECT PRINT-FILE ASSIGN TO "INFOPRT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PRINT-FILE-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
006600 FD  CUSTOMER-MASTER.
006700*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
006800 COPY "CUSTREC.cpy".
006900*
007000 FD  IRFONTE-FILE.
007100*    ACUMULADO ANUAL DE RENDIMENTO E IMPOSTO RETIDO POR CPF/CNPJ
007200*    (VER COPYBOOKS/IRFREG.CPY)
007300 COPY "IRFREG.cpy".
007400*
007500 FD  ADDRESS-FILE.
007600*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
007700 COPY "ADDRREC.cpy".
007800*
007900*    O BALHIST E LIDO POR DOIS CURSORES, UM PARA A FOTO DE FIM DO
008000*    ANO ANTERIOR E OUTRO PARA A DE FIM DO ANO-CALENDARIO - MESMO
008100*    LAYOUT GRAVADO PELO SALDO-HIST-APPEND. AS LINHAS POR CONTA
008200*    DE UM DIA SAEM JUNTAS, NA ORDEM DA CHAVE DO CUSTACCT, E O
008300*    CUSTMAST E LIDO NA ORDEM DE CUST-ID: CADA CURSOR ANDA JUNTO
008400*    COM O MESTRE (BALANCE LINE)
008500 FD  HIST-ANT-FILE
008600     RECORDING MODE IS F.
008700 01  HIST-ANT-RECORD.
008800     05  HA-DATA             PIC 9(08).
008900     05  FILLER              PIC X(01).
009000     05  HA-CUST-ID          PIC X(10).
009100     05  FILLER              PIC X(01).
009200     05  HA-STATUS           PIC X(01).
009300     05  FILLER              PIC X(01).
009400     05  HA-SALDO            PIC S9(7)V99
009500         SIGN IS LEADING SEPARATE.
009600     05  FILLER              PIC X(01).
009700     05  HA-MOEDA            PIC X(03).
009800     05  FILLER              PIC X(01).
009900     05  HA-CONTA            PIC X(02).
010000     05  FILLER              PIC X(11).
010100*
010200 FD  HIST-ANO-FILE
010300     RECORDING MODE IS F.
010400 01  HIST-ANO-RECORD.
010500     05  HB-DATA             PIC 9(08).
010600     05  FILLER              PIC X(01).
010700     05  HB-CUST-ID          PIC X(10).
010800     05  FILLER              PIC X(01).
010900     05  HB-STATUS           PIC X(01).
011000     05  FILLER              PIC X(01).
011100     05  HB-SALDO            PIC S9(7)V99
011200         SIGN IS LEADING SEPARATE.
011300     05  FILLER              PIC X(01).
011400     05  HB-MOEDA            PIC X(03).
011500     05  FILLER              PIC X(01).
011600     05  HB-CONTA            PIC X(02).
011700     05  FILLER              PIC X(11).
011800*
011900 FD  PRINT-FILE
012000     RECORDING MODE IS F.
012100 01  PRINT-LINE              PIC X(132).
012200*
012300 WORKING-STORAGE SECTION.
012400*
012500 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
012600     88  MASTER-OK           VALUE "00".
012700 77  WS-IRF-FILE-STATUS      PIC X(02) VALUE ZEROS.
012800     88  IRF-OK              VALUE "00".
012900 77  WS-IRF-ABERTO-SW        PIC X(01) VALUE "N".
013000     88  IRFONTE-DISPONIVEL  VALUE "Y".
013100 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
013200     88  ADDR-OK             VALUE "00".
013300 77  WS-ADDR-ABERTO-SW       PIC X(01) VALUE "N".
013400     88  ENDERECOS-DISPONIVEIS VALUE "Y".
013500 77  WS-HIST-ANT-STATUS      PIC X(02) VALUE ZEROS.
013600     88  HIST-ANT-OK         VALUE "00".
013700 77  WS-HIST-ANO-STATUS      PIC X(02) VALUE ZEROS.
013800     88  HIST-ANO-OK         VALUE "00".
013900 77  WS-HIST-ABERTO-SW       PIC X(01) VALUE "N".
014000     88  HISTORICO-DISPONIVEL VALUE "Y".
014100 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
014200     88  PRINT-FILE-OK       VALUE "00".
014300*
014400 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
014500     88  FIM-DO-MESTRE       VALUE "Y".
014600 77  WS-ANT-FIM-SW           PIC X(01) VALUE "N".
014700     88  FIM-DO-BLOCO-ANT    VALUE "Y".
014800 77  WS-ANO-FIM-SW           PIC X(01) VALUE "N".
014900     88  FIM-DO-BLOCO-ANO    VALUE "Y".
015000*
015100***************************************************************
015200*    ANO-CALENDARIO E DATAS DAS FOTOS DE FIM DE ANO NO BALHIST
015300***************************************************************
015400 77  WS-ANO-BASE             PIC 9(04) VALUE ZERO.
015500 77  WS-ANO-ANTERIOR         PIC 9(04) VALUE ZERO.
015600 77  WS-LIMITE-ANT           PIC 9(08) VALUE ZERO.
015700 77  WS-LIMITE-ANO           PIC 9(08) VALUE ZERO.
015800 77  WS-DATA-FOTO-ANT        PIC 9(08) VALUE ZERO.
015900 77  WS-DATA-FOTO-ANO        PIC 9(08) VALUE ZERO.
016000*
016100***************************************************************
016200*    SALDOS DE FIM DE ANO DO CLIENTE CORRENTE, POR CONTA
016300***************************************************************
016400 77  WS-QTDE-CONTAS-CLI      PIC 9(02) COMP VALUE ZERO.
016500 01  TABELA-CONTAS-CLI.
016600     05  CONTA-CLI OCCURS 10 TIMES.
016700         10  CCL-TIPO        PIC X(02).
016800         10  CCL-SALDO-ANT   PIC S9(7)V99 COMP-3.
016900         10  CCL-SALDO-ANO   PIC S9(7)V99 COMP-3.
017000 77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
017100 77  WS-IDX-ACHADO           PIC 9(02) COMP VALUE ZERO.
017200 77  WS-CONTA-PROCURADA      PIC X(02) VALUE SPACES.
017300 77  WS-TEM-SALDO-SW         PIC X(01) VALUE "N".
017400     88  CLIENTE-COM-SALDO   VALUE "Y".
017500 77  WS-TEM-IRF-SW           PIC X(01) VALUE "N".
017600     88  CLIENTE-COM-IRF     VALUE "Y".
017700*
017800***************************************************************
017900*    MASCARAS R$ E CONTADORES
018000***************************************************************
018100 77  WS-SALDO-EDITADO        PIC -(7)9.99.
018200 77  WS-SALDO-EDITADO-2      PIC -(7)9.99.
018300 77  WS-VALOR-EDITADO        PIC Z(8)9.99.
018400 77  WS-QTDE-CLIENTES        PIC 9(07) COMP VALUE ZERO.
018500 77  WS-QTDE-INFORMES        PIC 9(07) COMP VALUE ZERO.
018600 77  WS-QTDE-COM-IRF         PIC 9(07) COMP VALUE ZERO.
018700 77  WS-QTDE-SEM-ENDERECO    PIC 9(07) COMP VALUE ZERO.
018800 77  WS-QTDE-EXCEDENTES      PIC 9(07) COMP VALUE ZERO.
018900 77  WS-TOTAL-REND-BRUTO     PIC S9(11)V99 COMP-3 VALUE ZERO.
019000 77  WS-TOTAL-IR-RETIDO      PIC S9(11)V99 COMP-3 VALUE ZERO.
019100 77  WS-TOTAL-REND-ISENTO    PIC S9(11)V99 COMP-3 VALUE ZERO.
019200*
019300***************************************************************
019400*    PARAMETROS DO MONTADOR DE LINHAS (VER COPYBOOKS/LINEBLD.CPY)
019500***************************************************************
019600 COPY "LINEBLD.cpy".
019700*
019800***************************************************************
019900*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
020000*    RUNDATE.CPY)
020100***************************************************************
020200 COPY "RUNDATE.cpy".
020300*
020400***************************************************************
020500*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
020600***************************************************************
020700 COPY "ERRHDL.cpy".
020800*
020900 PROCEDURE DIVISION.
021000*
021100***************************************************************
021200*    0000-MAINLINE                                             *
021300***************************************************************
021400 0000-MAINLINE.
021500     MOVE ZERO TO RETURN-CODE.
021600     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
021700     ACCEPT RUN-HORA FROM TIME.
021800     ACCEPT WS-ANO-BASE FROM ENVIRONMENT "INFOANO".
021900     IF WS-ANO-BASE = ZERO
022000         COMPUTE WS-ANO-BASE = RUN-ANO - 1
022100     END-IF.
022200     COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1.
022300     COMPUTE WS-LIMITE-ANT = (WS-ANO-ANTERIOR * 10000) + 1231.
022400     COMPUTE WS-LIMITE-ANO = (WS-ANO-BASE * 10000) + 1231.
022500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
022600     IF RETURN-CODE NOT = ZERO
022700         GO TO 0000-MAINLINE-FIM
022800     END-IF.
022900     PERFORM 2100-LER-CLIENTE THRU 2100-LER-CLIENTE-EXIT.
023000     PERFORM 2000-PROCESSAR-CLIENTE
023100         THRU 2000-PROCESSAR-CLIENTE-EXIT
023200         UNTIL FIM-DO-MESTRE.
023300     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
023400 0000-MAINLINE-FIM.
023500     STOP RUN.
023600*
023700***************************************************************
023800*    1000-INICIALIZAR - CUSTMAST E INFOPRT SAO OBRIGATORIOS;    *
023900*    IRFONTE, CUSTADDR E BALHIST SO AVISAM                      *
024000***************************************************************
024100 1000-INICIALIZAR.
024200     OPEN INPUT CUSTOMER-MASTER.
024300     IF NOT MASTER-OK
024400         MOVE "INFOREND" TO ERR-PROGRAMA
024500         SET ERR-TIPO-ARQUIVO TO TRUE
024600         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
024700         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
024800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024900         MOVE 16 TO RETURN-CODE
025000         GO TO 1000-INICIALIZAR-EXIT
025100     END-IF.
025200     OPEN OUTPUT PRINT-FILE.
025300     IF NOT PRINT-FILE-OK
025400         MOVE "INFOREND" TO ERR-PROGRAMA
025500         SET ERR-TIPO-ARQUIVO TO TRUE
025600         MOVE "ABERTURA DO ARQUIVO INFOPRT" TO ERR-CONTEXTO
025700         MOVE WS-PRINT-FILE-STATUS TO ERR-FILE-STATUS
025800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025900         CLOSE CUSTOMER-MASTER
026000         MOVE 16 TO RETURN-CODE
026100         GO TO 1000-INICIALIZAR-EXIT
026200     END-IF.
026300     OPEN INPUT IRFONTE-FILE.
026400     IF IRF-OK
026500         MOVE "Y" TO WS-IRF-ABERTO-SW
026600     ELSE
026700         DISPLAY "AVISO: IRFONTE INDISPONIVEL (STATUS "
026800             WS-IRF-FILE-STATUS ") - INFORMES SEM RENDIMENTOS."
026900     END-IF.
027000     OPEN INPUT ADDRESS-FILE.
027100     IF ADDR-OK
027200         MOVE "Y" TO WS-ADDR-ABERTO-SW
027300     ELSE
027400         DISPLAY "AVISO: CUSTADDR INDISPONIVEL (STATUS "
027500             WS-ADDR-FILE-STATUS ") - INFORMES SEM ENDERECO."
027600     END-IF.
027700     PERFORM 1100-APURAR-DATAS THRU 1100-APURAR-DATAS-EXIT.
027800     IF HISTORICO-DISPONIVEL
027900         PERFORM 1200-POSICIONAR-CURSORES
028000             THRU 1200-POSICIONAR-CURSORES-EXIT
028100     ELSE
028200         MOVE "Y" TO WS-ANT-FIM-SW
028300         MOVE "Y" TO WS-ANO-FIM-SW
028400     END-IF.
028500 1000-INICIALIZAR-EXIT.
028600     EXIT.
028700*
028800***************************************************************
028900*    1100-APURAR-DATAS - PRIMEIRA PASSADA NO BALHIST: A ULTIMA  *
029000*    FOTO POR CONTA ATE 31/12 DO ANO ANTERIOR E ATE 31/12 DO    *
029100*    ANO-CALENDARIO (O FIM DE ANO PODE CAIR FORA DE DIA UTIL)   *
029200***************************************************************
029300 1100-APURAR-DATAS.
029400     OPEN INPUT HIST-ANT-FILE.
029500     IF NOT HIST-ANT-OK
029600         DISPLAY "AVISO: BALHIST INDISPONIVEL (STATUS "
029700             WS-HIST-ANT-STATUS ") - INFORMES SEM SALDOS DE FIM "
029800             "DE ANO."
029900         GO TO 1100-APURAR-DATAS-EXIT
030000     END-IF.
030100     MOVE "Y" TO WS-HIST-ABERTO-SW.
030200     PERFORM 3050-LER-ANT THRU 3050-LER-ANT-EXIT.
030300     PERFORM 1150-TESTAR-DATA THRU 1150-TESTAR-DATA-EXIT
030400         UNTIL FIM-DO-BLOCO-ANT.
030500     CLOSE HIST-ANT-FILE.
030600     MOVE "N" TO WS-ANT-FIM-SW.
030700     IF WS-DATA-FOTO-ANO = ZERO
030800         DISPLAY "AVISO: BALHIST SEM FOTO POR CONTA ATE "
030900             WS-LIMITE-ANO " - INFORMES SEM SALDOS DE FIM DE ANO."
031000         MOVE "N" TO WS-HIST-ABERTO-SW
031100     END-IF.
031200 1100-APURAR-DATAS-EXIT.
031300     EXIT.
031400*
031500***************************************************************
031600*    1150-TESTAR-DATA                                          *
031700***************************************************************
031800 1150-TESTAR-DATA.
031900     IF HA-CONTA NOT = SPACES
032000         IF HA-DATA NOT > WS-LIMITE-ANT
032100             AND HA-DATA > WS-DATA-FOTO-ANT
032200             MOVE HA-DATA TO WS-DATA-FOTO-ANT
032300         END-IF
032400         IF HA-DATA NOT > WS-LIMITE-ANO
032500             AND HA-DATA > WS-DATA-FOTO-ANO
032600             MOVE HA-DATA TO WS-DATA-FOTO-ANO
032700         END-IF
032800     END-IF.
032900     PERFORM 3050-LER-ANT THRU 3050-LER-ANT-EXIT.
033000 1150-TESTAR-DATA-EXIT.
033100     EXIT.
033200*
033300***************************************************************
033400*    1200-POSICIONAR-CURSORES - CADA CURSOR PARA NA PRIMEIRA    *
033500*    LINHA POR CONTA DA SUA FOTO (SEM FOTO DO ANO ANTERIOR - O  *
033600*    HISTORICO COMECOU NO ANO-CALENDARIO - O CURSOR FICA NO     *
033700*    FIM E O SALDO INICIAL SAI ZERADO)                          *
033800***************************************************************
033900 1200-POSICIONAR-CURSORES.
034000     OPEN INPUT HIST-ANT-FILE.
034100     OPEN INPUT HIST-ANO-FILE.
034200     IF WS-DATA-FOTO-ANT = ZERO
034300         MOVE "Y" TO WS-ANT-FIM-SW
034400     ELSE
034500         PERFORM 3050-LER-ANT THRU 3050-LER-ANT-EXIT
034600         PERFORM 3050-LER-ANT THRU 3050-LER-ANT-EXIT
034700             UNTIL FIM-DO-BLOCO-ANT
034800             OR (HA-DATA = WS-DATA-FOTO-ANT
034900                 AND HA-CONTA NOT = SPACES)
035000     END-IF.
035100     PERFORM 3150-LER-ANO THRU 3150-LER-ANO-EXIT.
035200     PERFORM 3150-LER-ANO THRU 3150-LER-ANO-EXIT
035300         UNTIL FIM-DO-BLOCO-ANO
035400         OR (HB-DATA = WS-DATA-FOTO-ANO
035500             AND HB-CONTA NOT = SPACES).
035600 1200-POSICIONAR-CURSORES-EXIT.
035700     EXIT.
035800*
035900***************************************************************
036000*    2000-PROCESSAR-CLIENTE - SALDOS DE FIM DE ANO DO CLIENTE   *
036100*    NOS DOIS CURSORES E O ACUMULADO DO SEU CPF/CNPJ NO ANO;    *
036200*    INFORME PARA QUEM TEVE RENDIMENTO OU TEM SALDO             *
036300***************************************************************
036400 2000-PROCESSAR-CLIENTE.
036500     ADD 1 TO WS-QTDE-CLIENTES.
036600     MOVE ZERO TO WS-QTDE-CONTAS-CLI.
036700     MOVE "N" TO WS-TEM-SALDO-SW.
036800     MOVE "N" TO WS-TEM-IRF-SW.
036900     PERFORM 3000-SALDOS-ANO-ANTERIOR
037000         THRU 3000-SALDOS-ANO-ANTERIOR-EXIT.
037100     PERFORM 3100-SALDOS-ANO-BASE
037200         THRU 3100-SALDOS-ANO-BASE-EXIT.
037300     IF IRFONTE-DISPONIVEL AND CUST-CPF-CNPJ NOT = SPACES
037400         MOVE CUST-CPF-CNPJ TO IRF-CPF-CNPJ
037500         MOVE WS-ANO-BASE TO IRF-ANO
037600         READ IRFONTE-FILE
037700             INVALID KEY
037800                 CONTINUE
037900         END-READ
038000         IF IRF-OK
038100             MOVE "Y" TO WS-TEM-IRF-SW
038200             IF IRF-CUST-ID NOT = CUST-ID
038300                 DISPLAY "AVISO: IRFONTE DO CPF/CNPJ DE " CUST-ID
038400                     " ACUMULADO PELO CLIENTE " IRF-CUST-ID
038500             END-IF
038600         END-IF
038700     END-IF.
038800     IF CLIENTE-COM-SALDO OR CLIENTE-COM-IRF
038900         PERFORM 4000-IMPRIMIR-INFORME
039000             THRU 4000-IMPRIMIR-INFORME-EXIT
039100     END-IF.
039200     PERFORM 2100-LER-CLIENTE THRU 2100-LER-CLIENTE-EXIT.
039300 2000-PROCESSAR-CLIENTE-EXIT.
039400     EXIT.
039500*
039600***************************************************************
039700*    2100-LER-CLIENTE                                          *
039800***************************************************************
039900 2100-LER-CLIENTE.
040000     READ CUSTOMER-MASTER NEXT RECORD
040100         AT END
040200             MOVE "Y" TO WS-MASTER-EOF-SWITCH
040300     END-READ.
040400 2100-LER-CLIENTE-EXIT.
040500     EXIT.
040600*
040700***************************************************************
040800*    3000-SALDOS-ANO-ANTERIOR - PULA AS CONTAS DE CLIENTES QUE  *
040900*    NAO ESTAO MAIS NO MESTRE E GUARDA AS DO CLIENTE CORRENTE   *
041000***************************************************************
041100 3000-SALDOS-ANO-ANTERIOR.
041200     PERFORM 3060-AVANCAR-ANT THRU 3060-AVANCAR-ANT-EXIT
041300         UNTIL FIM-DO-BLOCO-ANT
041400         OR HA-CUST-ID NOT < CUST-ID.
041500 3000-SALDOS-ANO-ANTERIOR-LOOP.
041600     IF FIM-DO-BLOCO-ANT OR HA-CUST-ID NOT = CUST-ID
041700         GO TO 3000-SALDOS-ANO-ANTERIOR-EXIT
041800     END-IF.
041900     MOVE HA-CONTA TO WS-CONTA-PROCURADA.
042000     PERFORM 3200-ACHAR-CONTA THRU 3200-ACHAR-CONTA-EXIT.
042100     IF WS-IDX-ACHADO > ZERO
042200         MOVE HA-SALDO TO CCL-SALDO-ANT(WS-IDX-ACHADO)
042300         IF HA-SALDO NOT = ZERO
042400             MOVE "Y" TO WS-TEM-SALDO-SW
042500         END-IF
042600     END-IF.
042700     PERFORM 3060-AVANCAR-ANT THRU 3060-AVANCAR-ANT-EXIT.
042800     GO TO 3000-SALDOS-ANO-ANTERIOR-LOOP.
042900 3000-SALDOS-ANO-ANTERIOR-EXIT.
043000     EXIT.
043100*
043200***************************************************************
043300*    3050-LER-ANT                                              *
043400***************************************************************
043500 3050-LER-ANT.
043600     READ HIST-ANT-FILE
043700         AT END
043800             MOVE "Y" TO WS-ANT-FIM-SW
043900     END-READ.
044000 3050-LER-ANT-EXIT.
044100     EXIT.
044200*
044300***************************************************************
044400*    3060-AVANCAR-ANT - PROXIMA LINHA DA FOTO; A PRIMEIRA DE    *
044500*    OUTRO DIA (OU DE CLIENTE, SEM CONTA) ENCERRA O BLOCO       *
044600***************************************************************
044700 3060-AVANCAR-ANT.
044800     PERFORM 3050-LER-ANT THRU 3050-LER-ANT-EXIT.
044900     IF NOT FIM-DO-BLOCO-ANT
045000         IF HA-DATA NOT = WS-DATA-FOTO-ANT OR HA-CONTA = SPACES
045100             MOVE "Y" TO WS-ANT-FIM-SW
045200         END-IF
045300     END-IF.
045400 3060-AVANCAR-ANT-EXIT.
045500     EXIT.
045600*
045700***************************************************************
045800*    3100-SALDOS-ANO-BASE - MESMO CASAMENTO, NA FOTO DE FIM DO  *
045900*    ANO-CALENDARIO                                             *
046000***************************************************************
046100 3100-SALDOS-ANO-BASE.
046200     PERFORM 3160-AVANCAR-ANO THRU 3160-AVANCAR-ANO-EXIT
046300         UNTIL FIM-DO-BLOCO-ANO
046400         OR HB-CUST-ID NOT < CUST-ID.
046500 3100-SALDOS-ANO-BASE-LOOP.
046600     IF FIM-DO-BLOCO-ANO OR HB-CUST-ID NOT = CUST-ID
046700         GO TO 3100-SALDOS-ANO-BASE-EXIT
046800     END-IF.
046900     MOVE HB-CONTA TO WS-CONTA-PROCURADA.
047000     PERFORM 3200-ACHAR-CONTA THRU 3200-ACHAR-CONTA-EXIT.
047100     IF WS-IDX-ACHADO > ZERO
047200         MOVE HB-SALDO TO CCL-SALDO-ANO(WS-IDX-ACHADO)
047300         IF HB-SALDO NOT = ZERO
047400             MOVE "Y" TO WS-TEM-SALDO-SW
047500         END-IF
047600     END-IF.
047700     PERFORM 3160-AVANCAR-ANO THRU 3160-AVANCAR-ANO-EXIT.
047800     GO TO 3100-SALDOS-ANO-BASE-LOOP.
047900 3100-SALDOS-ANO-BASE-EXIT.
048000     EXIT.
048100*
048200***************************************************************
048300*    3150-LER-ANO                                              *
048400***************************************************************
048500 3150-LER-ANO.
048600     READ HIST-ANO-FILE
048700         AT END
048800             MOVE "Y" TO WS-ANO-FIM-SW
048900     END-READ.
049000 3150-LER-ANO-EXIT.
049100     EXIT.
049200*
049300***************************************************************
049400*    3160-AVANCAR-ANO                                          *
049500***************************************************************
049600 3160-AVANCAR-ANO.
049700     PERFORM 3150-LER-ANO THRU 3150-LER-ANO-EXIT.
049800     IF NOT FIM-DO-BLOCO-ANO
049900         IF HB-DATA NOT = WS-DATA-FOTO-ANO OR HB-CONTA = SPACES
050000             MOVE "Y" TO WS-ANO-FIM-SW
050100         END-IF
050200     END-IF.
050300 3160-AVANCAR-ANO-EXIT.
050400     EXIT.
050500*
050600***************************************************************
050700*    3200-ACHAR-CONTA - POSICAO DA CONTA WS-CONTA-PROCURADA NA  *
050800*    TABELA DO CLIENTE, ABRINDO UMA NOVA SE FOR A PRIMEIRA VEZ  *
050900*    (ZERO SE A TABELA ESTIVER CHEIA)                           *
051000***************************************************************
051100 3200-ACHAR-CONTA.
051200     MOVE ZERO TO WS-IDX-ACHADO.
051300     PERFORM 3250-COMPARAR-CONTA THRU 3250-COMPARAR-CONTA-EXIT
051400         VARYING WS-SUB FROM 1 BY 1
051500         UNTIL WS-SUB > WS-QTDE-CONTAS-CLI
051600         OR WS-IDX-ACHADO > ZERO.
051700     IF WS-IDX-ACHADO > ZERO
051800         GO TO 3200-ACHAR-CONTA-EXIT
051900     END-IF.
052000     IF WS-QTDE-CONTAS-CLI >= 10
052100         ADD 1 TO WS-QTDE-EXCEDENTES
052200         GO TO 3200-ACHAR-CONTA-EXIT
052300     END-IF.
052400     ADD 1 TO WS-QTDE-CONTAS-CLI.
052500     MOVE WS-QTDE-CONTAS-CLI TO WS-IDX-ACHADO.
052600     MOVE WS-CONTA-PROCURADA TO CCL-TIPO(WS-IDX-ACHADO).
052700     MOVE ZERO TO CCL-SALDO-ANT(WS-IDX-ACHADO).
052800     MOVE ZERO TO CCL-SALDO-ANO(WS-IDX-ACHADO).
052900 3200-ACHAR-CONTA-EXIT.
053000     EXIT.
053100*
053200***************************************************************
053300*    3250-COMPARAR-CONTA                                       *
053400***************************************************************
053500 3250-COMPARAR-CONTA.
053600     IF CCL-TIPO(WS-SUB) = WS-CONTA-PROCURADA
053700         MOVE WS-SUB TO WS-IDX-ACHADO
053800     END-IF.
053900 3250-COMPARAR-CONTA-EXIT.
054000     EXIT.
054100*
054200***************************************************************
054300*    4000-IMPRIMIR-INFORME - CARTA DO CLIENTE: IDENTIFICACAO,   *
054400*    ENDERECO DO CUSTADDR, SALDOS DE FIM DE ANO POR CONTA E OS  *
054500*    RENDIMENTOS DO ANO-CALENDARIO                              *
054600***************************************************************
054700 4000-IMPRIMIR-INFORME.
054800     ADD 1 TO WS-QTDE-INFORMES.
054900     MOVE ALL "=" TO PRINT-LINE.
055000     WRITE PRINT-LINE.
055100     MOVE 3 TO LB-QTDE-PARTES.
055200     MOVE "INFORME-RENDIMENTOS" TO LB-PARTE(1).
055300     MOVE "-ANO-CALENDARIO:" TO LB-PARTE(2).
055400     MOVE WS-ANO-BASE TO LB-PARTE(3).
055500     CALL "LINE-BUILDER" USING LB-PARAMETROS-LINHA.
055600     MOVE SPACES TO PRINT-LINE.
055700     MOVE LB-LINHA-SAIDA TO PRINT-LINE.
055800     WRITE PRINT-LINE.
055900     MOVE SPACES TO PRINT-LINE.
056000     STRING "AO CLIENTE " CUST-ID " " CUST-NOME
056100         DELIMITED BY SIZE INTO PRINT-LINE
056200     END-STRING.
056300     WRITE PRINT-LINE.
056400     MOVE SPACES TO PRINT-LINE.
056500     IF CUST-CPF-CNPJ = SPACES OR CUST-CPF-CNPJ(1:1) = "*"
056600         MOVE "CPF/CNPJ NAO INFORMADO" TO PRINT-LINE
056700     ELSE
056800         STRING "CPF/CNPJ " CUST-CPF-CNPJ
056900             DELIMITED BY SIZE INTO PRINT-LINE
057000         END-STRING
057100     END-IF.
057200     WRITE PRINT-LINE.
057300     IF ENDERECOS-DISPONIVEIS
057400         MOVE CUST-ID TO ADR-CUST-ID
057500         READ ADDRESS-FILE
057600             INVALID KEY
057700                 CONTINUE
057800         END-READ
057900         IF ADDR-OK
058000             MOVE SPACES TO PRINT-LINE
058100             STRING ADR-LOGRADOURO " " ADR-CIDADE "/"
058200                 ADR-UF " CEP " ADR-CEP
058300                 DELIMITED BY SIZE INTO PRINT-LINE
058400             END-STRING
058500             WRITE PRINT-LINE
058600         ELSE
058700             ADD 1 TO WS-QTDE-SEM-ENDERECO
058800         END-IF
058900     ELSE
059000         ADD 1 TO WS-QTDE-SEM-ENDERECO
059100     END-IF.
059200     IF HISTORICO-DISPONIVEL
059300         MOVE SPACES TO PRINT-LINE
059400         STRING "SALDOS POR CONTA EM 31/12/" WS-ANO-ANTERIOR
059500             " E EM 31/12/" WS-ANO-BASE ":"
059600             DELIMITED BY SIZE INTO PRINT-LINE
059700         END-STRING
059800         WRITE PRINT-LINE
059900         PERFORM 4100-IMPRIMIR-CONTA THRU 4100-IMPRIMIR-CONTA-EXIT
060000             VARYING WS-SUB FROM 1 BY 1
060100             UNTIL WS-SUB > WS-QTDE-CONTAS-CLI
060200         IF WS-QTDE-CONTAS-CLI = ZERO
060300             MOVE "  NENHUMA CONTA COM SALDO NAS DUAS DATAS."
060400                 TO PRINT-LINE
060500             WRITE PRINT-LINE
060600         END-IF
060700     END-IF.
060800     IF CLIENTE-COM-IRF
060900         PERFORM 4200-IMPRIMIR-RENDIMENTOS
061000             THRU 4200-IMPRIMIR-RENDIMENTOS-EXIT
061100     ELSE
061200         MOVE "NENHUM RENDIMENTO PAGO NO ANO-CALENDARIO."
061300             TO PRINT-LINE
061400         WRITE PRINT-LINE
061500     END-IF.
061600     MOVE SPACES TO PRINT-LINE.
061700     STRING "DOCUMENTO PARA A DECLARACAO DE AJUSTE ANUAL DO "
061800         "IMPOSTO DE RENDA DA PESSOA FISICA OU JURIDICA."
061900         DELIMITED BY SIZE INTO PRINT-LINE
062000     END-STRING.
062100     WRITE PRINT-LINE.
062200 4000-IMPRIMIR-INFORME-EXIT.
062300     EXIT.
062400*
062500***************************************************************
062600*    4100-IMPRIMIR-CONTA                                       *
062700***************************************************************
062800 4100-IMPRIMIR-CONTA.
062900     MOVE CCL-SALDO-ANT(WS-SUB) TO WS-SALDO-EDITADO.
063000     MOVE CCL-SALDO-ANO(WS-SUB) TO WS-SALDO-EDITADO-2.
063100     MOVE SPACES TO PRINT-LINE.
063200     STRING "  CONTA " CCL-TIPO(WS-SUB)
063300         "   R$ " WS-SALDO-EDITADO
063400         "   R$ " WS-SALDO-EDITADO-2
063500         DELIMITED BY SIZE INTO PRINT-LINE
063600     END-STRING.
063700     WRITE PRINT-LINE.
063800 4100-IMPRIMIR-CONTA-EXIT.
063900     EXIT.
064000*
064100***************************************************************
064200*    4200-IMPRIMIR-RENDIMENTOS - APLICACAO (TRIBUTACAO          *
064300*    EXCLUSIVA NA FONTE) E POUPANCA (ISENTO)                    *
064400***************************************************************
064500 4200-IMPRIMIR-RENDIMENTOS.
064600     ADD 1 TO WS-QTDE-COM-IRF.
064700     ADD IRF-REND-BRUTO TO WS-TOTAL-REND-BRUTO.
064800     ADD IRF-IR-RETIDO TO WS-TOTAL-IR-RETIDO.
064900     ADD IRF-REND-ISENTO TO WS-TOTAL-REND-ISENTO.
065000     MOVE SPACES TO PRINT-LINE.
065100     STRING "RENDIMENTOS DE APLICACAO - TRIBUTACAO EXCLUSIVA "
065200         "NA FONTE:"
065300         DELIMITED BY SIZE INTO PRINT-LINE
065400     END-STRING.
065500     WRITE PRINT-LINE.
065600     MOVE IRF-REND-BRUTO TO WS-VALOR-EDITADO.
065700     MOVE SPACES TO PRINT-LINE.
065800     STRING "  RENDIMENTO BRUTO PAGO ....: R$ " WS-VALOR-EDITADO
065900         DELIMITED BY SIZE INTO PRINT-LINE
066000     END-STRING.
066100     WRITE PRINT-LINE.
066200     MOVE IRF-IR-RETIDO TO WS-VALOR-EDITADO.
066300     MOVE SPACES TO PRINT-LINE.
066400     STRING "  IMPOSTO RETIDO NA FONTE ..: R$ " WS-VALOR-EDITADO
066500         DELIMITED BY SIZE INTO PRINT-LINE
066600     END-STRING.
066700     WRITE PRINT-LINE.
066800     MOVE IRF-REND-ISENTO TO WS-VALOR-EDITADO.
066900     MOVE SPACES TO PRINT-LINE.
067000     STRING "RENDIMENTOS ISENTOS (POUPANCA) .: R$ "
067100         WS-VALOR-EDITADO
067200         DELIMITED BY SIZE INTO PRINT-LINE
067300     END-STRING.
067400     WRITE PRINT-LINE.
067500 4200-IMPRIMIR-RENDIMENTOS-EXIT.
067600     EXIT.
067700*
067800***************************************************************
067900*    9000-FINALIZAR                                            *
068000***************************************************************
068100 9000-FINALIZAR.
068200     CLOSE CUSTOMER-MASTER.
068300     IF PRINT-FILE-OK
068400         CLOSE PRINT-FILE
068500     END-IF.
068600     IF IRFONTE-DISPONIVEL
068700         CLOSE IRFONTE-FILE
068800     END-IF.
068900     IF ENDERECOS-DISPONIVEIS
069000         CLOSE ADDRESS-FILE
069100     END-IF.
069200     IF HISTORICO-DISPONIVEL
069300         CLOSE HIST-ANT-FILE
069400         CLOSE HIST-ANO-FILE
069500     END-IF.
069600     DISPLAY "====== INFORME DE RENDIMENTOS ======".
069700     DISPLAY "ANO-CALENDARIO .....: " WS-ANO-BASE.
069800     DISPLAY "FOTO FIM ANO ANTER. : " WS-DATA-FOTO-ANT.
069900     DISPLAY "FOTO FIM DO ANO ....: " WS-DATA-FOTO-ANO.
070000     DISPLAY "CLIENTES LIDOS .....: " WS-QTDE-CLIENTES.
070100     DISPLAY "INFORMES EMITIDOS ..: " WS-QTDE-INFORMES.
070200     DISPLAY "COM RENDIMENTOS ....: " WS-QTDE-COM-IRF.
070300     DISPLAY "REND. BRUTO APLIC. .: " WS-TOTAL-REND-BRUTO.
070400     DISPLAY "IR RETIDO NA FONTE .: " WS-TOTAL-IR-RETIDO.
070500     DISPLAY "REND. ISENTO POUP. .: " WS-TOTAL-REND-ISENTO.
070600     DISPLAY "SEM ENDERECO .......: " WS-QTDE-SEM-ENDERECO.
070700     DISPLAY "CONTAS FORA TABELA .: " WS-QTDE-EXCEDENTES.
070800     IF NOT IRFONTE-DISPONIVEL OR NOT HISTORICO-DISPONIVEL
070900         OR WS-QTDE-EXCEDENTES > ZERO
071000         MOVE 4 TO RETURN-CODE
071100     END-IF.
071200 9000-FINALIZAR-EXIT.
071300     EXIT.
