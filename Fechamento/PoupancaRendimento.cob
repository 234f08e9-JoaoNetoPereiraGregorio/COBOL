000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    POUPANCA-RENDIMENTO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RENDIMENTO DA POUPANCA NO ANIVERSARIO. O
001200*                       ACUMULO-MENSAL SO CREDITAVA UM PERCENTUAL
001300*                       DE FIM DE MES POR STATUS DO CLIENTE; A
001400*                       CONTA POUPANCA ("PP" NO CUSTACCT) RENDE NO
001500*                       DIA DO SEU ANIVERSARIO (O DIA DA DATA DE
001600*                       ABERTURA; ABERTURA NOS DIAS 29 A 31
001700*                       ANIVERSARIA NO DIA 1), ROLADO PARA O
001800*                       PROXIMO DIA UTIL PELO CAL-BUSINESS-DAY,
001900*                       SOBRE O MENOR SALDO DA CONTA NO CICLO (DO
002000*                       ANIVERSARIO ANTERIOR ATE A VESPERA DESTE),
002100*                       TIRADO DAS LINHAS POR CONTA DO BALHIST, A
002200*                       TAXA MENSAL VIGENTE NO ANIVERSARIO
002300*                       (TABELA POUPTAXA). O RENDIMENTO SAI COMO
002400*                       CREDITO "C" NA CONTA "PP", MOTIVO "RPOU"
002500*                       (ORIGEM "RENDPOUP" NO JOURNAL), NO
002600*                       RENDPOST - LAYOUT DO CLIMSTTX COM
002700*                       HEADER/TRAILER DE HDRTRL.CPY - PELO
002800*                       CAMINHO NORMAL DO CLIENTE-MESTRE-MAINT; A
002900*                       BASE E A TAXA FICAM NO REGISTRO POUPREND
003000*                       (VER RENDREG.CPY), QUE SUSTENTA A LINHA DO
003100*                       EXTRATO E BARRA CREDITO REPETIDO NA
003200*                       REEXECUCAO DO DIA. CONTA ANTIGA SEM DATA
003300*                       DE ABERTURA GANHA A DATA DE HOJE (O
003400*                       PRIMEIRO CICLO COMECA AGORA). CICLO SEM
003500*                       HISTORICO NAO CREDITA E DEVOLVE RC 4.
003600*                       RELATORIO RENDPRT.
003700***************************************************************
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RATE-TABLE-FILE ASSIGN TO "POUPTAXA"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RATE-FILE-STATUS.
004500     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS ACC-CHAVE
004900         FILE STATUS IS WS-ACCT-FILE-STATUS.
005000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CUST-ID
005400         ALTERNATE RECORD KEY IS CUST-NOME
005500             WITH DUPLICATES
005600         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005700         FILE STATUS IS WS-MASTER-FILE-STATUS.
005800     SELECT HISTORY-FILE ASSIGN TO "BALHIST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-HIST-FILE-STATUS.
006100     SELECT REND-FILE ASSIGN TO "POUPREND"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS REN-CHAVE
006500         FILE STATUS IS WS-REND-FILE-STATUS.
006600     SELECT POSTING-OUT-FILE ASSIGN TO "RENDPOST"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-POSTING-FILE-STATUS.
006900     SELECT PRINT-FILE ASSIGN TO "RENDPRT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PRINT-FILE-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500*
007600*    TABELA DE TAXAS DA POUPANCA: UMA LINHA POR MUDANCA DE TAXA
007700*    (INICIO DA VIGENCIA AAAAMMDD E PERCENTUAL AO MES), MANTIDA
007800*    PELA TESOURARIA; VALE A DE VIGENCIA MAIS RECENTE QUE NAO
007900*    PASSE DO ANIVERSARIO
008000 FD  RATE-TABLE-FILE
008100     RECORDING MODE IS F.
008200 01  RATE-TABLE-RECORD.
008300     05  PTX-VIGENCIA        PIC 9(08).
008400     05  FILLER              PIC X(01).
008500     05  PTX-TAXA            PIC 9(03)V9(04).
008600*
008700 FD  ACCOUNT-FILE.
008800*    SUB-RAZAO DE CONTAS POR CLIENTE (VER COPYBOOKS/ACCTREC.CPY)
008900 COPY "ACCTREC.cpy".
009000*
009100 FD  CUSTOMER-MASTER.
009200*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009300 COPY "CUSTREC.cpy".
009400*
009500*    MESMO LAYOUT GRAVADO PELO SALDO-HIST-APPEND
009600 FD  HISTORY-FILE
009700     RECORDING MODE IS F.
009800 01  HISTORY-RECORD.
009900     05  BH-DATA             PIC 9(08).
010000     05  FILLER              PIC X(01).
010100     05  BH-CUST-ID          PIC X(10).
010200     05  FILLER              PIC X(01).
010300     05  BH-STATUS           PIC X(01).
010400     05  FILLER              PIC X(01).
010500     05  BH-SALDO            PIC S9(7)V99
010600         SIGN IS LEADING SEPARATE.
010700     05  FILLER              PIC X(01).
010800     05  BH-MOEDA            PIC X(03).
010900     05  FILLER              PIC X(01).
011000     05  BH-CONTA            PIC X(02).
011100     05  FILLER              PIC X(11).
011200*
011300 FD  REND-FILE.
011400*    RENDIMENTOS CREDITADOS (VER COPYBOOKS/RENDREG.CPY)
011500 COPY "RENDREG.cpy".
011600*
011700 FD  POSTING-OUT-FILE
011800     RECORDING MODE IS F.
011900*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
012000*    POSTREG.CPY) - O RENDIMENTO ENTRA PELO CAMINHO NORMAL DE
012100*    POSTAGEM, NA CONTA "PP"
012200 COPY "POSTREG.cpy".
012300*
012400 FD  PRINT-FILE
012500     RECORDING MODE IS F.
012600 01  PRINT-LINE              PIC X(132).
012700*
012800 WORKING-STORAGE SECTION.
012900*
013000 77  WS-RATE-FILE-STATUS     PIC X(02) VALUE ZEROS.
013100     88  RATE-FILE-OK        VALUE "00".
013200 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
013300     88  ACCT-OK             VALUE "00".
013400 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
013500     88  MASTER-OK           VALUE "00".
013600 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE ZEROS.
013700     88  HIST-FILE-OK        VALUE "00".
013800 77  WS-REND-FILE-STATUS     PIC X(02) VALUE ZEROS.
013900     88  REND-OK             VALUE "00".
014000     88  REND-JA-EXISTE      VALUE "22".
014100     88  REND-NAO-ACHADO     VALUE "23", "35".
014200 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
014300     88  POSTING-FILE-OK     VALUE "00".
014400 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
014500     88  PRINT-FILE-OK       VALUE "00".
014600*
014700 77  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
014800     88  FIM-DA-TABELA       VALUE "Y".
014900 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
015000     88  FIM-DAS-CONTAS      VALUE "Y".
015100 77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
015200     88  FIM-DO-HISTORICO    VALUE "Y".
015300 77  WS-ANIV-SW              PIC X(01) VALUE "N".
015400     88  ANIVERSARIO-TRATADO VALUE "Y".
015500 77  WS-DIA-UTIL-SW          PIC X(01) VALUE "N".
015600     88  HOJE-DIA-UTIL       VALUE "Y".
015700*
015800***************************************************************
015900*    TABELA DE TAXAS DA POUPANCA
016000***************************************************************
016100 77  WS-QTDE-TAXAS           PIC 9(03) COMP VALUE ZERO.
016200 01  TABELA-TAXAS.
016300     05  TXP-ENTRY OCCURS 120 TIMES
016400         DEPENDING ON WS-QTDE-TAXAS.
016500         10  TXP-VIGENCIA    PIC 9(08).
016600         10  TXP-TAXA        PIC 9(03)V9(04).
016700 77  WS-TAXA-SUB             PIC 9(03) COMP VALUE ZERO.
016800 77  WS-VIGENCIA-ACHADA      PIC 9(08) VALUE ZERO.
016900 77  WS-TAXA-VIGENTE         PIC 9(03)V9(04) VALUE ZERO.
017000*
017100***************************************************************
017200*    CONTAS QUE ANIVERSARIAM HOJE (CUSTACCT EM ORDEM DE CHAVE)
017300*    COM O MENOR SALDO DO CICLO APURADO NO BALHIST
017400***************************************************************
017500 77  WS-QTDE-ANIV            PIC 9(05) COMP VALUE ZERO.
017600 01  TABELA-ANIVERSARIOS.
017700     05  ANV-ENTRY OCCURS 9999 TIMES
017800         DEPENDING ON WS-QTDE-ANIV.
017900         10  ANV-CUST-ID     PIC X(10).
018000         10  ANV-DATA-ANIV   PIC 9(08).
018100         10  ANV-INICIO-CICLO PIC 9(08).
018200         10  ANV-SALDO-MIN   PIC S9(9)V99 COMP-3.
018300         10  ANV-QTDE-DIAS   PIC 9(03) COMP.
018400 77  WS-SUB                  PIC 9(05) COMP VALUE ZERO.
018500 77  WS-IDX-ACHADO           PIC 9(05) COMP VALUE ZERO.
018600 77  WS-MENOR-INICIO         PIC 9(08) VALUE 99999999.
018700 77  WS-MAIOR-ANIV           PIC 9(08) VALUE ZERO.
018800*
018900***************************************************************
019000*    CALCULO DO ANIVERSARIO
019100***************************************************************
019200 01  WS-DATA-TRAB.
019300     05  WS-TRAB-ANO         PIC 9(04).
019400     05  WS-TRAB-MES         PIC 9(02).
019500     05  WS-TRAB-DIA         PIC 9(02).
019600 01  WS-DATA-TRAB-N REDEFINES WS-DATA-TRAB PIC 9(08).
019700 77  WS-DATA-ABERTURA        PIC 9(08) VALUE ZERO.
019800 77  WS-DIA-ANIV             PIC 9(02) VALUE ZERO.
019900 77  WS-CANDIDATO            PIC 9(08) VALUE ZERO.
020000 77  WS-RENDIMENTO           PIC 9(07)V99 VALUE ZERO.
020100*
020200***************************************************************
020300*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
020400*    COPYBOOKS/HDRTRL.CPY)
020500***************************************************************
020600 COPY "HDRTRL.cpy".
020700 01  WS-HEADER-SAIDA.
020800     05  FILLER              PIC X(02) VALUE "H ".
020900     05  WSH-DATA            PIC 9(08).
021000     05  FILLER              PIC X(01) VALUE SPACE.
021100     05  WSH-ORIGEM          PIC X(08) VALUE "RENDPOUP".
021200 01  WS-TRAILER-SAIDA.
021300     05  FILLER              PIC X(02) VALUE "T ".
021400     05  WST-QTDE            PIC 9(07).
021500     05  FILLER              PIC X(01) VALUE SPACE.
021600     05  WST-HASH            PIC 9(13).
021700*
021800***************************************************************
021900*    TOTAIS DE CONTROLE
022000***************************************************************
022100 77  WS-QTDE-CONTAS-LIDAS    PIC 9(07) COMP VALUE ZERO.
022200 77  WS-QTDE-POUPANCAS       PIC 9(07) COMP VALUE ZERO.
022300 77  WS-QTDE-ADOTADAS        PIC 9(07) COMP VALUE ZERO.
022400 77  WS-QTDE-CICLO-INCOMPL   PIC 9(07) COMP VALUE ZERO.
022500 77  WS-QTDE-EXCEDENTES      PIC 9(07) COMP VALUE ZERO.
022600 77  WS-QTDE-CREDITADAS      PIC 9(07) COMP VALUE ZERO.
022700 77  WS-QTDE-SEM-HISTORICO   PIC 9(07) COMP VALUE ZERO.
022800 77  WS-QTDE-SEM-SALDO       PIC 9(07) COMP VALUE ZERO.
022900 77  WS-QTDE-SEM-TAXA        PIC 9(07) COMP VALUE ZERO.
023000 77  WS-QTDE-CLIENTE-INAPTO  PIC 9(07) COMP VALUE ZERO.
023100 77  WS-QTDE-JA-CREDITADAS   PIC 9(07) COMP VALUE ZERO.
023200 77  WS-TOTAL-RENDIMENTO     PIC 9(11)V99 VALUE ZERO.
023300*
023400***************************************************************
023500*    CAMPOS EDITADOS DO RELATORIO
023600***************************************************************
023700 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
023800 77  WS-SALDO-EDITADO        PIC -(7)9.99.
023900 77  WS-TAXA-EDITADA         PIC ZZ9.9999.
024000 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
024100 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
024200*
024300***************************************************************
024400*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
024500*    COPYBOOKS/RPTWRT.CPY)
024600***************************************************************
024700 COPY "RPTWRT.cpy".
024800 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
024900*
025000***************************************************************
025100*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
025200***************************************************************
025300 COPY "CALHDL.cpy".
025400*
025500***************************************************************
025600*    DATA/HORA DE EXECUCAO (VER COPYBOOKS/RUNDATE.CPY)
025700***************************************************************
025800 COPY "RUNDATE.cpy".
025900*
026000***************************************************************
026100*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
026200***************************************************************
026300 COPY "ERRHDL.cpy".
026400*
026500 PROCEDURE DIVISION.
026600*
026700***************************************************************
026800*    0000-MAINLINE                                             *
026900***************************************************************
027000 0000-MAINLINE.
027100     MOVE ZERO TO RETURN-CODE.
027200     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
027300     ACCEPT RUN-HORA FROM TIME.
027400     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
027500     IF RETURN-CODE NOT = ZERO
027600         GO TO 0000-MAINLINE-FIM
027700     END-IF.
027800*    FORA DE DIA UTIL NENHUM ANIVERSARIO CAI HOJE (TODOS ROLAM
027900*    PARA O PROXIMO UTIL) - O RENDPOST SAI SO COM HEADER/TRAILER
028000     SET CAL-ACAO-EH-UTIL TO TRUE.
028100     MOVE RUN-DATA TO CAL-DATA-1.
028200     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
028300     IF CAL-RC = ZERO AND CAL-EH-UTIL = "S"
028400         MOVE "Y" TO WS-DIA-UTIL-SW
028500     ELSE
028600         DISPLAY "HOJE NAO E DIA UTIL - NENHUM ANIVERSARIO DE "
028700             "POUPANCA A CREDITAR."
028800     END-IF.
028900     IF HOJE-DIA-UTIL
029000         PERFORM 2000-SELECIONAR-CONTAS
029100             THRU 2000-SELECIONAR-CONTAS-EXIT
029200         PERFORM 3000-APURAR-SALDO-MINIMO
029300             THRU 3000-APURAR-SALDO-MINIMO-EXIT
029400         PERFORM 4000-CREDITAR-RENDIMENTO
029500             THRU 4000-CREDITAR-RENDIMENTO-EXIT
029600             VARYING WS-SUB FROM 1 BY 1
029700             UNTIL WS-SUB > WS-QTDE-ANIV
029800     END-IF.
029900     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
030000 0000-MAINLINE-FIM.
030100     STOP RUN.
030200*
030300***************************************************************
030400*    1000-INICIALIZAR - POUPTAXA, CUSTACCT, CUSTMAST, BALHIST,  *
030500*    POUPREND E RENDPOST SAO TODOS OBRIGATORIOS                 *
030600***************************************************************
030700 1000-INICIALIZAR.
030800     PERFORM 1100-CARREGAR-TAXAS THRU 1100-CARREGAR-TAXAS-EXIT.
030900     IF RETURN-CODE NOT = ZERO
031000         GO TO 1000-INICIALIZAR-EXIT
031100     END-IF.
031200     OPEN I-O ACCOUNT-FILE.
031300     IF NOT ACCT-OK
031400         MOVE "RENDPOUP" TO ERR-PROGRAMA
031500         SET ERR-TIPO-ARQUIVO TO TRUE
031600         MOVE "ABERTURA DO ARQUIVO CUSTACCT" TO ERR-CONTEXTO
031700         MOVE WS-ACCT-FILE-STATUS TO ERR-FILE-STATUS
031800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 1000-INICIALIZAR-EXIT
032100     END-IF.
032200     OPEN INPUT CUSTOMER-MASTER.
032300     IF NOT MASTER-OK
032400         MOVE "RENDPOUP" TO ERR-PROGRAMA
032500         SET ERR-TIPO-ARQUIVO TO TRUE
032600         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
032700         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
032800         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
032900         CLOSE ACCOUNT-FILE
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 1000-INICIALIZAR-EXIT
033200     END-IF.
033300     OPEN INPUT HISTORY-FILE.
033400     IF NOT HIST-FILE-OK
033500         MOVE "RENDPOUP" TO ERR-PROGRAMA
033600         SET ERR-TIPO-ARQUIVO TO TRUE
033700         MOVE "ABERTURA DO ARQUIVO BALHIST" TO ERR-CONTEXTO
033800         MOVE WS-HIST-FILE-STATUS TO ERR-FILE-STATUS
033900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
034000         CLOSE ACCOUNT-FILE
034100         CLOSE CUSTOMER-MASTER
034200         MOVE 16 TO RETURN-CODE
034300         GO TO 1000-INICIALIZAR-EXIT
034400     END-IF.
034500     OPEN I-O REND-FILE.
034600     IF REND-NAO-ACHADO
034700         OPEN OUTPUT REND-FILE
034800         CLOSE REND-FILE
034900         OPEN I-O REND-FILE
035000     END-IF.
035100     IF NOT REND-OK
035200         MOVE "RENDPOUP" TO ERR-PROGRAMA
035300         SET ERR-TIPO-ARQUIVO TO TRUE
035400         MOVE "ABERTURA DO ARQUIVO POUPREND" TO ERR-CONTEXTO
035500         MOVE WS-REND-FILE-STATUS TO ERR-FILE-STATUS
035600         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
035700         CLOSE ACCOUNT-FILE
035800         CLOSE CUSTOMER-MASTER
035900         CLOSE HISTORY-FILE
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 1000-INICIALIZAR-EXIT
036200     END-IF.
036300     OPEN OUTPUT POSTING-OUT-FILE.
036400     IF NOT POSTING-FILE-OK
036500         MOVE "RENDPOUP" TO ERR-PROGRAMA
036600         SET ERR-TIPO-ARQUIVO TO TRUE
036700         MOVE "ABERTURA DO ARQUIVO RENDPOST" TO ERR-CONTEXTO
036800         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
036900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
037000         CLOSE ACCOUNT-FILE
037100         CLOSE CUSTOMER-MASTER
037200         CLOSE HISTORY-FILE
037300         CLOSE REND-FILE
037400         MOVE 16 TO RETURN-CODE
037500         GO TO 1000-INICIALIZAR-EXIT
037600     END-IF.
037700     MOVE RUN-DATA TO WSH-DATA.
037800     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
037900     WRITE POSTING-OUT-RECORD.
038000     OPEN OUTPUT PRINT-FILE.
038100     MOVE "RENDIMENTO DA POUPANCA NO ANIVERSARIO" TO RPT-TITULO.
038200     MOVE ZERO TO RPT-LINHAS-POR-PAG.
038300     SET RPT-ACAO-INICIAR TO TRUE.
038400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
038500     PERFORM 8000-GRAVAR-LINHAS-RPT
038600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
038700 1000-INICIALIZAR-EXIT.
038800     EXIT.
038900*
039000***************************************************************
039100*    1100-CARREGAR-TAXAS                                       *
039200***************************************************************
039300 1100-CARREGAR-TAXAS.
039400     OPEN INPUT RATE-TABLE-FILE.
039500     IF NOT RATE-FILE-OK
039600         MOVE "RENDPOUP" TO ERR-PROGRAMA
039700         SET ERR-TIPO-ARQUIVO TO TRUE
039800         MOVE "ABERTURA DO ARQUIVO POUPTAXA" TO ERR-CONTEXTO
039900         MOVE WS-RATE-FILE-STATUS TO ERR-FILE-STATUS
040000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
040100         MOVE 16 TO RETURN-CODE
040200         GO TO 1100-CARREGAR-TAXAS-EXIT
040300     END-IF.
040400     PERFORM 1150-LER-TAXA THRU 1150-LER-TAXA-EXIT.
040500     PERFORM 1200-GUARDAR-TAXA THRU 1200-GUARDAR-TAXA-EXIT
040600         UNTIL FIM-DA-TABELA OR WS-QTDE-TAXAS >= 120.
040700     CLOSE RATE-TABLE-FILE.
040800     IF WS-QTDE-TAXAS = ZERO
040900         DISPLAY "POUPTAXA SEM LINHAS VALIDAS - NADA A CREDITAR."
041000         MOVE 16 TO RETURN-CODE
041100     END-IF.
041200 1100-CARREGAR-TAXAS-EXIT.
041300     EXIT.
041400*
041500***************************************************************
041600*    1150-LER-TAXA                                             *
041700***************************************************************
041800 1150-LER-TAXA.
041900     READ RATE-TABLE-FILE
042000         AT END
042100             MOVE "Y" TO WS-RATE-EOF-SWITCH
042200     END-READ.
042300 1150-LER-TAXA-EXIT.
042400     EXIT.
042500*
042600***************************************************************
042700*    1200-GUARDAR-TAXA                                         *
042800***************************************************************
042900 1200-GUARDAR-TAXA.
043000     IF PTX-VIGENCIA NUMERIC AND PTX-VIGENCIA > ZERO
043100         AND PTX-TAXA NUMERIC
043200         ADD 1 TO WS-QTDE-TAXAS
043300         MOVE PTX-VIGENCIA TO TXP-VIGENCIA(WS-QTDE-TAXAS)
043400         MOVE PTX-TAXA TO TXP-TAXA(WS-QTDE-TAXAS)
043500     ELSE
043600         DISPLAY "LINHA INVALIDA NO POUPTAXA IGNORADA: "
043700             RATE-TABLE-RECORD
043800     END-IF.
043900     PERFORM 1150-LER-TAXA THRU 1150-LER-TAXA-EXIT.
044000 1200-GUARDAR-TAXA-EXIT.
044100     EXIT.
044200*
044300***************************************************************
044400*    2000-SELECIONAR-CONTAS - VARRE O CUSTACCT E GUARDA AS      *
044500*    POUPANCAS CUJO ANIVERSARIO (ROLADO) CAI HOJE               *
044600***************************************************************
044700 2000-SELECIONAR-CONTAS.
044800     PERFORM 2050-LER-CONTA THRU 2050-LER-CONTA-EXIT.
044900     PERFORM 2100-AVALIAR-CONTA THRU 2100-AVALIAR-CONTA-EXIT
045000         UNTIL FIM-DAS-CONTAS.
045100 2000-SELECIONAR-CONTAS-EXIT.
045200     EXIT.
045300*
045400***************************************************************
045500*    2050-LER-CONTA                                            *
045600***************************************************************
045700 2050-LER-CONTA.
045800     READ ACCOUNT-FILE
045900         AT END
046000             MOVE "Y" TO WS-ACCT-EOF-SWITCH
046100     END-READ.
046200 2050-LER-CONTA-EXIT.
046300     EXIT.
046400*
046500***************************************************************
046600*    2100-AVALIAR-CONTA - O ANIVERSARIO DESTE MES OU O DO MES   *
046700*    PASSADO (ROLADO DE FIM DE SEMANA/FERIADO NA VIRADA) PODE   *
046800*    CAIR HOJE; CONTA SEM DATA DE ABERTURA E ADOTADA COM A DATA *
046900*    DE HOJE E SO RENDE NO PROXIMO CICLO                        *
047000***************************************************************
047100 2100-AVALIAR-CONTA.
047200     ADD 1 TO WS-QTDE-CONTAS-LIDAS.
047300     IF NOT ACC-POUPANCA
047400         GO TO 2100-AVALIAR-CONTA-LER
047500     END-IF.
047600     ADD 1 TO WS-QTDE-POUPANCAS.
047700     IF ACC-DATA-ABERTURA NOT NUMERIC
047800         MOVE RUN-DATA TO ACC-DATA-ABERTURA
047900         REWRITE ACCOUNT-RECORD
048000         IF ACCT-OK
048100             ADD 1 TO WS-QTDE-ADOTADAS
048200         ELSE
048300             DISPLAY "ERRO AO REGRAVAR CONTA " ACC-CUST-ID "/"
048400                 ACC-TIPO " - STATUS: " WS-ACCT-FILE-STATUS
048500         END-IF
048600         GO TO 2100-AVALIAR-CONTA-LER
048700     END-IF.
048800     MOVE ACC-DATA-ABERTURA TO WS-DATA-ABERTURA.
048900     MOVE ACC-DATA-ABERTURA(7:2) TO WS-DIA-ANIV.
049000     IF WS-DIA-ANIV > 28
049100         MOVE 1 TO WS-DIA-ANIV
049200     END-IF.
049300     MOVE "N" TO WS-ANIV-SW.
049400     MOVE RUN-ANO TO WS-TRAB-ANO.
049500     MOVE RUN-MES TO WS-TRAB-MES.
049600     MOVE WS-DIA-ANIV TO WS-TRAB-DIA.
049700     PERFORM 2200-TESTAR-CANDIDATO
049800         THRU 2200-TESTAR-CANDIDATO-EXIT.
049900     IF NOT ANIVERSARIO-TRATADO
050000         MOVE RUN-ANO TO WS-TRAB-ANO
050100         MOVE RUN-MES TO WS-TRAB-MES
050200         MOVE WS-DIA-ANIV TO WS-TRAB-DIA
050300         PERFORM 2300-MES-ANTERIOR THRU 2300-MES-ANTERIOR-EXIT
050400         PERFORM 2200-TESTAR-CANDIDATO
050500             THRU 2200-TESTAR-CANDIDATO-EXIT
050600     END-IF.
050700 2100-AVALIAR-CONTA-LER.
050800     PERFORM 2050-LER-CONTA THRU 2050-LER-CONTA-EXIT.
050900 2100-AVALIAR-CONTA-EXIT.
051000     EXIT.
051100*
051200***************************************************************
051300*    2200-TESTAR-CANDIDATO - O ANIVERSARIO NOMINAL EM           *
051400*    WS-DATA-TRAB, ROLADO PARA O PROXIMO DIA UTIL, E HOJE? O    *
051500*    CICLO COMECA UM MES ANTES E PRECISA CABER DEPOIS DA        *
051600*    ABERTURA DA CONTA                                          *
051700***************************************************************
051800 2200-TESTAR-CANDIDATO.
051900     MOVE WS-DATA-TRAB-N TO WS-CANDIDATO.
052000     IF WS-CANDIDATO > RUN-DATA
052100         GO TO 2200-TESTAR-CANDIDATO-EXIT
052200     END-IF.
052300     SET CAL-ACAO-PROXIMO TO TRUE.
052400     MOVE WS-CANDIDATO TO CAL-DATA-1.
052500     CALL "CAL-BUSINESS-DAY" USING CAL-PARAMETROS.
052600     IF CAL-RC NOT = ZERO OR CAL-RESULTADO-DATA NOT = RUN-DATA
052700         GO TO 2200-TESTAR-CANDIDATO-EXIT
052800     END-IF.
052900     MOVE "Y" TO WS-ANIV-SW.
053000     PERFORM 2300-MES-ANTERIOR THRU 2300-MES-ANTERIOR-EXIT.
053100     IF WS-DATA-TRAB-N < WS-DATA-ABERTURA
053200         ADD 1 TO WS-QTDE-CICLO-INCOMPL
053300         GO TO 2200-TESTAR-CANDIDATO-EXIT
053400     END-IF.
053500     IF WS-QTDE-ANIV >= 9999
053600         ADD 1 TO WS-QTDE-EXCEDENTES
053700         DISPLAY "AVISO: TABELA DE ANIVERSARIOS CHEIA - CONTA "
053800             ACC-CUST-ID " NAO CREDITADA."
053900         GO TO 2200-TESTAR-CANDIDATO-EXIT
054000     END-IF.
054100     ADD 1 TO WS-QTDE-ANIV.
054200     MOVE ACC-CUST-ID TO ANV-CUST-ID(WS-QTDE-ANIV).
054300     MOVE WS-CANDIDATO TO ANV-DATA-ANIV(WS-QTDE-ANIV).
054400     MOVE WS-DATA-TRAB-N TO ANV-INICIO-CICLO(WS-QTDE-ANIV).
054500     MOVE ZERO TO ANV-SALDO-MIN(WS-QTDE-ANIV).
054600     MOVE ZERO TO ANV-QTDE-DIAS(WS-QTDE-ANIV).
054700     IF WS-DATA-TRAB-N < WS-MENOR-INICIO
054800         MOVE WS-DATA-TRAB-N TO WS-MENOR-INICIO
054900     END-IF.
055000     IF WS-CANDIDATO > WS-MAIOR-ANIV
055100         MOVE WS-CANDIDATO TO WS-MAIOR-ANIV
055200     END-IF.
055300 2200-TESTAR-CANDIDATO-EXIT.
055400     EXIT.
055500*
055600***************************************************************
055700*    2300-MES-ANTERIOR - RECUA WS-DATA-TRAB UM MES (O DIA E NO  *
055800*    MAXIMO 28, ENTAO E SEMPRE VALIDO)                          *
055900***************************************************************
056000 2300-MES-ANTERIOR.
056100     IF WS-TRAB-MES = 1
056200         MOVE 12 TO WS-TRAB-MES
056300         SUBTRACT 1 FROM WS-TRAB-ANO
056400     ELSE
056500         SUBTRACT 1 FROM WS-TRAB-MES
056600     END-IF.
056700 2300-MES-ANTERIOR-EXIT.
056800     EXIT.
056900*
057000***************************************************************
057100*    3000-APURAR-SALDO-MINIMO - UMA PASSADA NO BALHIST: CADA    *
057200*    LINHA "PP" DENTRO DO CICLO DE UMA CONTA DA TABELA ENTRA NO *
057300*    MENOR SALDO DELA                                           *
057400***************************************************************
057500 3000-APURAR-SALDO-MINIMO.
057600     IF WS-QTDE-ANIV = ZERO
057700         GO TO 3000-APURAR-SALDO-MINIMO-EXIT
057800     END-IF.
057900     PERFORM 3050-LER-HISTORICO THRU 3050-LER-HISTORICO-EXIT.
058000     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
058100         UNTIL FIM-DO-HISTORICO.
058200 3000-APURAR-SALDO-MINIMO-EXIT.
058300     EXIT.
058400*
058500***************************************************************
058600*    3050-LER-HISTORICO                                        *
058700***************************************************************
058800 3050-LER-HISTORICO.
058900     READ HISTORY-FILE
059000         AT END
059100             MOVE "Y" TO WS-HIST-EOF-SWITCH
059200     END-READ.
059300 3050-LER-HISTORICO-EXIT.
059400     EXIT.
059500*
059600***************************************************************
059700*    3100-TRATAR-LINHA                                         *
059800***************************************************************
059900 3100-TRATAR-LINHA.
060000     IF BH-CONTA NOT = "PP"
060100         OR BH-DATA < WS-MENOR-INICIO
060200         OR BH-DATA NOT < WS-MAIOR-ANIV
060300         GO TO 3100-TRATAR-LINHA-LER
060400     END-IF.
060500     MOVE ZERO TO WS-IDX-ACHADO.
060600     PERFORM 3200-PROCURAR-CONTA THRU 3200-PROCURAR-CONTA-EXIT
060700         VARYING WS-SUB FROM 1 BY 1
060800         UNTIL WS-SUB > WS-QTDE-ANIV
060900         OR WS-IDX-ACHADO > ZERO.
061000     IF WS-IDX-ACHADO = ZERO
061100         GO TO 3100-TRATAR-LINHA-LER
061200     END-IF.
061300     IF BH-DATA < ANV-INICIO-CICLO(WS-IDX-ACHADO)
061400         OR BH-DATA NOT < ANV-DATA-ANIV(WS-IDX-ACHADO)
061500         GO TO 3100-TRATAR-LINHA-LER
061600     END-IF.
061700     ADD 1 TO ANV-QTDE-DIAS(WS-IDX-ACHADO).
061800     IF ANV-QTDE-DIAS(WS-IDX-ACHADO) = 1
061900         OR BH-SALDO < ANV-SALDO-MIN(WS-IDX-ACHADO)
062000         MOVE BH-SALDO TO ANV-SALDO-MIN(WS-IDX-ACHADO)
062100     END-IF.
062200 3100-TRATAR-LINHA-LER.
062300     PERFORM 3050-LER-HISTORICO THRU 3050-LER-HISTORICO-EXIT.
062400 3100-TRATAR-LINHA-EXIT.
062500     EXIT.
062600*
062700***************************************************************
062800*    3200-PROCURAR-CONTA                                       *
062900***************************************************************
063000 3200-PROCURAR-CONTA.
063100     IF ANV-CUST-ID(WS-SUB) = BH-CUST-ID
063200         MOVE WS-SUB TO WS-IDX-ACHADO
063300     END-IF.
063400 3200-PROCURAR-CONTA-EXIT.
063500     EXIT.
063600*
063700***************************************************************
063800*    4000-CREDITAR-RENDIMENTO - MENOR SALDO X TAXA VIGENTE NO   *
063900*    ANIVERSARIO; REGISTRO NO POUPREND ANTES DO LANCAMENTO (A   *
064000*    CHAVE DO DIA BARRA O CREDITO REPETIDO NA REEXECUCAO)       *
064100***************************************************************
064200 4000-CREDITAR-RENDIMENTO.
064300     IF ANV-QTDE-DIAS(WS-SUB) = ZERO
064400         ADD 1 TO WS-QTDE-SEM-HISTORICO
064500         MOVE SPACES TO RPT-LINHA-ENTRADA
064600         STRING "SEM HISTORICO " ANV-CUST-ID(WS-SUB)
064700             " CICLO " ANV-INICIO-CICLO(WS-SUB)
064800             " A " ANV-DATA-ANIV(WS-SUB)
064900             " - NAO CREDITADO"
065000             DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
065100         END-STRING
065200         PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT
065300         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
065400     END-IF.
065500     IF ANV-SALDO-MIN(WS-SUB) NOT > ZERO
065600         ADD 1 TO WS-QTDE-SEM-SALDO
065700         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
065800     END-IF.
065900     MOVE ANV-CUST-ID(WS-SUB) TO CUST-ID.
066000     READ CUSTOMER-MASTER
066100         INVALID KEY
066200             CONTINUE
066300     END-READ.
066400     IF NOT MASTER-OK OR CUST-CANCELADO
066500         ADD 1 TO WS-QTDE-CLIENTE-INAPTO
066600         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
066700     END-IF.
066800     MOVE ZERO TO WS-VIGENCIA-ACHADA.
066900     MOVE ZERO TO WS-TAXA-VIGENTE.
067000     PERFORM 4100-PROCURAR-TAXA THRU 4100-PROCURAR-TAXA-EXIT
067100         VARYING WS-TAXA-SUB FROM 1 BY 1
067200         UNTIL WS-TAXA-SUB > WS-QTDE-TAXAS.
067300     IF WS-VIGENCIA-ACHADA = ZERO
067400         ADD 1 TO WS-QTDE-SEM-TAXA
067500         DISPLAY "AVISO: SEM TAXA VIGENTE EM "
067600             ANV-DATA-ANIV(WS-SUB) " - CONTA "
067700             ANV-CUST-ID(WS-SUB) " NAO CREDITADA."
067800         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
067900     END-IF.
068000     COMPUTE WS-RENDIMENTO ROUNDED =
068100         (ANV-SALDO-MIN(WS-SUB) * WS-TAXA-VIGENTE) / 100
068200         ON SIZE ERROR
068300             MOVE "RENDPOUP" TO ERR-PROGRAMA
068400             SET ERR-TIPO-SIZE TO TRUE
068500             MOVE "ESTOURO NO CALCULO DO RENDIMENTO" TO
068600                 ERR-CONTEXTO
068700             CALL "ERROR-HANDLER" USING ERR-PARAMETROS
068800             MOVE ZERO TO RETURN-CODE
068900             MOVE ZERO TO WS-RENDIMENTO
069000     END-COMPUTE.
069100     IF WS-RENDIMENTO = ZERO
069200         ADD 1 TO WS-QTDE-SEM-SALDO
069300         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
069400     END-IF.
069500     MOVE SPACES TO RENDIMENTO-RECORD.
069600     MOVE ANV-CUST-ID(WS-SUB) TO REN-CUST-ID.
069700     MOVE "PP" TO REN-TIPO.
069800     MOVE RUN-DATA TO REN-DATA-CREDITO.
069900     MOVE ANV-DATA-ANIV(WS-SUB) TO REN-DATA-ANIVERSARIO.
070000     MOVE ANV-INICIO-CICLO(WS-SUB) TO REN-INICIO-CICLO.
070100     MOVE ANV-SALDO-MIN(WS-SUB) TO REN-SALDO-MINIMO.
070200     MOVE WS-TAXA-VIGENTE TO REN-TAXA.
070300     MOVE WS-RENDIMENTO TO REN-VALOR.
070400     MOVE ANV-QTDE-DIAS(WS-SUB) TO REN-QTDE-DIAS-HIST.
070500     WRITE RENDIMENTO-RECORD
070600         INVALID KEY
070700             CONTINUE
070800     END-WRITE.
070900     IF REND-JA-EXISTE
071000         ADD 1 TO WS-QTDE-JA-CREDITADAS
071100         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
071200     END-IF.
071300     IF NOT REND-OK
071400         DISPLAY "ERRO AO GRAVAR POUPREND " ANV-CUST-ID(WS-SUB)
071500             " - STATUS: " WS-REND-FILE-STATUS
071600         GO TO 4000-CREDITAR-RENDIMENTO-EXIT
071700     END-IF.
071800     MOVE SPACES TO POSTING-OUT-RECORD.
071900     MOVE "C" TO PST-ACAO.
072000     MOVE ANV-CUST-ID(WS-SUB) TO PST-ID.
072100     MOVE WS-RENDIMENTO TO PST-SALDO.
072200     MOVE "PP" TO PST-CONTA.
072300     MOVE "RPOU" TO PST-MOTIVO.
072400     WRITE POSTING-OUT-RECORD.
072500     ADD 1 TO CTRL-QTDE-DETALHES.
072600     COMPUTE CTRL-HASH-DETALHES =
072700         CTRL-HASH-DETALHES + (WS-RENDIMENTO * 100).
072800     ADD 1 TO WS-QTDE-CREDITADAS.
072900     ADD WS-RENDIMENTO TO WS-TOTAL-RENDIMENTO.
073000     MOVE WS-RENDIMENTO TO WS-VALOR-EDITADO.
073100     MOVE ANV-SALDO-MIN(WS-SUB) TO WS-SALDO-EDITADO.
073200     MOVE WS-TAXA-VIGENTE TO WS-TAXA-EDITADA.
073300     MOVE SPACES TO RPT-LINHA-ENTRADA.
073400     STRING "CREDITADO " ANV-CUST-ID(WS-SUB)
073500         " ANIV " ANV-DATA-ANIV(WS-SUB)
073600         " MENOR SALDO " WS-SALDO-EDITADO
073700         " TAXA " WS-TAXA-EDITADA
073800         "% R$ " WS-VALOR-EDITADO
073900         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
074000     END-STRING.
074100     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
074200 4000-CREDITAR-RENDIMENTO-EXIT.
074300     EXIT.
074400*
074500***************************************************************
074600*    4100-PROCURAR-TAXA - VIGENCIA MAIS RECENTE ATE O           *
074700*    ANIVERSARIO (A TABELA NAO PRECISA ESTAR ORDENADA)          *
074800***************************************************************
074900 4100-PROCURAR-TAXA.
075000     IF TXP-VIGENCIA(WS-TAXA-SUB) NOT > ANV-DATA-ANIV(WS-SUB)
075100         AND TXP-VIGENCIA(WS-TAXA-SUB) > WS-VIGENCIA-ACHADA
075200         MOVE TXP-VIGENCIA(WS-TAXA-SUB) TO WS-VIGENCIA-ACHADA
075300         MOVE TXP-TAXA(WS-TAXA-SUB) TO WS-TAXA-VIGENTE
075400     END-IF.
075500 4100-PROCURAR-TAXA-EXIT.
075600     EXIT.
075700*
075800***************************************************************
075900*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
076000***************************************************************
076100 8500-DETALHE.
076200     SET RPT-ACAO-DETALHE TO TRUE.
076300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
076400     PERFORM 8000-GRAVAR-LINHAS-RPT
076500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
076600 8500-DETALHE-EXIT.
076700     EXIT.
076800*
076900***************************************************************
077000*    9000-FINALIZAR - TRAILER DO RENDPOST, TOTAIS E FECHAMENTO  *
077100***************************************************************
077200 9000-FINALIZAR.
077300     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
077400     MOVE CTRL-HASH-DETALHES TO WST-HASH.
077500     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
077600     WRITE POSTING-OUT-RECORD.
077700     CLOSE POSTING-OUT-FILE.
077800     MOVE WS-QTDE-CREDITADAS TO WS-QTDE-DISP.
077900     MOVE WS-TOTAL-RENDIMENTO TO WS-TOTAL-EDITADO.
078000     MOVE SPACES TO RPT-LINHA-ENTRADA.
078100     STRING "RENDIMENTOS CREDITADOS " WS-QTDE-DISP
078200         " TOTAL R$ " WS-TOTAL-EDITADO
078300         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
078400     END-STRING.
078500     SET RPT-ACAO-TOTAL TO TRUE.
078600     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
078700     PERFORM 8000-GRAVAR-LINHAS-RPT
078800         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
078900     IF PRINT-FILE-OK
079000         CLOSE PRINT-FILE
079100     END-IF.
079200     CLOSE ACCOUNT-FILE.
079300     CLOSE CUSTOMER-MASTER.
079400     CLOSE HISTORY-FILE.
079500     CLOSE REND-FILE.
079600     DISPLAY "====== RENDIMENTO DA POUPANCA ======".
079700     DISPLAY "CONTAS LIDAS .......: " WS-QTDE-CONTAS-LIDAS.
079800     DISPLAY "POUPANCAS ..........: " WS-QTDE-POUPANCAS.
079900     DISPLAY "ANIVERSARIOS HOJE ..: " WS-QTDE-ANIV.
080000     DISPLAY "CREDITADAS .........: " WS-QTDE-CREDITADAS.
080100     DISPLAY "TOTAL CREDITADO ....: " WS-TOTAL-RENDIMENTO.
080200     DISPLAY "SEM HISTORICO ......: " WS-QTDE-SEM-HISTORICO.
080300     DISPLAY "SEM SALDO A RENDER .: " WS-QTDE-SEM-SALDO.
080400     DISPLAY "SEM TAXA VIGENTE ...: " WS-QTDE-SEM-TAXA.
080500     DISPLAY "CLIENTE INAPTO .....: " WS-QTDE-CLIENTE-INAPTO.
080600     DISPLAY "JA CREDITADAS HOJE .: " WS-QTDE-JA-CREDITADAS.
080700     DISPLAY "CICLO INCOMPLETO ...: " WS-QTDE-CICLO-INCOMPL.
080800     DISPLAY "ABERTURA ADOTADA ...: " WS-QTDE-ADOTADAS.
080900     DISPLAY "ACIMA DA TABELA ....: " WS-QTDE-EXCEDENTES.
081000     IF WS-QTDE-SEM-HISTORICO > ZERO OR WS-QTDE-SEM-TAXA > ZERO
081100         OR WS-QTDE-EXCEDENTES > ZERO
081200         MOVE 4 TO RETURN-CODE
081300     END-IF.
081400 9000-FINALIZAR-EXIT.
081500     EXIT.
081600*
081700***************************************************************
081800*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
081900*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
082000***************************************************************
082100 8000-GRAVAR-LINHAS-RPT.
082200     IF NOT PRINT-FILE-OK
082300         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
082400     END-IF.
082500     PERFORM 8100-GRAVAR-UMA-LINHA
082600         THRU 8100-GRAVAR-UMA-LINHA-EXIT
082700         VARYING WS-RPT-SUB FROM 1 BY 1
082800         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
082900 8000-GRAVAR-LINHAS-RPT-EXIT.
083000     EXIT.
083100*
083200***************************************************************
083300*    8100-GRAVAR-UMA-LINHA                                     *
083400***************************************************************
083500 8100-GRAVAR-UMA-LINHA.
083600     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
083700     WRITE PRINT-LINE.
083800 8100-GRAVAR-UMA-LINHA-EXIT.
083900     EXIT.
