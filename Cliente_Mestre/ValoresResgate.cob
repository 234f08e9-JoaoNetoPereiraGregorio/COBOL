000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VALORES-RESGATE.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     RESGATE DE VALORES A RECEBER PELO TITULAR.
001200*                       CADA CARTAO DO RESGIN (CPF/CNPJ, CLIENTE,
001300*                       CONTA E PROTOCOLO DO PEDIDO) APONTA UM
001400*                       ITEM ABERTO DO VALREG (VER
001500*                       COPYBOOKS/VALREG.CPY). CONFERIDO O
001600*                       CPF/CNPJ CONTRA O MESTRE, O SALDO DO DIA
001700*                       DA CONTA NO CUSTACCT (CLIENTE SEM CONTA: O
001800*                       CUST-SALDO NA "CC") SAI COMO DEBITO "D"
001900*                       MOTIVO "VREC" (ORIGEM "VALRECEB" NO
002000*                       JOURNAL) NO RESGPOST - LAYOUT DO CLIMSTTX
002100*                       COM HEADER/TRAILER DE HDRTRL.CPY - PELO
002200*                       CAMINHO NORMAL DO CLIENTE-MESTRE-MAINT,
002300*                       QUE ACEITA ESTE DEBITO MESMO DE CLIENTE
002400*                       CANCELADO. O ITEM FICA PAGO ("P") COM A
002500*                       DATA, O VALOR E O PROTOCOLO, E O PAGAMENTO
002600*                       ENTRA NO REGISTRO DE RESGATES RESGREG (VER
002700*                       COPYBOOKS/RESGREG.CPY) COM EVENTO DE
002800*                       AUDITORIA. PEDIDO QUE NAO PASSA VAI PARA O
002900*                       REJFILE E O PASSO TERMINA COM RC 4.
003000*                       RELATORIO RESGPRT.
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CLAIM-IN-FILE ASSIGN TO "RESGIN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CLAIM-FILE-STATUS.
003900     SELECT VALOR-FILE ASSIGN TO "VALREG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS VLR-CHAVE
004300         FILE STATUS IS WS-VALOR-FILE-STATUS.
004400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CUST-ID
004800         ALTERNATE RECORD KEY IS CUST-NOME
004900             WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS CUST-CPF-CNPJ
005100         FILE STATUS IS WS-MASTER-FILE-STATUS.
005200     SELECT ACCOUNT-FILE ASSIGN TO "CUSTACCT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS ACC-CHAVE
005600         FILE STATUS IS WS-ACCT-FILE-STATUS.
005700     SELECT POSTING-OUT-FILE ASSIGN TO "RESGPOST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-POSTING-FILE-STATUS.
006000     SELECT CLAIM-REG-FILE ASSIGN TO "RESGREG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RESGREG-FILE-STATUS.
006300     SELECT REJECT-FILE ASSIGN TO "REJFILE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REJECT-FILE-STATUS.
006600     SELECT PRINT-FILE ASSIGN TO "RESGPRT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PRINT-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300*    PEDIDO DE RESGATE DO TITULAR, UM POR CARTAO; CONTA EM BRANCO
007400*    VALE "CC"; LINHA EM BRANCO OU COM "*" NA COLUNA 1 E
007500*    COMENTARIO
007600 FD  CLAIM-IN-FILE
007700     RECORDING MODE IS F.
007800 01  CLAIM-IN-RECORD.
007900     05  RGI-CPF-CNPJ        PIC X(14).
008000     05  FILLER              PIC X(01).
008100     05  RGI-CUST-ID         PIC X(10).
008200     05  FILLER              PIC X(01).
008300     05  RGI-CONTA           PIC X(02).
008400     05  FILLER              PIC X(01).
008500     05  RGI-PROTOCOLO       PIC X(20).
008600*
008700 FD  VALOR-FILE.
008800*    CADASTRO DE VALORES A RECEBER (VER COPYBOOKS/VALREG.CPY)
008900 COPY "VALREG.cpy".
009000*
009100 FD  CUSTOMER-MASTER.
009200*    LAYOUT COMPARTILHADO DO MESTRE (VER COPYBOOKS/CUSTREC.CPY)
009300 COPY "CUSTREC.cpy".
009400*
009500 FD  ACCOUNT-FILE.
009600*    SUB-RAZAO DE CONTAS POR CLIENTE (VER COPYBOOKS/ACCTREC.CPY)
009700 COPY "ACCTREC.cpy".
009800*
009900 FD  POSTING-OUT-FILE
010000     RECORDING MODE IS F.
010100*    MESMO LAYOUT DA TRANSACAO DO CLIMSTTX (VER COPYBOOKS/
010200*    POSTREG.CPY) - O PAGAMENTO SAI PELO CAMINHO NORMAL DE
010300*    POSTAGEM, NA CONTA DO ITEM
010400 COPY "POSTREG.cpy".
010500*
010600 FD  CLAIM-REG-FILE
010700     RECORDING MODE IS F.
010800*    REGISTRO DE RESGATES PAGOS (VER COPYBOOKS/RESGREG.CPY)
010900 COPY "RESGREG.cpy".
011000*
011100 FD  REJECT-FILE
011200     RECORDING MODE IS F.
011300*    REGISTRO COMUM DE REJEICAO (VER COPYBOOKS/REJREC.CPY)
011400 COPY "REJREC.cpy".
011500*
011600 FD  PRINT-FILE
011700     RECORDING MODE IS F.
011800 01  PRINT-LINE              PIC X(132).
011900*
012000 WORKING-STORAGE SECTION.
012100*
012200 77  WS-CLAIM-FILE-STATUS    PIC X(02) VALUE ZEROS.
012300     88  CLAIM-FILE-OK       VALUE "00".
012400 77  WS-VALOR-FILE-STATUS    PIC X(02) VALUE ZEROS.
012500     88  VALOR-OK            VALUE "00".
012600 77  WS-MASTER-FILE-STATUS   PIC X(02) VALUE ZEROS.
012700     88  MASTER-OK           VALUE "00".
012800 77  WS-ACCT-FILE-STATUS     PIC X(02) VALUE ZEROS.
012900     88  ACCT-OK             VALUE "00".
013000 77  WS-POSTING-FILE-STATUS  PIC X(02) VALUE ZEROS.
013100     88  POSTING-FILE-OK     VALUE "00".
013200 77  WS-RESGREG-FILE-STATUS  PIC X(02) VALUE ZEROS.
013300     88  RESGREG-FILE-OK     VALUE "00".
013400 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
013500     88  REJECT-FILE-OK      VALUE "00".
013600 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
013700     88  PRINT-FILE-OK       VALUE "00".
013800*
013900 77  WS-CLAIM-EOF-SWITCH     PIC X(01) VALUE "N".
014000     88  FIM-DOS-PEDIDOS     VALUE "Y".
014100 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
014200*
014300***************************************************************
014400*    PEDIDO EM TRATAMENTO
014500***************************************************************
014600 77  WS-CONTA-PEDIDO         PIC X(02) VALUE SPACES.
014700 77  WS-VALOR-PAGO           PIC 9(07)V99 VALUE ZERO.
014800 77  WS-MOEDA-PAGA           PIC X(03) VALUE SPACES.
014900 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
015000*
015100***************************************************************
015200*    HEADER/TRAILER DE CONTROLE DO ARQUIVO GERADO (VER
015300*    COPYBOOKS/HDRTRL.CPY)
015400***************************************************************
015500 COPY "HDRTRL.cpy".
015600 01  WS-HEADER-SAIDA.
015700     05  FILLER              PIC X(02) VALUE "H ".
015800     05  WSH-DATA            PIC 9(08).
015900     05  FILLER              PIC X(01) VALUE SPACE.
016000     05  WSH-ORIGEM          PIC X(08) VALUE "VALRESG ".
016100 01  WS-TRAILER-SAIDA.
016200     05  FILLER              PIC X(02) VALUE "T ".
016300     05  WST-QTDE            PIC 9(07).
016400     05  FILLER              PIC X(01) VALUE SPACE.
016500     05  WST-HASH            PIC 9(13).
016600*
016700***************************************************************
016800*    TOTAIS DE CONTROLE
016900***************************************************************
017000 77  WS-QTDE-PEDIDOS         PIC 9(07) COMP VALUE ZERO.
017100 77  WS-QTDE-PAGOS           PIC 9(07) COMP VALUE ZERO.
017200 77  WS-QTDE-REJEITADOS      PIC 9(07) COMP VALUE ZERO.
017300 77  WS-TOTAL-PAGO           PIC 9(11)V99 VALUE ZERO.
017400 77  WS-QTDE-DISP            PIC 9(07) VALUE ZEROS.
017500 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
017600 77  WS-TOTAL-EDITADO        PIC Z(10)9.99.
017700*
017800***************************************************************
017900*    PARAMETROS DO ESCRITOR DE RELATORIOS COMPARTILHADO (VER
018000*    COPYBOOKS/RPTWRT.CPY)
018100***************************************************************
018200 COPY "RPTWRT.cpy".
018300 77  WS-RPT-SUB              PIC 9(01) VALUE ZERO.
018400*
018500***************************************************************
018600*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/
018700*    RUNDATE.CPY)
018800***************************************************************
018900 COPY "RUNDATE.cpy".
019000*
019100***************************************************************
019200*    PARAMETROS DA ROTINA COMPARTILHADA DE AUDITORIA
019300***************************************************************
019400 COPY "AUDHDL.cpy".
019500*
019600***************************************************************
019700*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
019800***************************************************************
019900 COPY "ERRHDL.cpy".
020000*
020100 PROCEDURE DIVISION.
020200*
020300***************************************************************
020400*    0000-MAINLINE                                              *
020500***************************************************************
020600 0000-MAINLINE.
020700     MOVE ZERO TO RETURN-CODE.
020800     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
020900     ACCEPT RUN-HORA FROM TIME.
021000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
021100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
021200     IF RETURN-CODE NOT = ZERO
021300         GO TO 0000-MAINLINE-FIM
021400     END-IF.
021500     PERFORM 1100-LER-PEDIDO THRU 1100-LER-PEDIDO-EXIT.
021600     PERFORM 2000-PROCESSAR-PEDIDO
021700         THRU 2000-PROCESSAR-PEDIDO-EXIT
021800         UNTIL FIM-DOS-PEDIDOS.
021900     PERFORM 3000-ENCERRAR-ARQUIVOS
022000         THRU 3000-ENCERRAR-ARQUIVOS-EXIT.
022100     IF WS-QTDE-REJEITADOS > ZERO
022200         MOVE 4 TO RETURN-CODE
022300     END-IF.
022400 0000-MAINLINE-FIM.
022500     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
022600     STOP RUN.
022700*
022800***************************************************************
022900*    1000-INICIALIZAR - ARQUIVOS, HEADER DO RESGPOST E          *
023000*    CABECALHO DO RELATORIO                                     *
023100***************************************************************
023200 1000-INICIALIZAR.
023300     OPEN INPUT CLAIM-IN-FILE.
023400     IF NOT CLAIM-FILE-OK
023500         MOVE "VALRESG " TO ERR-PROGRAMA
023600         SET ERR-TIPO-ARQUIVO TO TRUE
023700         MOVE "ABERTURA DO ARQUIVO RESGIN" TO ERR-CONTEXTO
023800         MOVE WS-CLAIM-FILE-STATUS TO ERR-FILE-STATUS
023900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 1000-INICIALIZAR-EXIT
024200     END-IF.
024300     OPEN I-O VALOR-FILE.
024400     IF NOT VALOR-OK
024500         MOVE "VALRESG " TO ERR-PROGRAMA
024600         SET ERR-TIPO-ARQUIVO TO TRUE
024700         MOVE "ABERTURA DO ARQUIVO VALREG" TO ERR-CONTEXTO
024800         MOVE WS-VALOR-FILE-STATUS TO ERR-FILE-STATUS
024900         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
025000         CLOSE CLAIM-IN-FILE
025100         MOVE 16 TO RETURN-CODE
025200         GO TO 1000-INICIALIZAR-EXIT
025300     END-IF.
025400     OPEN INPUT CUSTOMER-MASTER.
025500     IF NOT MASTER-OK
025600         MOVE "VALRESG " TO ERR-PROGRAMA
025700         SET ERR-TIPO-ARQUIVO TO TRUE
025800         MOVE "ABERTURA DO ARQUIVO CUSTMAST" TO ERR-CONTEXTO
025900         MOVE WS-MASTER-FILE-STATUS TO ERR-FILE-STATUS
026000         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
026100         CLOSE CLAIM-IN-FILE
026200         CLOSE VALOR-FILE
026300         MOVE 16 TO RETURN-CODE
026400         GO TO 1000-INICIALIZAR-EXIT
026500     END-IF.
026600     OPEN INPUT ACCOUNT-FILE.
026700     IF NOT ACCT-OK
026800         MOVE "VALRESG " TO ERR-PROGRAMA
026900         SET ERR-TIPO-ARQUIVO TO TRUE
027000         MOVE "ABERTURA DO ARQUIVO CUSTACCT" TO ERR-CONTEXTO
027100         MOVE WS-ACCT-FILE-STATUS TO ERR-FILE-STATUS
027200         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
027300         CLOSE CLAIM-IN-FILE
027400         CLOSE VALOR-FILE
027500         CLOSE CUSTOMER-MASTER
027600         MOVE 16 TO RETURN-CODE
027700         GO TO 1000-INICIALIZAR-EXIT
027800     END-IF.
027900     OPEN OUTPUT POSTING-OUT-FILE.
028000     IF NOT POSTING-FILE-OK
028100         MOVE "VALRESG " TO ERR-PROGRAMA
028200         SET ERR-TIPO-ARQUIVO TO TRUE
028300         MOVE "ABERTURA DO ARQUIVO RESGPOST" TO ERR-CONTEXTO
028400         MOVE WS-POSTING-FILE-STATUS TO ERR-FILE-STATUS
028500         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
028600         CLOSE CLAIM-IN-FILE
028700         CLOSE VALOR-FILE
028800         CLOSE CUSTOMER-MASTER
028900         CLOSE ACCOUNT-FILE
029000         MOVE 16 TO RETURN-CODE
029100         GO TO 1000-INICIALIZAR-EXIT
029200     END-IF.
029300     MOVE RUN-DATA TO WSH-DATA.
029400     MOVE WS-HEADER-SAIDA TO POSTING-OUT-RECORD.
029500     WRITE POSTING-OUT-RECORD.
029600*    O REGISTRO DE RESGATES E A TRILHA DO PAGAMENTO - SEM ELE
029700*    NENHUM ITEM E PAGO
029800     OPEN EXTEND CLAIM-REG-FILE.
029900     IF NOT RESGREG-FILE-OK
030000         OPEN OUTPUT CLAIM-REG-FILE
030100     END-IF.
030200     IF NOT RESGREG-FILE-OK
030300         MOVE "VALRESG " TO ERR-PROGRAMA
030400         SET ERR-TIPO-ARQUIVO TO TRUE
030500         MOVE "ABERTURA DO ARQUIVO RESGREG" TO ERR-CONTEXTO
030600         MOVE WS-RESGREG-FILE-STATUS TO ERR-FILE-STATUS
030700         CALL "ERROR-HANDLER" USING ERR-PARAMETROS
030800         CLOSE CLAIM-IN-FILE
030900         CLOSE VALOR-FILE
031000         CLOSE CUSTOMER-MASTER
031100         CLOSE ACCOUNT-FILE
031200         CLOSE POSTING-OUT-FILE
031300         MOVE 16 TO RETURN-CODE
031400         GO TO 1000-INICIALIZAR-EXIT
031500     END-IF.
031600     OPEN EXTEND REJECT-FILE.
031700     IF NOT REJECT-FILE-OK
031800         OPEN OUTPUT REJECT-FILE
031900     END-IF.
032000     OPEN OUTPUT PRINT-FILE.
032100     MOVE "RESGATE DE VALORES A RECEBER" TO RPT-TITULO.
032200     MOVE ZERO TO RPT-LINHAS-POR-PAG.
032300     SET RPT-ACAO-INICIAR TO TRUE.
032400     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
032500     PERFORM 8000-GRAVAR-LINHAS-RPT
032600         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
032700 1000-INICIALIZAR-EXIT.
032800     EXIT.
032900*
033000***************************************************************
033100*    1100-LER-PEDIDO                                            *
033200***************************************************************
033300 1100-LER-PEDIDO.
033400     READ CLAIM-IN-FILE
033500         AT END
033600             MOVE "Y" TO WS-CLAIM-EOF-SWITCH
033700     END-READ.
033800 1100-LER-PEDIDO-EXIT.
033900     EXIT.
034000*
034100***************************************************************
034200*    2000-PROCESSAR-PEDIDO - ITEM ABERTO DO TITULAR, COM SALDO  *
034300*    NA CONTA: LANCAMENTO DE PAGAMENTO, BAIXA DO ITEM E         *
034400*    REGISTRO DO RESGATE                                        *
034500***************************************************************
034600 2000-PROCESSAR-PEDIDO.
034700     IF CLAIM-IN-RECORD = SPACES
034800         OR CLAIM-IN-RECORD(1:1) = "*"
034900         GO TO 2000-PROCESSAR-PEDIDO-LER
035000     END-IF.
035100     ADD 1 TO WS-QTDE-PEDIDOS.
035200     IF RGI-CPF-CNPJ = SPACES OR RGI-CUST-ID = SPACES
035300         MOVE "PEDIDO SEM CPF/CNPJ OU CLIENTE"
035400             TO WS-MOTIVO-REJEITO
035500         PERFORM 2800-REJEITAR-PEDIDO
035600             THRU 2800-REJEITAR-PEDIDO-EXIT
035700         GO TO 2000-PROCESSAR-PEDIDO-LER
035800     END-IF.
035900     IF RGI-PROTOCOLO = SPACES
036000         MOVE "PEDIDO SEM PROTOCOLO" TO WS-MOTIVO-REJEITO
036100         PERFORM 2800-REJEITAR-PEDIDO
036200             THRU 2800-REJEITAR-PEDIDO-EXIT
036300         GO TO 2000-PROCESSAR-PEDIDO-LER
036400     END-IF.
036500     IF RGI-CONTA = SPACES
036600         MOVE "CC" TO WS-CONTA-PEDIDO
036700     ELSE
036800         MOVE RGI-CONTA TO WS-CONTA-PEDIDO
036900     END-IF.
037000     MOVE RGI-CPF-CNPJ TO VLR-CPF-CNPJ.
037100     MOVE RGI-CUST-ID TO VLR-CUST-ID.
037200     MOVE WS-CONTA-PEDIDO TO VLR-CONTA.
037300     READ VALOR-FILE
037400         INVALID KEY
037500             CONTINUE
037600     END-READ.
037700     IF NOT VALOR-OK
037800         MOVE "ITEM NAO CONSTA NO VALREG" TO WS-MOTIVO-REJEITO
037900         PERFORM 2800-REJEITAR-PEDIDO
038000             THRU 2800-REJEITAR-PEDIDO-EXIT
038100         GO TO 2000-PROCESSAR-PEDIDO-LER
038200     END-IF.
038300     IF VLR-PAGO
038400         MOVE "ITEM JA PAGO AO TITULAR" TO WS-MOTIVO-REJEITO
038500         PERFORM 2800-REJEITAR-PEDIDO
038600             THRU 2800-REJEITAR-PEDIDO-EXIT
038700         GO TO 2000-PROCESSAR-PEDIDO-LER
038800     END-IF.
038900     IF NOT VLR-ABERTO
039000         MOVE "ITEM ENCERRADO NO VALREG" TO WS-MOTIVO-REJEITO
039100         PERFORM 2800-REJEITAR-PEDIDO
039200             THRU 2800-REJEITAR-PEDIDO-EXIT
039300         GO TO 2000-PROCESSAR-PEDIDO-LER
039400     END-IF.
039500     MOVE RGI-CUST-ID TO CUST-ID.
039600     READ CUSTOMER-MASTER
039700         KEY IS CUST-ID
039800         INVALID KEY
039900             CONTINUE
040000     END-READ.
040100     IF NOT MASTER-OK
040200         MOVE "CLIENTE NAO ENCONTRADO" TO WS-MOTIVO-REJEITO
040300         PERFORM 2800-REJEITAR-PEDIDO
040400             THRU 2800-REJEITAR-PEDIDO-EXIT
040500         GO TO 2000-PROCESSAR-PEDIDO-LER
040600     END-IF.
040700     IF CUST-CPF-CNPJ NOT = RGI-CPF-CNPJ
040800         MOVE "CPF/CNPJ NAO CONFERE C/CLIENTE"
040900             TO WS-MOTIVO-REJEITO
041000         PERFORM 2800-REJEITAR-PEDIDO
041100             THRU 2800-REJEITAR-PEDIDO-EXIT
041200         GO TO 2000-PROCESSAR-PEDIDO-LER
041300     END-IF.
041400     PERFORM 2100-SALDO-DA-CONTA THRU 2100-SALDO-DA-CONTA-EXIT.
041500     IF WS-VALOR-PAGO NOT > ZERO
041600         MOVE "SEM SALDO A PAGAR NA CONTA" TO WS-MOTIVO-REJEITO
041700         PERFORM 2800-REJEITAR-PEDIDO
041800             THRU 2800-REJEITAR-PEDIDO-EXIT
041900         GO TO 2000-PROCESSAR-PEDIDO-LER
042000     END-IF.
042100     PERFORM 2200-PAGAR-ITEM THRU 2200-PAGAR-ITEM-EXIT.
042200 2000-PROCESSAR-PEDIDO-LER.
042300     PERFORM 1100-LER-PEDIDO THRU 1100-LER-PEDIDO-EXIT.
042400 2000-PROCESSAR-PEDIDO-EXIT.
042500     EXIT.
042600*
042700***************************************************************
042800*    2100-SALDO-DA-CONTA - SALDO DO DIA NO CUSTACCT; CLIENTE    *
042900*    SEM A CONTA "CC" NO SUB-RAZAO PAGA O CUST-SALDO            *
043000***************************************************************
043100 2100-SALDO-DA-CONTA.
043200     MOVE ZERO TO WS-VALOR-PAGO.
043300     MOVE SPACES TO WS-MOEDA-PAGA.
043400     MOVE RGI-CUST-ID TO ACC-CUST-ID.
043500     MOVE WS-CONTA-PEDIDO TO ACC-TIPO.
043600     READ ACCOUNT-FILE
043700         INVALID KEY
043800             CONTINUE
043900     END-READ.
044000     IF ACCT-OK
044100         IF ACC-SALDO > ZERO
044200             MOVE ACC-SALDO TO WS-VALOR-PAGO
044300             MOVE ACC-MOEDA TO WS-MOEDA-PAGA
044400         END-IF
044500         GO TO 2100-SALDO-DA-CONTA-EXIT
044600     END-IF.
044700     IF WS-CONTA-PEDIDO = "CC" AND CUST-SALDO > ZERO
044800         MOVE CUST-SALDO TO WS-VALOR-PAGO
044900         MOVE CUST-MOEDA TO WS-MOEDA-PAGA
045000     END-IF.
045100 2100-SALDO-DA-CONTA-EXIT.
045200     EXIT.
045300*
045400***************************************************************
045500*    2200-PAGAR-ITEM - DEBITO "VREC" NO RESGPOST, ITEM PAGO NO  *
045600*    VALREG E LINHA NO REGISTRO DE RESGATES                     *
045700***************************************************************
045800 2200-PAGAR-ITEM.
045900     SET VLR-PAGO TO TRUE.
046000     MOVE RUN-DATA TO VLR-DATA-BAIXA.
046100     MOVE WS-VALOR-PAGO TO VLR-VALOR-PAGO.
046200     MOVE RGI-PROTOCOLO TO VLR-PROTOCOLO.
046300     REWRITE VALOR-RECEBER-RECORD.
046400     IF NOT VALOR-OK
046500         MOVE "FALHA AO BAIXAR ITEM NO VALREG"
046600             TO WS-MOTIVO-REJEITO
046700         PERFORM 2800-REJEITAR-PEDIDO
046800             THRU 2800-REJEITAR-PEDIDO-EXIT
046900         GO TO 2200-PAGAR-ITEM-EXIT
047000     END-IF.
047100     MOVE SPACES TO POSTING-OUT-RECORD.
047200     MOVE "D" TO PST-ACAO.
047300     MOVE RGI-CUST-ID TO PST-ID.
047400     MOVE WS-VALOR-PAGO TO PST-SALDO.
047500     MOVE WS-CONTA-PEDIDO TO PST-CONTA.
047600     MOVE "VREC" TO PST-MOTIVO.
047700     WRITE POSTING-OUT-RECORD.
047800     ADD 1 TO CTRL-QTDE-DETALHES.
047900     COMPUTE CTRL-HASH-DETALHES =
048000         CTRL-HASH-DETALHES + (WS-VALOR-PAGO * 100).
048100     MOVE RUN-DATA TO RSG-DATA.
048200     MOVE RUN-HORA TO RSG-HORA.
048300     MOVE RGI-PROTOCOLO TO RSG-PROTOCOLO.
048400     MOVE VLR-CPF-CNPJ TO RSG-CPF-CNPJ.
048500     MOVE VLR-CUST-ID TO RSG-CUST-ID.
048600     MOVE VLR-CONTA TO RSG-CONTA.
048700     MOVE WS-MOEDA-PAGA TO RSG-MOEDA.
048800     MOVE VLR-VALOR TO RSG-VALOR-CADASTRO.
048900     MOVE WS-VALOR-PAGO TO RSG-VALOR-PAGO.
049000     MOVE WS-OPERATOR-ID TO RSG-OPERADOR.
049100     WRITE RESGATE-RECORD.
049200     MOVE "VALRESG " TO AUD-PROGRAMA.
049300     MOVE 9 TO AUD-OPCODE.
049400     MOVE "RESGATE" TO AUD-EVENTO.
049500     MOVE VLR-CUST-ID TO AUD-CHAVE.
049600     CALL "AUDIT-WRITER" USING AUD-PARAMETROS.
049700     ADD 1 TO WS-QTDE-PAGOS.
049800     ADD WS-VALOR-PAGO TO WS-TOTAL-PAGO.
049900     MOVE WS-VALOR-PAGO TO WS-VALOR-EDITADO.
050000     MOVE SPACES TO RPT-LINHA-ENTRADA.
050100     STRING "PAGO       " VLR-CPF-CNPJ " " VLR-CUST-ID
050200         " CONTA " VLR-CONTA " " VLR-NOME " R$ " WS-VALOR-EDITADO
050300         " PROT " RGI-PROTOCOLO
050400         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
050500     END-STRING.
050600     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
050700 2200-PAGAR-ITEM-EXIT.
050800     EXIT.
050900*
051000***************************************************************
051100*    2800-REJEITAR-PEDIDO - CARTAO NO REJFILE E LINHA NO        *
051200*    RELATORIO                                                  *
051300***************************************************************
051400 2800-REJEITAR-PEDIDO.
051500     ADD 1 TO WS-QTDE-REJEITADOS.
051600     MOVE SPACES TO REJ-RECORD.
051700     MOVE "VALRESG " TO REJ-PROGRAMA.
051800     MOVE RUN-DATA TO REJ-DATA.
051900     MOVE RGI-CUST-ID TO REJ-CHAVE.
052000     MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
052100     SET REJ-PENDENTE TO TRUE.
052200     MOVE CLAIM-IN-RECORD TO REJ-IMAGEM.
052300     IF REJECT-FILE-OK
052400         WRITE REJ-RECORD
052500     END-IF.
052600     MOVE SPACES TO RPT-LINHA-ENTRADA.
052700     STRING "REJEITADO  " RGI-CPF-CNPJ " " RGI-CUST-ID
052800         " CONTA " RGI-CONTA " PROT " RGI-PROTOCOLO " - "
052900         WS-MOTIVO-REJEITO
053000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
053100     END-STRING.
053200     PERFORM 8500-DETALHE THRU 8500-DETALHE-EXIT.
053300 2800-REJEITAR-PEDIDO-EXIT.
053400     EXIT.
053500*
053600***************************************************************
053700*    3000-ENCERRAR-ARQUIVOS - TRAILER DO RESGPOST, TOTAL DO     *
053800*    RELATORIO E FECHAMENTO                                     *
053900***************************************************************
054000 3000-ENCERRAR-ARQUIVOS.
054100     MOVE CTRL-QTDE-DETALHES TO WST-QTDE.
054200     MOVE CTRL-HASH-DETALHES TO WST-HASH.
054300     MOVE WS-TRAILER-SAIDA TO POSTING-OUT-RECORD.
054400     WRITE POSTING-OUT-RECORD.
054500     MOVE WS-QTDE-PAGOS TO WS-QTDE-DISP.
054600     MOVE WS-TOTAL-PAGO TO WS-TOTAL-EDITADO.
054700     MOVE SPACES TO RPT-LINHA-ENTRADA.
054800     STRING "RESGATES PAGOS " WS-QTDE-DISP
054900         " TOTAL R$ " WS-TOTAL-EDITADO
055000         DELIMITED BY SIZE INTO RPT-LINHA-ENTRADA
055100     END-STRING.
055200     SET RPT-ACAO-TOTAL TO TRUE.
055300     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
055400     PERFORM 8000-GRAVAR-LINHAS-RPT
055500         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
055600     CLOSE CLAIM-IN-FILE.
055700     CLOSE VALOR-FILE.
055800     CLOSE CUSTOMER-MASTER.
055900     CLOSE ACCOUNT-FILE.
056000     CLOSE POSTING-OUT-FILE.
056100     CLOSE CLAIM-REG-FILE.
056200     IF REJECT-FILE-OK
056300         CLOSE REJECT-FILE
056400     END-IF.
056500     IF PRINT-FILE-OK
056600         CLOSE PRINT-FILE
056700     END-IF.
056800 3000-ENCERRAR-ARQUIVOS-EXIT.
056900     EXIT.
057000*
057100***************************************************************
057200*    8000-GRAVAR-LINHAS-RPT - GRAVA NO ARQUIVO DE IMPRESSAO AS  *
057300*    LINHAS DEVOLVIDAS PELO REPORT-WRITER                       *
057400***************************************************************
057500 8000-GRAVAR-LINHAS-RPT.
057600     IF NOT PRINT-FILE-OK
057700         GO TO 8000-GRAVAR-LINHAS-RPT-EXIT
057800     END-IF.
057900     PERFORM 8100-GRAVAR-UMA-LINHA
058000         THRU 8100-GRAVAR-UMA-LINHA-EXIT
058100         VARYING WS-RPT-SUB FROM 1 BY 1
058200         UNTIL WS-RPT-SUB > RPT-QTDE-SAIDA.
058300 8000-GRAVAR-LINHAS-RPT-EXIT.
058400     EXIT.
058500*
058600***************************************************************
058700*    8100-GRAVAR-UMA-LINHA                                      *
058800***************************************************************
058900 8100-GRAVAR-UMA-LINHA.
059000     MOVE RPT-SAIDA(WS-RPT-SUB) TO PRINT-LINE.
059100     WRITE PRINT-LINE.
059200 8100-GRAVAR-UMA-LINHA-EXIT.
059300     EXIT.
059400*
059500***************************************************************
059600*    8500-DETALHE - LINHA DE DETALHE VIA REPORT-WRITER          *
059700***************************************************************
059800 8500-DETALHE.
059900     SET RPT-ACAO-DETALHE TO TRUE.
060000     CALL "REPORT-WRITER" USING RPT-PARAMETROS.
060100     PERFORM 8000-GRAVAR-LINHAS-RPT
060200         THRU 8000-GRAVAR-LINHAS-RPT-EXIT.
060300 8500-DETALHE-EXIT.
060400     EXIT.
060500*
060600***************************************************************
060700*    9000-FINALIZAR                                             *
060800***************************************************************
060900 9000-FINALIZAR.
061000     DISPLAY "====== RESGATE DE VALORES A RECEBER ======".
061100     DISPLAY "PEDIDOS LIDOS ......: " WS-QTDE-PEDIDOS.
061200     DISPLAY "RESGATES PAGOS .....: " WS-QTDE-PAGOS.
061300     DISPLAY "PEDIDOS REJEITADOS .: " WS-QTDE-REJEITADOS.
061400 9000-FINALIZAR-EXIT.
061500     EXIT.
