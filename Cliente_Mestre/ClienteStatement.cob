003121*                       TERIA SAIDO NO FECHAMENTO, MARCADO COMO
003122*                       REEMISSAO - FEVEREIRO CONTESTADO EM
003123*                       JUNHO VOLTA A SER REPRODUZIVEL.
003124*    2026-10-15 OPR     MULTA E JUROS DE MORA COBRADOS NO
003125*                       RETORNO (ORIGEM "MULTAMOR"/"JUROSMOR")
003126*                       SAEM NO EXTRATO COMO "MULTA" E "JUROS",
003127*                       CADA UM EM SUA LINHA, SEPARADOS DO
003128*                       PAGAMENTO DO TITULO.
003129*    2026-10-15 OPR     TITULOS DE COBRANCA EM ABERTO DO CLIENTE
003130*                       (TITREG, PELA CHAVE ALTERNADA CUST-ID)
003131*                       SAEM NO RODAPE COM VENCIMENTO, VALOR E A
003132*                       LINHA DIGITAVEL GRAVADA NA EMISSAO (VER
003133*                       BOLETO-CODIGO) - OMITIDOS NA REEMISSAO,
003134*                       COMO O QUADRO POR CONTA.
003134*    2026-10-15 OPR     CUSTAS DE PROTESTO (ORIGEM "CUSTPROT")
003134*                       SAEM NO EXTRATO COMO "CUSTAS".
003134*    2026-10-15 OPR     CREDITOS PIX (ORIGEM "PIXCRED") SAEM NO
003134*                       EXTRATO COMO "PIX".
003134*    2026-10-15 OPR     PERNAS DE TRANSFERENCIA (ORIGEM "TRANSF")
003134*                       SAEM COMO "TRANSFERENCIA PARA/DE" COM O
003134*                       CLIENTE E A CONTA DA OUTRA PONTA.
003134*    2026-10-15 OPR     RENDIMENTO DA POUPANCA (ORIGEM "RENDPOUP")
003134*                       SAI NO EXTRATO COMO "RENDIM", COM O MENOR
003134*                       SALDO DO CICLO E A TAXA LIDOS DO POUPREND.
003134*    2026-10-15 OPR     RENDIMENTO DE APLICACAO (ORIGEM "RENDAPL")
003134*                       SAI COMO "REND-APL" E O IR RETIDO NA FONTE
003134*                       (ORIGEM "IRRF") COMO "IR-FONTE", COM A
003134*                       BASE E A ALIQUOTA GRAVADAS NO JOURNAL.
003134*    2026-10-15 OPR     REGISTRO DO JOURNAL PASSA A 231 POSICOES
003134*                       COM A CONTA DO SUB-RAZAO NO FINAL (JRN-
003134*                       CONTA, VER JRNREC.CPY).
003134*    2026-10-15 OPR     CADASTROS FUNDIDOS (CUSTFUS, VER
003134*                       COPYBOOKS/FUSREG.CPY): COM LISTA NO
003134*                       STMTCTL, O CLIENTE FUNDIDO COM UM ID
003134*                       PEDIDO TAMBEM TEM EXTRATO, E O CABECALHO
003134*                       TRAZ A REFERENCIA CRUZADA (INCORPORADO A /
003134*                       INCORPOROU).
003134*    2026-10-15 OPR     CADA EXTRATO TAMBEM SAI, LINHA A LINHA,
003134*                       COMO DOCUMENTO DA MALA DIRETA NO MALADOC
003134*                       (VER COPYBOOKS/MALDOC.CPY), PARA O MALA-
003134*                       DIRETA ENVELOPAR COM O ENDERECO DO
003134*                       CUSTADDR E ORDENAR POR CEP PARA A GRAFICA.
003134*                       SEM O DD MALADOC O EXTRATO SAI COMO
003134*                       SEMPRE, COM AVISO.
003134*    2026-10-15 OPR     TARIFAS POR EVENTO: O DEBITO CONSOLIDADO
003134*                       DO TARIFA-COBRAR SAI NOS MOVIMENTOS COMO
003134*                       "TARIFA" E O RODAPE DETALHA AS TARIFAS DO
003134*                       PERIODO, UMA LINHA POR EVENTO (TARDET, VER
003134*                       COPYBOOKS/TDTREG.CPY). CADA EXTRATO DA
003134*                       REEMISSAO ENTRA COMO EVENTO TARIFAVEL
003134*                       "2VIA" DO CLIENTE (ROTINA TARIFA-EVENTO).
003100***************************************************************
003200*
003300 ENVIRONMENT DIVISION.
004900     SELECT PRINT-FILE ASSIGN TO "STMTPRT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-FILE-STATUS.
005100     SELECT MALA-FILE ASSIGN TO "MALADOC"
005100         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-MALA-FILE-STATUS.
005110     SELECT REJECT-FILE ASSIGN TO "REJFILE"
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS IS WS-REJ-FILE-STATUS.
005183         ACCESS MODE IS DYNAMIC
005184         RECORD KEY IS ADR-CUST-ID
005185         FILE STATUS IS WS-ADDR-FILE-STATUS.
005186     SELECT TITULO-FILE ASSIGN TO "TITREG"
005186         ORGANIZATION IS INDEXED
005186         ACCESS MODE IS DYNAMIC
005186         RECORD KEY IS TIT-CHAVE
005186         ALTERNATE RECORD KEY IS TIT-CUST-ID
005186             WITH DUPLICATES
005186         FILE STATUS IS WS-TITULO-FILE-STATUS.
005186     SELECT REND-FILE ASSIGN TO "POUPREND"
005186         ORGANIZATION IS INDEXED
005186         ACCESS MODE IS DYNAMIC
005186         RECORD KEY IS REN-CHAVE
005186         FILE STATUS IS WS-REND-FILE-STATUS.
005186     SELECT FUSAO-FILE ASSIGN TO "CUSTFUS"
005186         ORGANIZATION IS INDEXED
005186         ACCESS MODE IS DYNAMIC
005186         RECORD KEY IS FUS-CHAVE
005186         FILE STATUS IS WS-FUSAO-FILE-STATUS.
005186     SELECT TARIFA-DET-FILE ASSIGN TO "TARDET"
005186         ORGANIZATION IS LINE SEQUENTIAL
005186         FILE STATUS IS WS-TARDET-FILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
007500     RECORDING MODE IS F.
007600 01  PRINT-LINE              PIC X(132).
007610*
007610 FD  MALA-FILE
007610     RECORDING MODE IS F.
007610*    LINHAS DO EXTRATO PARA A MALA DIRETA (VER MALDOC.CPY)
007610 COPY "MALDOC.cpy".
007610*
007620 FD  REJECT-FILE
007630     RECORDING MODE IS F.
007640 COPY "REJREC.cpy".
007701 FD  ARCHIVE-JRN-FILE
007702     RECORDING MODE IS F.
007703*    JRN-RECORD ARQUIVADO PELO CORTE MENSAL (JRN-ARCHIVE-CUT)
007703 01  ARCHIVE-JRN-RECORD      PIC X(231).
007705*
007692 FD  ADDRESS-FILE.
007693*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
007694 COPY "ADDRREC.cpy".
007695*
007696 FD  TITULO-FILE.
007697*    LAYOUT COMPARTILHADO DO CADASTRO DE TITULOS (VER
007698*    COPYBOOKS/TITREG.CPY)
007699 COPY "TITREG.cpy".
007699*
007699 FD  REND-FILE.
007699*    RENDIMENTOS DA POUPANCA (VER COPYBOOKS/RENDREG.CPY)
007699 COPY "RENDREG.cpy".
007699*
007699 FD  FUSAO-FILE.
007699*    REFERENCIA CRUZADA DE CADASTROS FUNDIDOS (VER
007699*    COPYBOOKS/FUSREG.CPY)
007699 COPY "FUSREG.cpy".
007699*
007699 FD  TARIFA-DET-FILE
007699     RECORDING MODE IS F.
007699*    TARIFAS COBRADAS, ORDENADAS POR CLIENTE (VER
007699*    COPYBOOKS/TDTREG.CPY)
007699 COPY "TDTREG.cpy".
007700*
007800 WORKING-STORAGE SECTION.
007900*
008500     88  JOURNAL-FILE-OK     VALUE "00".
008600 77  WS-PRINT-FILE-STATUS    PIC X(02) VALUE ZEROS.
008700     88  PRINT-FILE-OK       VALUE "00".
008700*
008700*    MALA DIRETA - CADA EXTRATO E UM DOCUMENTO NO MALADOC
008700 77  WS-MALA-FILE-STATUS     PIC X(02) VALUE ZEROS.
008700     88  MALA-OK             VALUE "00".
008700 77  WS-MALA-ABERTO-SW       PIC X(01) VALUE "N".
008700     88  MALA-DISPONIVEL     VALUE "Y".
008700 77  WS-MALA-DOC             PIC 9(07) VALUE ZERO.
008700 77  WS-MALA-LINHA           PIC 9(05) VALUE ZERO.
008800*
008900 77  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
009000     88  FIM-DO-MESTRE       VALUE "Y".
014642     88  ADDR-OK             VALUE "00".
014642 77  WS-ADDR-ABERTO-SW       PIC X(01) VALUE "N".
014642     88  ENDERECOS-DISPONIVEIS VALUE "Y".
014642*
014642***************************************************************
014642*    TITULOS DE COBRANCA EM ABERTO (ARQUIVO TITREG) - LINHA
014642*    DIGITAVEL DO BOLETO NO RODAPE
014642***************************************************************
014642 77  WS-TITULO-FILE-STATUS   PIC X(02) VALUE ZEROS.
014642     88  TITULO-OK           VALUE "00".
014642 77  WS-TITREG-ABERTO-SW     PIC X(01) VALUE "N".
014642     88  TITREG-DISPONIVEL   VALUE "Y".
014642 77  WS-TIT-FIM-SW           PIC X(01) VALUE "N".
014642     88  FIM-DOS-TITULOS     VALUE "Y".
014642 77  WS-VALOR-TITULO         PIC 9(11)V99 COMP-3 VALUE ZERO.
014642*
014642***************************************************************
014642*    RENDIMENTOS DA POUPANCA (ARQUIVO POUPREND) - BASE E TAXA
014642*    NA LINHA DO CREDITO
014642***************************************************************
014642 77  WS-REND-FILE-STATUS     PIC X(02) VALUE ZEROS.
014642     88  REND-OK             VALUE "00".
014642 77  WS-REND-ABERTO-SW       PIC X(01) VALUE "N".
014642     88  REND-DISPONIVEL     VALUE "Y".
014642 77  WS-BASE-REND-EDITADA    PIC 9(7).99.
014642 77  WS-TAXA-REND-EDITADA    PIC 9(3).9999.
014642 77  WS-ALIQ-IR-EDITADA      PIC 9(2).99.
014642*
014642***************************************************************
014642*    CADASTROS FUNDIDOS (ARQUIVO CUSTFUS) - O HISTORICO DE UM
014642*    CLIENTE INCORPORADO SAI JUNTO COM O DO SOBREVIVENTE E O
014642*    CABECALHO MOSTRA A REFERENCIA CRUZADA
014642***************************************************************
014642 77  WS-FUSAO-FILE-STATUS    PIC X(02) VALUE ZEROS.
014642     88  FUSAO-OK            VALUE "00".
014642 77  WS-CUSTFUS-ABERTO-SW    PIC X(01) VALUE "N".
014642     88  FUSOES-DISPONIVEIS  VALUE "Y".
014642 77  WS-FUS-FIM-SW           PIC X(01) VALUE "N".
014642     88  FIM-DAS-FUSOES      VALUE "Y".
014642 77  WS-QTDE-FUSOES          PIC 9(02) COMP VALUE ZERO.
014642 01  TABELA-FUSOES.
014642     05  FSL-ENTRY OCCURS 10 TIMES.
014642         10  FSL-LIGADO      PIC X(10).
014642         10  FSL-PAPEL       PIC X(01).
014642             88  FSL-INCORPORADO VALUE "V".
014642         10  FSL-DATA        PIC 9(08).
014642 77  WS-SUB-FUS              PIC 9(02) COMP VALUE ZERO.
014643*
014644***************************************************************
014644*    TARIFAS POR EVENTO COBRADAS NO PERIODO (ARQUIVO TARDET, EM
014644*    ORDEM DE CLIENTE) - UMA LINHA POR EVENTO NO RODAPE
014644***************************************************************
014644 77  WS-TARDET-FILE-STATUS   PIC X(02) VALUE ZEROS.
014644     88  TARDET-OK           VALUE "00".
014644 77  WS-TARDET-ABERTO-SW     PIC X(01) VALUE "N".
014644     88  TARDET-DISPONIVEL   VALUE "Y".
014644 77  WS-TARDET-FIM-SW        PIC X(01) VALUE "N".
014644     88  FIM-DAS-TARIFAS     VALUE "Y".
014644 77  WS-QTDE-TARIFA-EDITADA  PIC Z(4)9.
014644 77  WS-TARIFA-EDITADA       PIC Z(6)9.99.
014644*
014644***************************************************************
014645*    FEED DELIMITADO PARA O PORTAL (ARQUIVO STMTFEED) - OS
014646*    MOVIMENTOS DO CLIENTE SAO GUARDADOS NA TABELA E GRAVADOS
014647*    DEPOIS DO REGISTRO "C" DO CLIENTE, QUE PRECISA DO SALDO DE
014670*    (VER COPYBOOKS/CMBHDL.CPY)
014675***************************************************************
014680 COPY "CMBHDL.cpy".
014681*
014682***************************************************************
014683*    PARAMETROS DA ROTINA DE LINHA DIGITAVEL DO BOLETO (VER
014684*    COPYBOOKS/BOLHDL.CPY)
014685***************************************************************
014686 COPY "BOLHDL.cpy".
014686*
014686***************************************************************
014686*    PARAMETROS DA ROTINA DE EVENTOS TARIFAVEIS (VER
014686*    COPYBOOKS/TEVHDL.CPY) - SEGUNDA VIA NA REEMISSAO
014686***************************************************************
014686 COPY "TEVHDL.cpy".
014690*
014700*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
014800***************************************************************
019519             WS-FEED-FILE-STATUS ") - FEED DO PORTAL NAO SERA "
019519             "GERADO."
019519     END-IF.
019519     OPEN OUTPUT MALA-FILE.
019519     IF MALA-OK
019519         MOVE "Y" TO WS-MALA-ABERTO-SW
019519     ELSE
019519         DISPLAY "AVISO: MALADOC INDISPONIVEL (STATUS "
019519             WS-MALA-FILE-STATUS ") - EXTRATOS FORA DA MALA "
019519             "DIRETA."
019519     END-IF.
019521     OPEN INPUT ADDRESS-FILE.
019522     IF ADDR-OK
019523         MOVE "Y" TO WS-ADDR-ABERTO-SW
019570             WS-ACCT-FILE-STATUS ") - EXTRATO SEM ABERTURA "
019580             "POR CONTA."
019590     END-IF.
019591     IF NOT MODO-REEMISSAO
019592         OPEN INPUT TITULO-FILE
019593         IF TITULO-OK
019594             MOVE "Y" TO WS-TITREG-ABERTO-SW
019595         ELSE
019596             DISPLAY "AVISO: TITREG INDISPONIVEL (STATUS "
019597                 WS-TITULO-FILE-STATUS ") - EXTRATO SEM "
019598                 "TITULOS EM ABERTO."
019599         END-IF
019599     END-IF.
019599     OPEN INPUT REND-FILE.
019599     IF REND-OK
019599         MOVE "Y" TO WS-REND-ABERTO-SW
019599     ELSE
019599         DISPLAY "AVISO: POUPREND INDISPONIVEL (STATUS "
019599             WS-REND-FILE-STATUS ") - RENDIMENTO DA POUPANCA SEM "
019599             "BASE E TAXA."
019599     END-IF.
019599     OPEN INPUT FUSAO-FILE.
019599     IF FUSAO-OK
019599         MOVE "Y" TO WS-CUSTFUS-ABERTO-SW
019599     ELSE
019599         DISPLAY "AVISO: CUSTFUS INDISPONIVEL (STATUS "
019599             WS-FUSAO-FILE-STATUS ") - EXTRATO SEM REFERENCIA "
019599             "DE CADASTROS FUNDIDOS."
019599     END-IF.
019599     OPEN INPUT TARIFA-DET-FILE.
019599     IF TARDET-OK
019599         MOVE "Y" TO WS-TARDET-ABERTO-SW
019599         PERFORM 2690-LER-TARIFA THRU 2690-LER-TARIFA-EXIT
019599     ELSE
019599         DISPLAY "AVISO: TARDET INDISPONIVEL (STATUS "
019599             WS-TARDET-FILE-STATUS ") - EXTRATO SEM DETALHE "
019599             "DAS TARIFAS."
019599     END-IF.
019600     IF NOT PRINT-FILE-OK
019700         MOVE "CLISTMT " TO ERR-PROGRAMA
019800         SET ERR-TIPO-ARQUIVO TO TRUE
029200         PERFORM 2500-IMPRIMIR-RODAPE
029300             THRU 2500-IMPRIMIR-RODAPE-EXIT
029400         ADD 1 TO WS-QTDE-EXTRATOS
029400         IF MODO-REEMISSAO
029400             PERFORM 2800-REGISTRAR-SEGUNDA-VIA
029400                 THRU 2800-REGISTRAR-SEGUNDA-VIA-EXIT
029400         END-IF
029410         IF FEED-DISPONIVEL
029420             PERFORM 2700-GRAVAR-FEED-CLIENTE
029430                 THRU 2700-GRAVAR-FEED-CLIENTE-EXIT
031200*
031300***************************************************************
031400*    2200-TESTAR-SELECAO - SEM LISTA NO CARTAO, TODO CLIENTE    *
031400*    SAI; COM LISTA, SO OS IDS PEDIDOS E OS CADASTROS FUNDIDOS  *
031400*    COM ELES                                                   *
031600***************************************************************
031700 2200-TESTAR-SELECAO.
031700     PERFORM 2250-CARREGAR-FUSOES THRU 2250-CARREGAR-FUSOES-EXIT.
031800     IF WS-QTDE-IDS = ZERO
031900         MOVE "Y" TO WS-ID-SELECIONADO
032000     ELSE
032600             WHEN ID-PEDIDO(ID-IDX) = CUST-ID
032700                 MOVE "Y" TO WS-ID-SELECIONADO
032800         END-SEARCH
032800         PERFORM 2270-TESTAR-FUSAO-PEDIDA
032800             THRU 2270-TESTAR-FUSAO-PEDIDA-EXIT
032800             VARYING WS-SUB-FUS FROM 1 BY 1
032800             UNTIL WS-SUB-FUS > WS-QTDE-FUSOES
032800             OR CLIENTE-SELECIONADO
032900     END-IF.
033000 2200-TESTAR-SELECAO-EXIT.
033000     EXIT.
033000*
033000***************************************************************
033000*    2250-CARREGAR-FUSOES - FUSOES EFETIVADAS DO CLIENTE NO     *
033000*    CUSTFUS (NOS DOIS SENTIDOS, VER COPYBOOKS/FUSREG.CPY)      *
033000***************************************************************
033000 2250-CARREGAR-FUSOES.
033000     MOVE ZERO TO WS-QTDE-FUSOES.
033000     IF NOT FUSOES-DISPONIVEIS
033000         GO TO 2250-CARREGAR-FUSOES-EXIT
033000     END-IF.
033000     MOVE "N" TO WS-FUS-FIM-SW.
033000     MOVE CUST-ID TO FUS-CUST-ID.
033000     MOVE LOW-VALUES TO FUS-CUST-LIGADO.
033000     START FUSAO-FILE KEY IS NOT LESS THAN FUS-CHAVE
033000         INVALID KEY
033000             GO TO 2250-CARREGAR-FUSOES-EXIT
033000     END-START.
033000     PERFORM 2260-LER-FUSAO THRU 2260-LER-FUSAO-EXIT
033000         UNTIL FIM-DAS-FUSOES.
033000 2250-CARREGAR-FUSOES-EXIT.
033000     EXIT.
033000*
033000***************************************************************
033000*    2260-LER-FUSAO                                            *
033000***************************************************************
033000 2260-LER-FUSAO.
033000     READ FUSAO-FILE NEXT RECORD
033000         AT END
033000             MOVE "Y" TO WS-FUS-FIM-SW
033000             GO TO 2260-LER-FUSAO-EXIT
033000     END-READ.
033000     IF NOT FUSAO-OK OR FUS-CUST-ID NOT = CUST-ID
033000         OR WS-QTDE-FUSOES >= 10
033000         MOVE "Y" TO WS-FUS-FIM-SW
033000         GO TO 2260-LER-FUSAO-EXIT
033000     END-IF.
033000     IF FUS-EFETIVADA
033000         ADD 1 TO WS-QTDE-FUSOES
033000         MOVE FUS-CUST-LIGADO TO FSL-LIGADO(WS-QTDE-FUSOES)
033000         MOVE FUS-PAPEL TO FSL-PAPEL(WS-QTDE-FUSOES)
033000         MOVE FUS-DATA-DECISAO TO FSL-DATA(WS-QTDE-FUSOES)
033000     END-IF.
033000 2260-LER-FUSAO-EXIT.
033000     EXIT.
033000*
033000***************************************************************
033000*    2270-TESTAR-FUSAO-PEDIDA - CADASTRO FUNDIDO COM UM DOS IDS *
033000*    DO CARTAO TAMBEM SAI                                       *
033000***************************************************************
033000 2270-TESTAR-FUSAO-PEDIDA.
033000     SET ID-IDX TO 1.
033000     SEARCH ID-PEDIDO
033000         AT END
033000             CONTINUE
033000         WHEN ID-PEDIDO(ID-IDX) = FSL-LIGADO(WS-SUB-FUS)
033000             MOVE "Y" TO WS-ID-SELECIONADO
033000     END-SEARCH.
033000 2270-TESTAR-FUSAO-PEDIDA-EXIT.
033100     EXIT.
033200*
033300***************************************************************
033400*    2300-IMPRIMIR-CABECALHO                                  *
033500***************************************************************
033600 2300-IMPRIMIR-CABECALHO.
033600     ADD 1 TO WS-MALA-DOC.
033600     MOVE ZERO TO WS-MALA-LINHA.
033700     MOVE ALL "=" TO PRINT-LINE.
033700     PERFORM 8100-IMPRIMIR-LINHA
033700         THRU 8100-IMPRIMIR-LINHA-EXIT.
033810     IF MODO-REEMISSAO
033820         MOVE SPACES TO PRINT-LINE
033830         MOVE "*** REEMISSAO DE PERIODO FECHADO ***"
033840             TO PRINT-LINE
033840         PERFORM 8100-IMPRIMIR-LINHA
033840             THRU 8100-IMPRIMIR-LINHA-EXIT
033860     END-IF.
033900     MOVE SPACES TO PRINT-LINE.
034000     STRING "EXTRATO DO CLIENTE " DELIMITED BY SIZE
034300         CUST-NOME DELIMITED BY SIZE
034400         INTO PRINT-LINE
034500     END-STRING.
034500     PERFORM 8100-IMPRIMIR-LINHA
034500         THRU 8100-IMPRIMIR-LINHA-EXIT.
034610*    ENDERECO DO CLIENTE, QUANDO CADASTRADO NO CUSTADDR
034620     IF ENDERECOS-DISPONIVEIS
034630         MOVE CUST-ID TO ADR-CUST-ID
034692                 ADR-CIDADE "/" ADR-UF " CEP " ADR-CEP
034693                 DELIMITED BY SIZE INTO PRINT-LINE
034694             END-STRING
034694             PERFORM 8100-IMPRIMIR-LINHA
034694                 THRU 8100-IMPRIMIR-LINHA-EXIT
034696         END-IF
034697     END-IF.
034697     PERFORM 2310-IMPRIMIR-FUSAO THRU 2310-IMPRIMIR-FUSAO-EXIT
034697         VARYING WS-SUB-FUS FROM 1 BY 1
034697         UNTIL WS-SUB-FUS > WS-QTDE-FUSOES.
034700     MOVE SPACES TO PRINT-LINE.
034800     STRING "PERIODO " DELIMITED BY SIZE
034900         WS-DATA-INI DELIMITED BY SIZE
035100         WS-DATA-FIM DELIMITED BY SIZE
035200         INTO PRINT-LINE
035300     END-STRING.
035300     PERFORM 8100-IMPRIMIR-LINHA
035300         THRU 8100-IMPRIMIR-LINHA-EXIT.
035500 2300-IMPRIMIR-CABECALHO-EXIT.
035500     EXIT.
035500*
035500***************************************************************
035500*    2310-IMPRIMIR-FUSAO - REFERENCIA CRUZADA DO CADASTRO       *
035500*    FUNDIDO NO CABECALHO                                       *
035500***************************************************************
035500 2310-IMPRIMIR-FUSAO.
035500     MOVE SPACES TO PRINT-LINE.
035500     IF FSL-INCORPORADO(WS-SUB-FUS)
035500         STRING "CLIENTE INCORPORADO A " DELIMITED BY SIZE
035500             FSL-LIGADO(WS-SUB-FUS) DELIMITED BY SIZE
035500             " EM " DELIMITED BY SIZE
035500             FSL-DATA(WS-SUB-FUS) DELIMITED BY SIZE
035500             INTO PRINT-LINE
035500         END-STRING
035500     ELSE
035500         STRING "INCORPOROU O CLIENTE " DELIMITED BY SIZE
035500             FSL-LIGADO(WS-SUB-FUS) DELIMITED BY SIZE
035500             " EM " DELIMITED BY SIZE
035500             FSL-DATA(WS-SUB-FUS) DELIMITED BY SIZE
035500             INTO PRINT-LINE
035500         END-STRING
035500     END-IF.
035500     PERFORM 8100-IMPRIMIR-LINHA
035500         THRU 8100-IMPRIMIR-LINHA-EXIT.
035500 2310-IMPRIMIR-FUSAO-EXIT.
035600     EXIT.
035700*
035800***************************************************************
040110             MOVE "ABERTURA" TO WS-VERBO-MOVTO
040200         WHEN JRN-ESTORNO
040210             MOVE "ESTORNO" TO WS-VERBO-MOVTO
040220         WHEN JRN-PROGRAMA = "MULTAMOR"
040230             MOVE "MULTA" TO WS-VERBO-MOVTO
040240         WHEN JRN-PROGRAMA = "JUROSMOR"
040250             MOVE "JUROS" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "CUSTPROT"
040250             MOVE "CUSTAS" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "PIXCRED "
040250             MOVE "PIX" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "TRANSF  "
040250             MOVE "TRANSF" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "RENDPOUP"
040250             MOVE "RENDIM" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "RENDAPL "
040250             MOVE "REND-APL" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "IRRF    "
040250             MOVE "IR-FONTE" TO WS-VERBO-MOVTO
040250         WHEN JRN-PROGRAMA = "TARIFA  "
040250             MOVE "TARIFA" TO WS-VERBO-MOVTO
040300         WHEN OTHER
040310             MOVE "MOVTO" TO WS-VERBO-MOVTO
040400     END-EVALUATE.
041100     MOVE WS-MOVTO-EDITADO TO LB-PARTE(5).
041200     MOVE "-ORIGEM:" TO LB-PARTE(6).
041300     MOVE JRN-PROGRAMA TO LB-PARTE(7).
041300*    PERNA DE TRANSFERENCIA SAI COM A OUTRA PONTA (CLIENTE/CONTA)
041300*    NO LUGAR DA ORIGEM
041300     IF JRN-PROGRAMA = "TRANSF  "
041300         MOVE 8 TO LB-QTDE-PARTES
041300         IF JRN-TRF-ENVIADA
041300             MOVE "-TRANSFERENCIA-PARA:" TO LB-PARTE(6)
041300         ELSE
041300             MOVE "-TRANSFERENCIA-DE:" TO LB-PARTE(6)
041300         END-IF
041300         MOVE JRN-TRF-CONTRAPARTE TO LB-PARTE(7)
041300         MOVE SPACES TO LB-PARTE(8)
041300         STRING "/" JRN-TRF-CONTA-CONTRA
041300             DELIMITED BY SIZE INTO LB-PARTE(8)
041300         END-STRING
041300     END-IF.
041300*    RENDIMENTO DA POUPANCA SAI COM A BASE (MENOR SALDO DO CICLO)
041300*    E A TAXA GRAVADAS NO POUPREND
041300     IF JRN-PROGRAMA = "RENDPOUP" AND REND-DISPONIVEL
041300         MOVE JRN-CHAVE TO REN-CUST-ID
041300         MOVE "PP" TO REN-TIPO
041300         MOVE JRN-DATA TO REN-DATA-CREDITO
041300         READ REND-FILE
041300             INVALID KEY
041300                 CONTINUE
041300         END-READ
041300         IF REND-OK
041300             MOVE 9 TO LB-QTDE-PARTES
041300             MOVE "-SALDO-MINIMO:" TO LB-PARTE(6)
041300             MOVE REN-SALDO-MINIMO TO WS-BASE-REND-EDITADA
041300             MOVE WS-BASE-REND-EDITADA TO LB-PARTE(7)
041300             MOVE "-TAXA:" TO LB-PARTE(8)
041300             MOVE REN-TAXA TO WS-TAXA-REND-EDITADA
041300             MOVE SPACES TO LB-PARTE(9)
041300             STRING WS-TAXA-REND-EDITADA "%"
041300                 DELIMITED BY SIZE INTO LB-PARTE(9)
041300             END-STRING
041300         END-IF
041300     END-IF.
041300*    IR NA FONTE SAI COM A BASE (RENDIMENTO) E A ALIQUOTA DA
041300*    TABELA REGRESSIVA GRAVADAS NO PROPRIO JOURNAL (O REPASSE
041300*    MANUAL NAO TRAZ NENHUMA DAS DUAS)
041300     IF JRN-PROGRAMA = "IRRF    " AND NOT JRN-ESTORNO
041300         AND JRN-IR-ALIQUOTA NUMERIC AND JRN-IR-ALIQUOTA > ZERO
041300         MOVE 9 TO LB-QTDE-PARTES
041300         MOVE "-BASE:" TO LB-PARTE(6)
041300         MOVE JRN-IR-BASE TO WS-BASE-REND-EDITADA
041300         MOVE WS-BASE-REND-EDITADA TO LB-PARTE(7)
041300         MOVE "-ALIQUOTA:" TO LB-PARTE(8)
041300         MOVE JRN-IR-ALIQUOTA TO WS-ALIQ-IR-EDITADA
041300         MOVE SPACES TO LB-PARTE(9)
041300         STRING WS-ALIQ-IR-EDITADA "%"
041300             DELIMITED BY SIZE INTO LB-PARTE(9)
041300         END-STRING
041300     END-IF.
041400     CALL "LINE-BUILDER" USING LB-PARAMETROS-LINHA.
041500     MOVE SPACES TO PRINT-LINE.
041600     MOVE LB-LINHA-SAIDA TO PRINT-LINE.
041600     PERFORM 8100-IMPRIMIR-LINHA
041600         THRU 8100-IMPRIMIR-LINHA-EXIT.
041800 2450-IMPRIMIR-MOVIMENTO-EXIT.
041900     EXIT.
042000*
042800         WS-SALDO-EDITADO DELIMITED BY SIZE
042900         INTO PRINT-LINE
043000     END-STRING.
043000     PERFORM 8100-IMPRIMIR-LINHA
043000         THRU 8100-IMPRIMIR-LINHA-EXIT.
043200     MOVE WS-SALDO-FECHAMENTO TO WS-SALDO-EDITADO.
043300     MOVE SPACES TO PRINT-LINE.
043400     STRING "SALDO DE FECHAMENTO .: R$ " DELIMITED BY SIZE
043500         WS-SALDO-EDITADO DELIMITED BY SIZE
043600         INTO PRINT-LINE
043700     END-STRING.
043700     PERFORM 8100-IMPRIMIR-LINHA
043700         THRU 8100-IMPRIMIR-LINHA-EXIT.
043810*    CLIENTE EM MOEDA ESTRANGEIRA: IMPRIME TAMBEM O FECHAMENTO
043820*    CONVERTIDO PARA BRL, CARIMBADO COM A DATA DA TAXA USADA
043830     IF NOT MOEDA-LOCAL-BRL
043866         PERFORM 2580-IMPRIMIR-CONTAS
043868             THRU 2580-IMPRIMIR-CONTAS-EXIT
043870     END-IF.
043871*    TITULOS EM ABERTO COM A LINHA DIGITAVEL DO BOLETO
043872     IF TITREG-DISPONIVEL
043873         PERFORM 2600-IMPRIMIR-TITULOS
043874             THRU 2600-IMPRIMIR-TITULOS-EXIT
043875     END-IF.
043875*    TARIFAS DO PERIODO, UMA LINHA POR EVENTO COBRADO (O DEBITO
043875*    CONSOLIDADO JA SAIU NOS MOVIMENTOS COMO "TARIFA")
043875     IF TARDET-DISPONIVEL
043875         PERFORM 2680-IMPRIMIR-TARIFAS
043875             THRU 2680-IMPRIMIR-TARIFAS-EXIT
043875     END-IF.
043900     MOVE SPACES TO PRINT-LINE.
044000     STRING "MOVIMENTOS NO PERIODO: " DELIMITED BY SIZE
044100         WS-QTDE-MOVTOS DELIMITED BY SIZE
044200         INTO PRINT-LINE
044300     END-STRING.
044300     PERFORM 8100-IMPRIMIR-LINHA
044300         THRU 8100-IMPRIMIR-LINHA-EXIT.
044500 2500-IMPRIMIR-RODAPE-EXIT.
044600     EXIT.
044610*
044890             INTO PRINT-LINE
044900         END-STRING
044910     END-IF.
044910     PERFORM 8100-IMPRIMIR-LINHA
044910         THRU 8100-IMPRIMIR-LINHA-EXIT.
044930 2550-IMPRIMIR-FECHA-BRL-EXIT.
044940     EXIT.
044950*
044973             WS-SALDO-CONTA-EDITADO DELIMITED BY SIZE
044974             INTO PRINT-LINE
044975         END-STRING
044975         PERFORM 8100-IMPRIMIR-LINHA
044975             THRU 8100-IMPRIMIR-LINHA-EXIT
044977         PERFORM 2590-LER-CONTA THRU 2590-LER-CONTA-EXIT
044978     END-PERFORM.
044979 2580-IMPRIMIR-CONTAS-EXIT.
044996 2590-LER-CONTA-EXIT.
044997     EXIT.
044998*
044998***************************************************************
044998*    2600-IMPRIMIR-TITULOS - TITULOS ABERTOS DO CLIENTE PELA   *
044998*    CHAVE ALTERNADA CUST-ID DO TITREG; A LINHA DIGITAVEL E A  *
044998*    GRAVADA NA EMISSAO, SO FORMATADA PARA IMPRESSAO           *
044998***************************************************************
044998 2600-IMPRIMIR-TITULOS.
044998     MOVE "N" TO WS-TIT-FIM-SW.
044998     MOVE CUST-ID TO TIT-CUST-ID.
044998     START TITULO-FILE KEY IS EQUAL TO TIT-CUST-ID
044998         INVALID KEY
044998             MOVE "Y" TO WS-TIT-FIM-SW
044998     END-START.
044998     IF NOT FIM-DOS-TITULOS
044998         PERFORM 2650-LER-TITULO THRU 2650-LER-TITULO-EXIT
044998     END-IF.
044998     PERFORM 2610-IMPRIMIR-UM-TITULO
044998         THRU 2610-IMPRIMIR-UM-TITULO-EXIT
044998         UNTIL FIM-DOS-TITULOS.
044998 2600-IMPRIMIR-TITULOS-EXIT.
044998     EXIT.
044998*
044998***************************************************************
044998*    2610-IMPRIMIR-UM-TITULO                                   *
044998***************************************************************
044998 2610-IMPRIMIR-UM-TITULO.
044998     IF NOT TIT-ABERTO
044998         GO TO 2610-IMPRIMIR-UM-TITULO-LER
044998     END-IF.
044998     COMPUTE WS-VALOR-TITULO = TIT-VALOR-CENTAVOS / 100.
044998     MOVE WS-VALOR-TITULO TO WS-SALDO-EDITADO.
044998     MOVE SPACES TO PRINT-LINE.
044998     STRING "  TITULO EM ABERTO " DELIMITED BY SIZE
044998         TIT-REMSEQ DELIMITED BY SIZE
044998         " VENC " DELIMITED BY SIZE
044998         TIT-DATA-VENC DELIMITED BY SIZE
044998         " .: R$ " DELIMITED BY SIZE
044998         WS-SALDO-EDITADO DELIMITED BY SIZE
044998         INTO PRINT-LINE
044998     END-STRING.
044998     PERFORM 8100-IMPRIMIR-LINHA
044998         THRU 8100-IMPRIMIR-LINHA-EXIT.
044998     SET BOL-ACAO-FORMATAR TO TRUE.
044998     MOVE TIT-LINHA-DIGITAVEL TO BOL-LINHA-DIGITAVEL.
044998     CALL "BOLETO-CODIGO" USING BOL-PARAMETROS.
044998     IF BOL-OK
044998         MOVE SPACES TO PRINT-LINE
044998         STRING "    LINHA DIGITAVEL " DELIMITED BY SIZE
044998             BOL-LINHA-FORMATADA DELIMITED BY SIZE
044998             INTO PRINT-LINE
044998         END-STRING
044998         PERFORM 8100-IMPRIMIR-LINHA
044998             THRU 8100-IMPRIMIR-LINHA-EXIT
044998     END-IF.
044998 2610-IMPRIMIR-UM-TITULO-LER.
044998     PERFORM 2650-LER-TITULO THRU 2650-LER-TITULO-EXIT.
044998 2610-IMPRIMIR-UM-TITULO-EXIT.
044998     EXIT.
044998*
044998***************************************************************
044998*    2650-LER-TITULO - PROXIMO TITULO DO MESMO CLIENTE          *
044998***************************************************************
044998 2650-LER-TITULO.
044998     READ TITULO-FILE NEXT RECORD
044998         AT END
044998             MOVE "Y" TO WS-TIT-FIM-SW
044998     END-READ.
044998     IF NOT TITULO-OK OR TIT-CUST-ID NOT = CUST-ID
044998         MOVE "Y" TO WS-TIT-FIM-SW
044998     END-IF.
044998 2650-LER-TITULO-EXIT.
044998     EXIT.
044998*
044998***************************************************************
044998*    2680-IMPRIMIR-TARIFAS - CASAMENTO COM O TARDET (AMBOS EM  *
044998*    ORDEM DE CLIENTE): DESCARTA O DE CLIENTE MENOR E IMPRIME  *
044998*    AS LINHAS DO CLIENTE CORRENTE DENTRO DO PERIODO           *
044998***************************************************************
044998 2680-IMPRIMIR-TARIFAS.
044998     PERFORM 2690-LER-TARIFA THRU 2690-LER-TARIFA-EXIT
044998         UNTIL FIM-DAS-TARIFAS
044998            OR TDT-CUST-ID NOT < CUST-ID.
044998     PERFORM 2685-IMPRIMIR-UMA-TARIFA
044998         THRU 2685-IMPRIMIR-UMA-TARIFA-EXIT
044998         UNTIL FIM-DAS-TARIFAS
044998            OR TDT-CUST-ID NOT = CUST-ID.
044998 2680-IMPRIMIR-TARIFAS-EXIT.
044998     EXIT.
044998*
044998***************************************************************
044998*    2685-IMPRIMIR-UMA-TARIFA                                  *
044998***************************************************************
044998 2685-IMPRIMIR-UMA-TARIFA.
044998     IF TDT-DATA < WS-DATA-INI OR TDT-DATA > WS-DATA-FIM
044998         GO TO 2685-IMPRIMIR-UMA-TARIFA-LER
044998     END-IF.
044998     MOVE TDT-QTDE TO WS-QTDE-TARIFA-EDITADA.
044998     MOVE TDT-VALOR-TOTAL TO WS-TARIFA-EDITADA.
044998     MOVE SPACES TO PRINT-LINE.
044998     IF TDT-EVENTO-ISENTO
044998         STRING "  TARIFA " DELIMITED BY SIZE
044998             TDT-DATA DELIMITED BY SIZE
044998             " " DELIMITED BY SIZE
044998             TDT-DESCRICAO DELIMITED BY SIZE
044998             " QTDE " DELIMITED BY SIZE
044998             WS-QTDE-TARIFA-EDITADA DELIMITED BY SIZE
044998             " ..: ISENTO" DELIMITED BY SIZE
044998             INTO PRINT-LINE
044998         END-STRING
044998     ELSE
044998         STRING "  TARIFA " DELIMITED BY SIZE
044998             TDT-DATA DELIMITED BY SIZE
044998             " " DELIMITED BY SIZE
044998             TDT-DESCRICAO DELIMITED BY SIZE
044998             " QTDE " DELIMITED BY SIZE
044998             WS-QTDE-TARIFA-EDITADA DELIMITED BY SIZE
044998             " ..: R$ " DELIMITED BY SIZE
044998             WS-TARIFA-EDITADA DELIMITED BY SIZE
044998             INTO PRINT-LINE
044998         END-STRING
044998     END-IF.
044998     PERFORM 8100-IMPRIMIR-LINHA
044998         THRU 8100-IMPRIMIR-LINHA-EXIT.
044998 2685-IMPRIMIR-UMA-TARIFA-LER.
044998     PERFORM 2690-LER-TARIFA THRU 2690-LER-TARIFA-EXIT.
044998 2685-IMPRIMIR-UMA-TARIFA-EXIT.
044998     EXIT.
044998*
044998***************************************************************
044998*    2690-LER-TARIFA                                           *
044998***************************************************************
044998 2690-LER-TARIFA.
044998     READ TARIFA-DET-FILE
044998         AT END
044998             MOVE "Y" TO WS-TARDET-FIM-SW
044998     END-READ.
044998 2690-LER-TARIFA-EXIT.
044998     EXIT.
044998*
044998***************************************************************
044998*    2800-REGISTRAR-SEGUNDA-VIA - EXTRATO REEMITIDO E SERVICO  *
044998*    TARIFAVEL (VER TARIFA-COBRAR); A REFERENCIA E O PERIODO   *
044998*    MAIS A DATA DA REEMISSAO, ENTAO O JOB REPETIDO NO MESMO   *
044998*    DIA NAO COBRA DUAS VEZES                                  *
044998***************************************************************
044998 2800-REGISTRAR-SEGUNDA-VIA.
044998     MOVE "CLISTMT " TO TEV-PROGRAMA.
044998     SET TEV-SEGUNDA-VIA TO TRUE.
044998     MOVE CUST-ID TO TEV-CUST-ID.
044998     MOVE SPACES TO TEV-REFERENCIA.
044998     STRING WS-DATA-FIM RUN-DATA
044998         DELIMITED BY SIZE INTO TEV-REFERENCIA
044998     END-STRING.
044998     CALL "TARIFA-EVENTO" USING TEV-PARAMETROS.
044998 2800-REGISTRAR-SEGUNDA-VIA-EXIT.
044998     EXIT.
044960*
044960***************************************************************
044970*    8000-GRAVAR-REJEITO - MOEDA DESCONHECIDA OU SEM TAXA VAI  *
044980*    PARA O REJFILE COMUM COM A IMAGEM DO REGISTRO DO MESTRE   *
045004     EXIT.
045005*
044800***************************************************************
044800*    8100-IMPRIMIR-LINHA - GRAVA A LINHA NO STMTPRT E, COM O   *
044800*    MALADOC ABERTO, TAMBEM COMO LINHA DO DOCUMENTO CORRENTE   *
044800*    DA MALA DIRETA                                            *
044800***************************************************************
044800 8100-IMPRIMIR-LINHA.
044800     WRITE PRINT-LINE.
044800     IF NOT MALA-DISPONIVEL
044800         GO TO 8100-IMPRIMIR-LINHA-EXIT
044800     END-IF.
044800     ADD 1 TO WS-MALA-LINHA.
044800     MOVE SPACES TO MALA-DOC-RECORD.
044800     SET MDC-ORIG-EXTRATO TO TRUE.
044800     MOVE RUN-DATA TO MDC-DATA.
044800     MOVE WS-MALA-DOC TO MDC-DOC.
044800     MOVE CUST-ID TO MDC-CUST-ID.
044800     MOVE CUST-NOME TO MDC-NOME.
044800     MOVE WS-MALA-LINHA TO MDC-LINHA.
044800     MOVE PRINT-LINE TO MDC-TEXTO.
044800     WRITE MALA-DOC-RECORD.
044800 8100-IMPRIMIR-LINHA-EXIT.
044800     EXIT.
044800*
044800***************************************************************
044900*    9000-FINALIZAR                                           *
045000***************************************************************
045100 9000-FINALIZAR.
045710 9000-FINALIZAR-SAIDAS.
045800     IF PRINT-FILE-OK
045900         CLOSE PRINT-FILE
045900     END-IF.
045900     IF MALA-DISPONIVEL
045900         CLOSE MALA-FILE
046000     END-IF.
046010     IF REJ-FILE-OK
046020         CLOSE REJECT-FILE
046061     IF ENDERECOS-DISPONIVEIS
046062         CLOSE ADDRESS-FILE
046063     END-IF.
046064     IF TITREG-DISPONIVEL
046065         CLOSE TITULO-FILE
046066     END-IF.
046066     IF REND-DISPONIVEL
046066         CLOSE REND-FILE
046066     END-IF.
046066     IF FUSOES-DISPONIVEIS
046066         CLOSE FUSAO-FILE
046066     END-IF.
046066     IF TARDET-DISPONIVEL
046066         CLOSE TARIFA-DET-FILE
046066     END-IF.
046070     IF FEED-DISPONIVEL
046071         MOVE CTRL-QTDE-DETALHES TO WFT-QTDE
046072         MOVE CTRL-HASH-DETALHES TO WFT-HASH
046700     DISPLAY "JOURNAL SEM MESTRE .: " WS-QTDE-JRN-ORFAOS.
046710     DISPLAY "REJEITADOS POR CAMBIO: " WS-QTDE-REJ-CAMBIO.
046720     DISPLAY "REGISTROS NO FEED ..: " WS-QTDE-FEED-REGS.
046720     DISPLAY "DOCUMENTOS NO MALADOC: " WS-MALA-DOC.
046800 9000-FINALIZAR-EXIT.
046900     EXIT.
