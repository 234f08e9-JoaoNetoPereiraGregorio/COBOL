002900*                       AUDITORIA AUDQ. TUDO SOB PERFIL NO
003000*                       SECPROF E FUNCAO "CNTA" NA MATRIZ
003100*                       PERMMAT, COMO NAS DEMAIS TELAS.
003120*    2026-10-15 OPR     CADA PAGINA DE NOTAS MOSTRADA GRAVA UM
003140*                       REGISTRO DE VISUALIZACAO NA FILA TD VISQ
003160*                       (VER COPYBOOKS/VISREG.CPY) PARA O CONTROLE
003180*                       LGPD DE QUEM VIU O QUE.
003182*    2026-10-15 OPR     PF6 ABRE UMA CONTESTACAO DO LANCAMENTO
003184*                       DO JOURNAL INFORMADO NA TELA (DATA/HORA
003186*                       DO MOVIMENTO, COMO MOSTRADO NO PF6 DA
003188*                       CINQ): O LANCAMENTO E LIDO NO JRNHIST E
003190*                       SO DEBITO PODE SER CONTESTADO. A
003192*                       CONTESTACAO E GRAVADA NO ARQUIVO CONTEST
003194*                       (VER COPYBOOKS/CTSREG.CPY) COM O VALOR,
003196*                       A AGENCIA E O TEXTO DA NOTA COMO
003197*                       DESCRICAO; LANCAMENTO JA CONTESTADO E
003198*                       RECUSADO. A ABERTURA TAMBEM VIRA NOTA NO
003199*                       CUSTNOTA E EVENTO NA FILA AUDQ. PRAZO,
003199*                       CREDITO PROVISORIO E PARECER FICAM COM O
003199*                       CONTESTACAO-CICLO.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
005100***************************************************************
005200 77  DFHPF3                  PIC X VALUE X'F3'.
005300 77  DFHPF5                  PIC X VALUE X'F5'.
005350 77  DFHPF6                  PIC X VALUE X'F6'.
005400 77  DFHPF8                  PIC X VALUE X'F8'.
005500 77  DFHCLEAR                PIC X VALUE X'6D'.
005600*
014500     88  ENCERRAR-SESSAO     VALUE "Y".
014600 77  WS-LINHA-NOTA           PIC X(79) VALUE SPACES.
014700 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
014712*
014724***************************************************************
014736*    LOG DE VISUALIZACAO DE DADOS PESSOAIS (FILA TD VISQ, VER
014748*    COPYBOOKS/VISREG.CPY)
014760***************************************************************
014772 COPY "VISREG.cpy".
014784 77  WS-VIS-RESP             PIC S9(08) COMP VALUE ZERO.
014786*
014788***************************************************************
014790*    CONTESTACAO DE LANCAMENTO (PF6): REGISTRO DO CONTEST (VER
014792*    COPYBOOKS/CTSREG.CPY) E DO VSAM JRNHIST (COPIA KSDS DO
014794*    JRNFILE, CHAVE = CUST-ID + DATA + HORA, MESMO LAYOUT DA CINQ)
014796***************************************************************
014798 COPY "CTSREG.cpy".
014800 01  JRNH-RECORD.
014802     05  JRNH-CHAVE.
014804         10  JRNH-ID         PIC X(10).
014806         10  JRNH-DATA       PIC 9(08).
014808         10  JRNH-HORA       PIC 9(08).
014810     05  JRNH-PROGRAMA       PIC X(08).
014812     05  JRNH-OPERADOR       PIC X(08).
014814     05  JRNH-TIPO           PIC X(01).
014816     05  JRNH-ANTES          PIC X(80).
014818     05  JRNH-DEPOIS         PIC X(80).
014820 01  WS-SALDO-IMAGEM-AREA.
014822     05  WS-SALDO-IMAGEM     PIC S9(7)V99.
014824 77  WS-SALDO-ANTES          PIC S9(7)V99 VALUE ZERO.
014826 77  WS-SALDO-DEPOIS         PIC S9(7)V99 VALUE ZERO.
014828 77  WS-VALOR-EDITADO        PIC Z(6)9.99.
014830 77  WS-AUD-ACAO             PIC X(09) VALUE SPACES.
014800*
014900 LINKAGE SECTION.
015000*
019300     EXIT.
019400*
019500***************************************************************
019600*    2000-PROCESSAR-TECLA - PF3/CLEAR ENCERRA, PF5 GRAVA, PF6   *
019700*    CONTESTA, PF8 FOLHEIA, ENTER LISTA DO TOPO                 *
019800***************************************************************
019900 2000-PROCESSAR-TECLA.
020000     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
021400                 WHEN EIBAID = DFHPF5
021500                     PERFORM 2100-GRAVAR-NOTA
021600                         THRU 2100-GRAVAR-NOTA-EXIT
021610                 WHEN EIBAID = DFHPF6
021620                     PERFORM 2700-ABRIR-CONTESTACAO
021630                         THRU 2700-ABRIR-CONTESTACAO-EXIT
021700                 WHEN EIBAID = DFHPF8
021800                     PERFORM 2200-LISTAR-NOTAS
021900                         THRU 2200-LISTAR-NOTAS-EXIT
032300             TO WS-MENSAGEM-AREA
032400         GO TO 2100-GRAVAR-NOTA-EXIT
032500     END-IF.
032550     MOVE "NOTA" TO WS-AUD-ACAO.
032600     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
032700     MOVE CLIENTIDI TO CA-CLIENTE-ID.
032800     MOVE SPACES TO CA-NOT-CURSOR.
033400     EXIT.
033500*
033600***************************************************************
033700*    2500-AUDITAR - CADA NOTA GRAVADA OU CONTESTACAO ABERTA VAI *
033750*    PARA A FILA AUDQ (WS-AUD-ACAO DIZ QUAL)                    *
033800***************************************************************
033900 2500-AUDITAR.
034000     MOVE SPACES TO AUDIT-RECORD.
034300     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
034400     MOVE 1 TO AUDIT-OPCODE.
034500     MOVE SPACES TO AUDIT-DESC.
034600     STRING "CNTA " DELIMITED BY SIZE
034650         WS-AUD-ACAO DELIMITED BY SPACE
034700         " " NOT-CUST-ID DELIMITED BY SIZE INTO AUDIT-DESC
034800     END-STRING.
034900     EXEC CICS WRITEQ TD QUEUE('AUDQ')
035000         FROM(AUDIT-RECORD)
041500     ELSE
041600         MOVE "PF8 MOSTRA NOTAS MAIS ANTIGAS"
041700             TO WS-MENSAGEM-AREA
041725         MOVE CA-CLIENTE-ID TO VIS-CUST-ID
041750         PERFORM 2900-REGISTRAR-VISUALIZACAO
041775             THRU 2900-REGISTRAR-VISUALIZACAO-EXIT
041800     END-IF.
041900 2200-LISTAR-NOTAS-EXIT.
042000     EXIT.
046900     EXIT.
047000*
047100***************************************************************
047104*    2900-REGISTRAR-VISUALIZACAO - UM REGISTRO POR CLIENTE     *
047108*    MOSTRADO NA FILA VISQ (QUEM, DE QUAL TERMINAL, EM QUAL    *
047112*    TRANSACAO, QUANDO); SEM TRATAR A RESPOSTA, PARA A FILA    *
047116*    NUNCA SEGURAR NEM DERRUBAR A CONSULTA                     *
047120***************************************************************
047124 2900-REGISTRAR-VISUALIZACAO.
047128     ACCEPT VIS-DATA FROM DATE YYYYMMDD.
047132     ACCEPT VIS-HORA FROM TIME.
047136     EXEC CICS ASSIGN USERID(VIS-OPERADOR)
047140     END-EXEC.
047144     MOVE EIBTRMID TO VIS-TERMINAL.
047148     MOVE EIBTRNID TO VIS-TRANSACAO.
047152     EXEC CICS WRITEQ TD QUEUE('VISQ')
047156         FROM(VIS-RECORD)
047160         LENGTH(LENGTH OF VIS-RECORD)
047164         RESP(WS-VIS-RESP)
047168     END-EXEC.
047172 2900-REGISTRAR-VISUALIZACAO-EXIT.
047176     EXIT.
047180*
047190***************************************************************
047190*    2700-ABRIR-CONTESTACAO - PF6: O LANCAMENTO DO JOURNAL      *
047190*    (CLIENTE + DATA + HORA) E LIDO NO JRNHIST; SO DEBITO SE    *
047190*    CONTESTA. GRAVA O CONTEST (DUPREC = JA CONTESTADO), UMA    *
047190*    NOTA NO CUSTNOTA E O EVENTO NA AUDQ                        *
047190***************************************************************
047190 2700-ABRIR-CONTESTACAO.
047190     IF CLIENTIDI = SPACES
047190         MOVE "INFORME O ID DO CLIENTE" TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     IF JRNDATAI NOT NUMERIC OR JRNHORAI NOT NUMERIC
047190         MOVE "INFORME DATA E HORA DO LANCAMENTO CONTESTADO"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     IF NOTATXTI = SPACES
047190         MOVE "DESCREVA A CONTESTACAO NO CAMPO DA NOTA"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     MOVE CLIENTIDI TO CUST-ID.
047190     EXEC CICS READ DATASET('CUSTMAST')
047190         INTO(CUSTOMER-MASTER-RECORD)
047190         RIDFLD(CUST-ID)
047190         RESP(WS-RESP)
047190     END-EXEC.
047190     IF WS-RESP NOT = DFHRESP(NORMAL)
047190         MOVE "CLIENTE NAO ENCONTRADO NO MESTRE"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     MOVE CLIENTIDI TO JRNH-ID.
047190     MOVE JRNDATAI TO JRNH-DATA.
047190     MOVE JRNHORAI TO JRNH-HORA.
047190     EXEC CICS READ DATASET('JRNHIST')
047190         INTO(JRNH-RECORD)
047190         RIDFLD(JRNH-CHAVE)
047190         RESP(WS-RESP)
047190     END-EXEC.
047190     IF WS-RESP NOT = DFHRESP(NORMAL)
047190         MOVE "LANCAMENTO NAO ENCONTRADO NO JOURNAL (JRNHIST)"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     MOVE ZERO TO WS-SALDO-ANTES.
047190     MOVE JRNH-ANTES(42:9) TO WS-SALDO-IMAGEM-AREA.
047190     IF WS-SALDO-IMAGEM NUMERIC
047190         MOVE WS-SALDO-IMAGEM TO WS-SALDO-ANTES
047190     END-IF.
047190     MOVE ZERO TO WS-SALDO-DEPOIS.
047190     MOVE JRNH-DEPOIS(42:9) TO WS-SALDO-IMAGEM-AREA.
047190     IF WS-SALDO-IMAGEM NUMERIC
047190         MOVE WS-SALDO-IMAGEM TO WS-SALDO-DEPOIS
047190     END-IF.
047190     IF WS-SALDO-DEPOIS NOT < WS-SALDO-ANTES
047190         MOVE "SO LANCAMENTO A DEBITO PODE SER CONTESTADO"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
047190     END-EXEC.
047190     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
047190         YYYYMMDD(WS-DATA-HOJE)
047190         TIME(WS-HORA-AGORA)
047190     END-EXEC.
047190     MOVE SPACES TO CONTESTACAO-RECORD.
047190     MOVE CLIENTIDI TO CTS-CUST-ID.
047190     MOVE JRNH-DATA TO CTS-JRN-DATA.
047190     MOVE JRNH-HORA TO CTS-JRN-HORA.
047190     SET CTS-ABERTA TO TRUE.
047190     MOVE CUST-AGENCIA TO CTS-AGENCIA.
047190     MOVE WS-DATA-HOJE TO CTS-DATA-ABERTURA.
047190     MOVE WS-HORA-AGORA TO CTS-HORA-ABERTURA.
047190     MOVE WS-OPERATOR-ID TO CTS-OPERADOR.
047190     MOVE JRNH-PROGRAMA TO CTS-JRN-PROGRAMA.
047190     COMPUTE CTS-VALOR = WS-SALDO-ANTES - WS-SALDO-DEPOIS.
047190     MOVE NOTATXTI TO CTS-DESCRICAO.
047190     MOVE ZERO TO CTS-PROV-EMISSAO CTS-PROV-DATA CTS-PROV-HORA
047190         CTS-DATA-RESOLUCAO CTS-DATA-ESTORNO CTS-DATA-ALERTA.
047190     EXEC CICS WRITE DATASET('CONTEST')
047190         FROM(CONTESTACAO-RECORD)
047190         RIDFLD(CTS-CHAVE)
047190         RESP(WS-RESP)
047190     END-EXEC.
047190     IF WS-RESP = DFHRESP(DUPREC)
047190         MOVE "LANCAMENTO JA CONTESTADO - VER CONTEST"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     IF WS-RESP NOT = DFHRESP(NORMAL)
047190         MOVE "ERRO AO GRAVAR A CONTESTACAO (CONTEST)"
047190             TO WS-MENSAGEM-AREA
047190         GO TO 2700-ABRIR-CONTESTACAO-EXIT
047190     END-IF.
047190     MOVE CTS-VALOR TO WS-VALOR-EDITADO.
047190     MOVE SPACES TO NOTES-RECORD.
047190     MOVE CLIENTIDI TO NOT-CUST-ID.
047190     MOVE WS-DATA-HOJE TO NOT-DATA.
047190     MOVE WS-HORA-AGORA TO NOT-HORA.
047190     MOVE WS-OPERATOR-ID TO NOT-OPERADOR.
047190     STRING "CONTESTACAO " JRNDATAI " " JRNHORAI " R$"
047190         WS-VALOR-EDITADO ": " NOTATXTI
047190         DELIMITED BY SIZE INTO NOT-TEXTO
047190     END-STRING.
047190     EXEC CICS WRITE DATASET('CUSTNOTA')
047190         FROM(NOTES-RECORD)
047190         RIDFLD(NOT-CHAVE)
047190         RESP(WS-RESP)
047190     END-EXEC.
047190     MOVE "CONTESTA" TO WS-AUD-ACAO.
047190     PERFORM 2500-AUDITAR THRU 2500-AUDITAR-EXIT.
047190     MOVE CLIENTIDI TO CA-CLIENTE-ID.
047190     MOVE SPACES TO CA-NOT-CURSOR.
047190     MOVE SPACES TO NOTATXTO JRNDATAO JRNHORAO.
047190     PERFORM 2200-LISTAR-NOTAS THRU 2200-LISTAR-NOTAS-EXIT.
047190     MOVE "CONTESTACAO ABERTA - PRAZO E CREDITO PELO CICLO DIARIO"
047190         TO WS-MENSAGEM-AREA.
047190 2700-ABRIR-CONTESTACAO-EXIT.
047190     EXIT.
047190*
047190***************************************************************
047190*    3000-REENVIAR-TELA                                        *
047300***************************************************************
047400 3000-REENVIAR-TELA.
047500     MOVE WS-MENSAGEM-AREA TO MENSAGEMO.
