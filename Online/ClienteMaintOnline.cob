002989*                       DOCUMENTO JA USADO POR OUTRO CLIENTE
002990*                       FALHA NO REWRITE PELA CHAVE ALTERNADA
002991*                       UNICA DO CUSTMAST.
002991*    2026-10-15 OPR     REVISAO CADASTRAL (KYC) NA TELA: CAMPOS DE
002991*                       GRAU DE RISCO (A/M/B) E "REVISADO" (S),
002991*                       COM A ULTIMA E A PROXIMA REVISAO SOMENTE-
002991*                       LEITURA. O PF5 GRAVA O CONTROLE KYCCTL
002991*                       (VER COPYBOOKS/KYCREG.CPY) SOB A FUNCAO
002991*                       PROPRIA "KYC" NA MATRIZ PERMMAT, NO MESMO
002991*                       MOLDE DO LIMITE (CLIM): A REVISAO CARIMBA
002991*                       DATA E OPERADOR E A PROXIMA VENCE 1, 2 OU
002991*                       5 ANOS DEPOIS, CONFORME O RISCO. CADA
002991*                       GRAVACAO DEIXA EVENTO NA FILA DE AUDITORIA
002991*                       AUDQ.
002991*    2026-10-15 OPR     PF6 PASSA O CLIENTE CORRENTE PARA A TELA
002991*                       CREC DE INSTRUCOES RECORRENTES
002991*                       (RECORRENCIA-ONLINE).
002991*    2026-10-15 OPR     A CONSULTA DO CLIENTE GRAVA UM REGISTRO DE
002991*                       VISUALIZACAO NA FILA TD VISQ (VER
002991*                       COPYBOOKS/VISREG.CPY) PARA O CONTROLE LGPD
002991*                       DE QUEM VIU O QUE.
003000***************************************************************
003100*
003200 ENVIRONMENT DIVISION.
005200 77  DFHPF3                  PIC X VALUE X'F3'.
005250 77  DFHPF4                  PIC X VALUE X'F4'.
005300 77  DFHPF5                  PIC X VALUE X'F5'.
005300 77  DFHPF6                  PIC X VALUE X'F6'.
005400 77  DFHCLEAR                PIC X VALUE X'6D'.
005500*
005600***************************************************************
009398     88  LIMITE-NOVO         VALUE "Y".
009398 77  WS-TEM-PERM-LIMITE      PIC X(01) VALUE "N".
009398     88  OPERADOR-PODE-LIMITE VALUE "Y".
009398*
009398***************************************************************
009398*    CONTROLE DE REVISAO CADASTRAL (ARQUIVO KYCCTL - VER
009398*    COPYBOOKS/KYCREG.CPY), GRAVADO SOB A FUNCAO PROPRIA "KYC"
009398***************************************************************
009398 COPY "KYCREG.cpy".
009398 77  WS-KYC-NOVO-SW          PIC X(01) VALUE "N".
009398     88  KYC-NOVO            VALUE "Y".
009398 77  WS-KYC-ANOS             PIC 9(01) VALUE ZERO.
009398 77  WS-KYC-QUOCIENTE        PIC 9(04) VALUE ZERO.
009398 77  WS-KYC-RESTO-4          PIC 9(04) VALUE ZERO.
009398 77  WS-KYC-RESTO-100        PIC 9(04) VALUE ZERO.
009398 77  WS-KYC-RESTO-400        PIC 9(04) VALUE ZERO.
009398 01  WS-KYC-DATA             PIC 9(08) VALUE ZERO.
009398 01  WS-KYC-DATA-R REDEFINES WS-KYC-DATA.
009398     05  WS-KYC-ANO          PIC 9(04).
009398     05  WS-KYC-MES          PIC 9(02).
009398     05  WS-KYC-DIA          PIC 9(02).
009398*
009398***************************************************************
009398*    EVENTO DE AUDITORIA DA REVISAO, GRAVADO NA FILA TRANSIENT
009398*    DATA AUDQ NO MESMO LAYOUT DO AUDITLOG DO LOTE
009398***************************************************************
009398 01  AUDIT-RECORD.
009398     05  AUDIT-DATE          PIC 9(08).
009398     05  FILLER              PIC X(01) VALUE SPACE.
009398     05  AUDIT-TIME          PIC 9(08).
009398     05  FILLER              PIC X(01) VALUE SPACE.
009398     05  AUDIT-OPERATOR      PIC X(08).
009398     05  FILLER              PIC X(01) VALUE SPACE.
009398     05  AUDIT-OPCODE        PIC 9.
009398     05  FILLER              PIC X(01) VALUE SPACE.
009398     05  AUDIT-DESC          PIC X(30).
009400*
009500***************************************************************
009600*    COMMAREA PSEUDO-CONVERSACIONAL - GUARDA A CHAVE DO
012500*
012600 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
012700*
012701***************************************************************
012702*    LOG DE VISUALIZACAO DE DADOS PESSOAIS (FILA TD VISQ, VER
012703*    COPYBOOKS/VISREG.CPY)
012704***************************************************************
012705 COPY "VISREG.cpy".
012706 77  WS-VIS-RESP             PIC S9(08) COMP VALUE ZERO.
012707*
012710 LINKAGE SECTION.
012720*
012730***************************************************************
017970         END-EXEC
017980         GO TO 2000-PROCESSAR-TECLA-EXIT
017990     END-IF.
017991*    PF6 ABRE A TELA DE INSTRUCOES RECORRENTES (CREC) LEVANDO O
017992*    CLIENTE DA COMMAREA (VER RECORRENCIA-ONLINE)
017993     IF EIBAID = DFHPF6
017994         EXEC CICS XCTL PROGRAM('RECORON')
017995             COMMAREA(WS-COMMAREA)
017996             LENGTH(LENGTH OF WS-COMMAREA)
017997         END-EXEC
017998         GO TO 2000-PROCESSAR-TECLA-EXIT
017999     END-IF.
018000     EXEC CICS RECEIVE MAP('MNTMAP')
018100         MAPSET('MNTSET')
018200         INTO(MNTMAPI)
027200     MOVE CUST-ID TO CA-CLIENTE-ID.
027300     PERFORM 2200-MOSTRAR-REGISTRO
027400         THRU 2200-MOSTRAR-REGISTRO-EXIT.
027425     MOVE CUST-ID TO VIS-CUST-ID.
027450     PERFORM 2900-REGISTRAR-VISUALIZACAO
027475         THRU 2900-REGISTRAR-VISUALIZACAO-EXIT.
027500     MOVE "ALTERE OS CAMPOS E TECLE PF5 PARA GRAVAR"
027600         TO WS-MENSAGEM-AREA.
027700 2100-CONSULTAR-CLIENTE-EXIT.
030281     ELSE
030282         MOVE SPACES TO LIMITEO
030283     END-IF.
030283*    RISCO E DATAS DA REVISAO CADASTRAL, QUANDO HA CONTROLE NO
030283*    KYCCTL; O CAMPO "REVISADO" VOLTA SEMPRE EM BRANCO
030283     MOVE SPACES TO KYCREVO.
030283     MOVE CUST-ID TO KYC-CUST-ID.
030283     EXEC CICS READ DATASET('KYCCTL')
030283         INTO(KYC-CONTROLE-RECORD)
030283         RIDFLD(KYC-CUST-ID)
030283         RESP(WS-RESP)
030283     END-EXEC.
030283     IF WS-RESP = DFHRESP(NORMAL)
030283         MOVE KYC-RISCO TO RISCOO
030283         IF KYC-DATA-ULTIMA = ZERO
030283             MOVE SPACES TO KYCULTO
030283         ELSE
030283             MOVE KYC-DATA-ULTIMA TO KYCULTO
030283         END-IF
030283         MOVE KYC-DATA-PROXIMA TO KYCPROXO
030283     ELSE
030283         MOVE SPACES TO RISCOO
030283         MOVE SPACES TO KYCULTO
030283         MOVE SPACES TO KYCPROXO
030283     END-IF.
030300 2200-MOSTRAR-REGISTRO-EXIT.
030400     EXIT.
030500*
034930     IF LIMITEI NOT = SPACES
034940         PERFORM 2600-GRAVAR-LIMITE
034950             THRU 2600-GRAVAR-LIMITE-EXIT
034950     END-IF.
034950*    REVISAO CADASTRAL OU MUDANCA DE RISCO: GRAVACAO A PARTE NO
034950*    KYCCTL, SOB A FUNCAO PROPRIA "KYC" NA MATRIZ PERMMAT
034950     IF RISCOI NOT = SPACES OR KYCREVI = "S"
034950         PERFORM 2700-GRAVAR-KYC
034950             THRU 2700-GRAVAR-KYC-EXIT
034960     END-IF.
035000     PERFORM 2200-MOSTRAR-REGISTRO
035100         THRU 2200-MOSTRAR-REGISTRO-EXIT.
040399             GO TO 2400-VALIDAR-E-APLICAR-EXIT
040399         END-IF
040399     END-IF.
040399*    RISCO KYC SO ACEITA A/M/B E "REVISADO" SO ACEITA S
040399     IF RISCOI NOT = SPACES AND
040399        RISCOI NOT = "A" AND RISCOI NOT = "M" AND RISCOI NOT = "B"
040399         MOVE "N" TO WS-DADOS-OK-SWITCH
040399         MOVE "RISCO KYC SO ACEITA A, M OU B"
040399             TO WS-MENSAGEM-AREA
040399         GO TO 2400-VALIDAR-E-APLICAR-EXIT
040399     END-IF.
040399     IF KYCREVI NOT = SPACES AND KYCREVI NOT = "S"
040399         MOVE "N" TO WS-DADOS-OK-SWITCH
040399         MOVE "REVISADO SO ACEITA S (OU BRANCO)"
040399             TO WS-MENSAGEM-AREA
040399         GO TO 2400-VALIDAR-E-APLICAR-EXIT
040399     END-IF.
040400*    VALIDOU TUDO - APLICA SOBRE O REGISTRO SEGURADO
040500     MOVE NOMEI TO CUST-NOME.
040600     IF SALDOI NOT = SPACES
042667     EXIT.
042668*
042800***************************************************************
042800*    2700-GRAVAR-KYC - UPSERT DO CONTROLE DE REVISAO CADASTRAL  *
042800*    NO KYCCTL, EXIGINDO A FUNCAO "KYC" NA MATRIZ PERMMAT. A    *
042800*    REVISAO CARIMBA DATA E OPERADOR; A PROXIMA VENCE 1, 2 OU 5 *
042800*    ANOS DEPOIS DA ULTIMA, CONFORME O RISCO A, M OU B. CADA    *
042800*    GRAVACAO DEIXA EVENTO DE AUDITORIA NA FILA AUDQ            *
042800***************************************************************
042800 2700-GRAVAR-KYC.
042800     MOVE PRF-PAPEL TO WS-PERM-PAPEL.
042800     MOVE "KYC     " TO WS-PERM-FUNCAO.
042800     EXEC CICS READ DATASET('PERMMAT')
042800         INTO(PERM-RECORD)
042800         RIDFLD(WS-PERM-CHAVE)
042800         RESP(WS-RESP)
042800     END-EXEC.
042800     IF WS-RESP NOT = DFHRESP(NORMAL)
042800         MOVE "REVISAO KYC NAO GRAVADA - FUNCAO KYC NAO PERMITIDA"
042800             TO WS-MENSAGEM-AREA
042800         GO TO 2700-GRAVAR-KYC-EXIT
042800     END-IF.
042800     MOVE "N" TO WS-KYC-NOVO-SW.
042800     MOVE CA-CLIENTE-ID TO KYC-CUST-ID.
042800     EXEC CICS READ DATASET('KYCCTL')
042800         INTO(KYC-CONTROLE-RECORD)
042800         RIDFLD(KYC-CUST-ID)
042800         UPDATE
042800         RESP(WS-RESP)
042800     END-EXEC.
042800     IF WS-RESP NOT = DFHRESP(NORMAL)
042800         MOVE "Y" TO WS-KYC-NOVO-SW
042800         MOVE SPACES TO KYC-CONTROLE-RECORD
042800         MOVE CA-CLIENTE-ID TO KYC-CUST-ID
042800         MOVE "M" TO KYC-RISCO
042800         MOVE ZERO TO KYC-DATA-ULTIMA
042800         MOVE RUN-DATA TO KYC-DATA-PROXIMA
042800         MOVE ZERO TO KYC-DATA-BLOQUEIO
042800         MOVE RUN-DATA TO KYC-DATA-ABERTURA
042800     END-IF.
042800     IF RISCOI NOT = SPACES
042800         MOVE RISCOI TO KYC-RISCO
042800     END-IF.
042800     IF KYCREVI = "S"
042800         MOVE RUN-DATA TO KYC-DATA-ULTIMA
042800         MOVE WS-OPERATOR-ID TO KYC-OPERADOR
042800         MOVE ZERO TO KYC-DATA-BLOQUEIO
042800     END-IF.
042800     IF KYC-DATA-ULTIMA NOT = ZERO
042800         PERFORM 2750-CALCULAR-PROXIMA
042800             THRU 2750-CALCULAR-PROXIMA-EXIT
042800     END-IF.
042800     IF KYC-NOVO
042800         EXEC CICS WRITE DATASET('KYCCTL')
042800             FROM(KYC-CONTROLE-RECORD)
042800             RIDFLD(KYC-CUST-ID)
042800             RESP(WS-RESP)
042800         END-EXEC
042800     ELSE
042800         EXEC CICS REWRITE DATASET('KYCCTL')
042800             FROM(KYC-CONTROLE-RECORD)
042800             RESP(WS-RESP)
042800         END-EXEC
042800     END-IF.
042800     IF WS-RESP NOT = DFHRESP(NORMAL)
042800         MOVE "ERRO AO GRAVAR O CONTROLE KYC" TO WS-MENSAGEM-AREA
042800         GO TO 2700-GRAVAR-KYC-EXIT
042800     END-IF.
042800     MOVE SPACES TO AUDIT-RECORD.
042800     MOVE RUN-DATA TO AUDIT-DATE.
042800     MOVE RUN-HORA TO AUDIT-TIME.
042800     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
042800     MOVE 9 TO AUDIT-OPCODE.
042800     MOVE SPACES TO AUDIT-DESC.
042800     IF KYCREVI = "S"
042800         STRING "KYC REVISAO " CA-CLIENTE-ID " R=" KYC-RISCO
042800             DELIMITED BY SIZE INTO AUDIT-DESC
042800         END-STRING
042800     ELSE
042800         STRING "KYC RISCO " CA-CLIENTE-ID " R=" KYC-RISCO
042800             DELIMITED BY SIZE INTO AUDIT-DESC
042800         END-STRING
042800     END-IF.
042800     EXEC CICS WRITEQ TD QUEUE('AUDQ')
042800         FROM(AUDIT-RECORD)
042800         LENGTH(LENGTH OF AUDIT-RECORD)
042800         RESP(WS-RESP)
042800     END-EXEC.
042800     IF WS-RESP NOT = DFHRESP(NORMAL)
042800         MOVE "REVISAO KYC OK, FALHA NA AUDITORIA"
042800             TO WS-MENSAGEM-AREA
042800     END-IF.
042800 2700-GRAVAR-KYC-EXIT.
042800     EXIT.
042800*
042800***************************************************************
042800*    2750-CALCULAR-PROXIMA - ULTIMA REVISAO + 1/2/5 ANOS; O     *
042800*    29/02 QUE CAI EM ANO NAO BISSEXTO VIRA 28/02               *
042800***************************************************************
042800 2750-CALCULAR-PROXIMA.
042800     EVALUATE TRUE
042800         WHEN KYC-RISCO-ALTO
042800             MOVE 1 TO WS-KYC-ANOS
042800         WHEN KYC-RISCO-BAIXO
042800             MOVE 5 TO WS-KYC-ANOS
042800         WHEN OTHER
042800             MOVE 2 TO WS-KYC-ANOS
042800     END-EVALUATE.
042800     MOVE KYC-DATA-ULTIMA TO WS-KYC-DATA.
042800     ADD WS-KYC-ANOS TO WS-KYC-ANO.
042800     IF WS-KYC-MES = 2 AND WS-KYC-DIA = 29
042800         DIVIDE WS-KYC-ANO BY 4 GIVING WS-KYC-QUOCIENTE
042800             REMAINDER WS-KYC-RESTO-4
042800         DIVIDE WS-KYC-ANO BY 100 GIVING WS-KYC-QUOCIENTE
042800             REMAINDER WS-KYC-RESTO-100
042800         DIVIDE WS-KYC-ANO BY 400 GIVING WS-KYC-QUOCIENTE
042800             REMAINDER WS-KYC-RESTO-400
042800         IF WS-KYC-RESTO-4 NOT = ZERO
042800             OR (WS-KYC-RESTO-100 = ZERO
042800                 AND WS-KYC-RESTO-400 NOT = ZERO)
042800             MOVE 28 TO WS-KYC-DIA
042800         END-IF
042800     END-IF.
042800     MOVE WS-KYC-DATA TO KYC-DATA-PROXIMA.
042800 2750-CALCULAR-PROXIMA-EXIT.
042800     EXIT.
042800*
042800***************************************************************
042900*    2500-GRAVAR-JOURNAL-TD - GRAVA AS IMAGENS ANTES/DEPOIS DO  *
043000*    REGISTRO RECEM REGRAVADO NA FILA TRANSIENT DATA JRNQ       *
043100*    (EXTRAPARTITION SOBRE O DATASET JRNFILE), COM O OPERADOR   *
045600     EXIT.
045700*
045800***************************************************************
045804*    2900-REGISTRAR-VISUALIZACAO - UM REGISTRO POR CLIENTE     *
045808*    MOSTRADO NA FILA VISQ (QUEM, DE QUAL TERMINAL, EM QUAL    *
045812*    TRANSACAO, QUANDO); SEM TRATAR A RESPOSTA, PARA A FILA    *
045816*    NUNCA SEGURAR NEM DERRUBAR A CONSULTA                     *
045820***************************************************************
045824 2900-REGISTRAR-VISUALIZACAO.
045828     ACCEPT VIS-DATA FROM DATE YYYYMMDD.
045832     ACCEPT VIS-HORA FROM TIME.
045836     EXEC CICS ASSIGN USERID(VIS-OPERADOR)
045840     END-EXEC.
045844     MOVE EIBTRMID TO VIS-TERMINAL.
045848     MOVE EIBTRNID TO VIS-TRANSACAO.
045852     EXEC CICS WRITEQ TD QUEUE('VISQ')
045856         FROM(VIS-RECORD)
045860         LENGTH(LENGTH OF VIS-RECORD)
045864         RESP(WS-VIS-RESP)
045868     END-EXEC.
045872 2900-REGISTRAR-VISUALIZACAO-EXIT.
045876     EXIT.
045880*
045884***************************************************************
045900*    3000-REENVIAR-TELA                                       *
046000***************************************************************
046100 3000-REENVIAR-TELA.
