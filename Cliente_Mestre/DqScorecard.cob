003230*                       COMO MATRIZ 01); A REGRA R5 PASSA A OLHAR
003240*                       AS COLUNAS 66-80, POIS 64-65 VIRARAM A
003250*                       AGENCIA.
003250*    2026-10-15 OPR     NOVA REGRA R7 - CONTATO COM FALHA DE
003250*                       ENTREGA: O ARQUIVO NTFFALHA (VER
003250*                       COPYBOOKS/NTFFAL.CPY), MANTIDO PELO
003250*                       NOTIFICACAO-ENVIAR COM O RETORNO DO
003250*                       GATEWAY DE E-MAIL/SMS, TEM FALHA PENDENTE
003250*                       PARA O CLIENTE E O CUSTADDR NAO FOI
003250*                       ATUALIZADO DEPOIS DELA.
003300***************************************************************
003400*
003500 ENVIRONMENT DIVISION.
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS ADR-CUST-ID
005050         FILE STATUS IS WS-ADDR-FILE-STATUS.
005050     SELECT FALHA-FILE ASSIGN TO "NTFFALHA"
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS NFL-CUST-ID
005050         FILE STATUS IS WS-FALHA-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
006520 FD  ADDRESS-FILE.
006530*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
006540 COPY "ADDRREC.cpy".
006540*
006540 FD  FALHA-FILE.
006540*    FALHAS DE ENTREGA DE NOTIFICACAO (VER COPYBOOKS/NTFFAL.CPY)
006540 COPY "NTFFAL.cpy".
006600*
006700 WORKING-STORAGE SECTION.
006800*
008600 77  WS-QTDE-R4-SALDO        PIC 9(07) COMP VALUE ZERO.
008700 77  WS-QTDE-R5-FILLER       PIC 9(07) COMP VALUE ZERO.
008710 77  WS-QTDE-R6-CONTATO      PIC 9(07) COMP VALUE ZERO.
008710 77  WS-QTDE-R7-ENTREGA      PIC 9(07) COMP VALUE ZERO.
008800 77  WS-QTDE-INFRATORES      PIC 9(07) COMP VALUE ZERO.
008900 77  WS-QTDE-PIORES          PIC 9(07) COMP VALUE ZERO.
009000 77  WS-REGRAS-VIOLADAS      PIC 9(01) VALUE ZERO.
009000 77  WS-FLAGS-REGRAS         PIC X(21) VALUE SPACES.
009101 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
009102     88  ADDR-OK             VALUE "00".
009103 77  WS-ADDR-ABERTO-SW       PIC X(01) VALUE "N".
009104     88  ENDERECOS-DISPONIVEIS VALUE "Y".
009104 77  WS-FALHA-FILE-STATUS    PIC X(02) VALUE ZEROS.
009104     88  FALHA-OK            VALUE "00".
009104 77  WS-FALHA-ABERTO-SW      PIC X(01) VALUE "N".
009104     88  FALHAS-DISPONIVEIS  VALUE "Y".
009104 77  WS-ENDERECO-NOVO-SW     PIC X(01) VALUE "N".
009104     88  ENDERECO-ATUALIZADO VALUE "Y".
009110*    POSICAO DE GRAVACAO EM WS-FLAGS-REGRAS - MONTAR A LISTA
009120*    COM STRING SOBRE O PROPRIO CAMPO (FONTE = DESTINO) E
009130*    COMPORTAMENTO INDEFINIDO, ENTAO CADA REGRA ACRESCENTA A
014840     ELSE
014850         DISPLAY "AVISO: CUSTADDR INDISPONIVEL (STATUS "
014860             WS-ADDR-FILE-STATUS ") - REGRA R6 (CONTATO) "
014860             "PULADA."
014860     END-IF.
014860     OPEN INPUT FALHA-FILE.
014860     IF FALHA-OK
014860         MOVE "Y" TO WS-FALHA-ABERTO-SW
014860     ELSE
014860         DISPLAY "AVISO: NTFFALHA INDISPONIVEL (STATUS "
014860             WS-FALHA-FILE-STATUS ") - REGRA R7 (ENTREGA) "
014870             "PULADA."
014880     END-IF.
014900     OPEN OUTPUT PRINT-FILE.
024200         END-STRING
024300     END-IF.
024310*    R6 - SEM DADO DE CONTATO: SEM REGISTRO NO CUSTADDR OU COM
024311*    TELEFONE E E-MAIL EM BRANCO
024312     IF ENDERECOS-DISPONIVEIS
024313         MOVE CUST-ID TO ADR-CUST-ID
024314         READ ADDRESS-FILE
024315             INVALID KEY
024316                 CONTINUE
024317         END-READ
024318         IF NOT ADDR-OK
024319             OR (ADR-TELEFONE = SPACES AND ADR-EMAIL = SPACES)
024320             ADD 1 TO WS-QTDE-R6-CONTATO
024321             ADD 1 TO WS-REGRAS-VIOLADAS
024322             STRING "R6 " DELIMITED BY SIZE
024323                 INTO WS-FLAGS-REGRAS
024324                 WITH POINTER WS-FLAGS-PTR
024325             END-STRING
024326         END-IF
024327     END-IF.
024328*    R7 - O GATEWAY DEVOLVEU FALHA NA ULTIMA ENTREGA DE E-MAIL OU
024329*    SMS, E O ENDERECO NAO FOI ATUALIZADO DESDE ENTAO (O ADDR-OK
024330*    E O ADR-DATA-ATUALIZA VEM DA LEITURA DA R6)
024331     IF FALHAS-DISPONIVEIS
024332         MOVE CUST-ID TO NFL-CUST-ID
024333         READ FALHA-FILE
024334             INVALID KEY
024335                 CONTINUE
024336         END-READ
024337         MOVE "N" TO WS-ENDERECO-NOVO-SW
024338         IF FALHA-OK AND ADDR-OK
024339             IF ADR-DATA-ATUALIZA > NFL-DATA-ULTIMA
024340                 MOVE "Y" TO WS-ENDERECO-NOVO-SW
024341             END-IF
024342         END-IF
024343         IF FALHA-OK
024344             AND (NFL-FALHAS-EMAIL > ZERO
024345                  OR NFL-FALHAS-SMS > ZERO)
024346             AND NOT ENDERECO-ATUALIZADO
024347             ADD 1 TO WS-QTDE-R7-ENTREGA
024348             ADD 1 TO WS-REGRAS-VIOLADAS
024349             STRING "R7 " DELIMITED BY SIZE
024350                 INTO WS-FLAGS-REGRAS
024351                 WITH POINTER WS-FLAGS-PTR
024352             END-STRING
024353         END-IF
024354     END-IF.
024400*
024500     IF WS-REGRAS-VIOLADAS > ZERO
024600         ADD 1 TO WS-QTDE-INFRATORES
030110     IF ENDERECOS-DISPONIVEIS
030120         CLOSE ADDRESS-FILE
030130     END-IF.
030130     IF FALHAS-DISPONIVEIS
030130         CLOSE FALHA-FILE
030130     END-IF.
030200     IF PRINT-FILE-OK
030300         MOVE "TOTAIS POR REGRA NO SYSOUT E NO EODSTATS"
030400             TO RPT-LINHA-ENTRADA
031600     DISPLAY "R4 SALDO IMPLAUSIVEL .: " WS-QTDE-R4-SALDO.
031700     DISPLAY "R5 FILLER COM SUJEIRA : " WS-QTDE-R5-FILLER.
031710     DISPLAY "R6 SEM CONTATO .......: " WS-QTDE-R6-CONTATO.
031710     DISPLAY "R7 FALHA DE ENTREGA ..: " WS-QTDE-R7-ENTREGA.
031800     DISPLAY "REGISTROS INFRATORES .: " WS-QTDE-INFRATORES.
031900     DISPLAY "PIORES (2+ REGRAS) ...: " WS-QTDE-PIORES.
031910     IF WS-QTDE-AGENCIAS > ZERO
034900         WRITE STAT-RECORD
034910         MOVE "R6 SEM CONTATO" TO STAT-DESCRICAO
034920         MOVE WS-QTDE-R6-CONTATO TO STAT-VALOR
034920         WRITE STAT-RECORD
034920         MOVE "R7 FALHA DE ENTREGA" TO STAT-DESCRICAO
034920         MOVE WS-QTDE-R7-ENTREGA TO STAT-VALOR
034930         WRITE STAT-RECORD
035000         MOVE "REGISTROS INFRATORES" TO STAT-DESCRICAO
035100         MOVE WS-QTDE-INFRATORES TO STAT-VALOR
