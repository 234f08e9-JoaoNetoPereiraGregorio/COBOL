000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SANCAO-TRIAGEM.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     ROTINA COMPARTILHADA DE TRIAGEM DO NOME DO
001200*                       CLIENTE CONTRA A LISTA DE SANCOES E PEP
001300*                       (SANLISTA). NA PRIMEIRA CHAMADA CARREGA A
001400*                       LISTA PARA A MEMORIA, NO PADRAO DO
001500*                       CAMBIO-CONVERTER, COM CADA NOME JA
001600*                       NORMALIZADO PELO NOME-NORMALIZA (CAIXA,
001700*                       ACENTOS E ESPACOS NAO ESCONDEM O NOME) E
001800*                       SEPARADO EM PALAVRAS SEM AS PARTICULAS
001900*                       DA/DE/DO/DAS/DOS/E. PONTUACAO DE 0 A 100:
002000*                       100 PARA NOME NORMALIZADO IGUAL, NOME SEM
002100*                       ESPACOS IGUAL OU CPF/CNPJ IGUAL AO DA
002200*                       LISTA; FORA ISSO, POR PALAVRAS (PALAVRA
002300*                       IGUAL VALE 4, PALAVRA A UMA LETRA DE
002400*                       DISTANCIA - TROCA, FALTA, SOBRA OU
002500*                       INVERSAO DE VIZINHAS - VALE 3) SOBRE O
002600*                       NOME MAIS CURTO, LIMITADA A 95. ACIMA DO
002700*                       LIMIAR SANLIMIAR (PADRAO 80) E
002800*                       OCORRENCIA. NA FUNCAO "R" CADA OCORRENCIA
002900*                       E REGISTRADA NO SANHIT E A JA LIBERADA
003000*                       PELO ANALISTA NAO CONTA DE NOVO.
003100*                       PARAMETROS EM COPYBOOKS/SANHDL.CPY.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LISTA-FILE ASSIGN TO "SANLISTA"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-LISTA-FILE-STATUS.
004000     SELECT OCORRENCIA-FILE ASSIGN TO "SANHIT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SOC-CHAVE
004400         FILE STATUS IS WS-OCORR-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  LISTA-FILE
005000     RECORDING MODE IS F.
005100*    LISTA DE OBSERVACAO (LAYOUT DESCRITO EM COPYBOOKS/SANREG.CPY)
005200 01  LISTA-RECORD.
005300     05  SLT-ID              PIC X(10).
005400     05  FILLER              PIC X(01).
005500     05  SLT-TIPO            PIC X(01).
005600     05  FILLER              PIC X(01).
005700     05  SLT-FONTE           PIC X(08).
005800     05  FILLER              PIC X(01).
005900     05  SLT-NOME            PIC X(30).
006000     05  FILLER              PIC X(01).
006100     05  SLT-CPF-CNPJ        PIC X(14).
006200*
006300 FD  OCORRENCIA-FILE.
006400*    OCORRENCIAS DA TRIAGEM (VER COPYBOOKS/SANREG.CPY)
006500 COPY "SANREG.cpy".
006600*
006700 WORKING-STORAGE SECTION.
006800*
006900 77  WS-LISTA-FILE-STATUS    PIC X(02) VALUE ZEROS.
007000     88  LISTA-FILE-OK       VALUE "00".
007100 77  WS-OCORR-FILE-STATUS    PIC X(02) VALUE ZEROS.
007200     88  OCORR-OK            VALUE "00".
007300     88  OCORR-NAO-ACHADO    VALUE "23", "35".
007400*
007500 77  WS-LISTA-EOF-SWITCH     PIC X(01) VALUE "N".
007600     88  FIM-DA-LISTA        VALUE "Y".
007700 77  WS-CARGA-FEITA-SWITCH   PIC X(01) VALUE "N".
007800     88  LISTA-CARREGADA     VALUE "Y".
007900 77  WS-CARGA-FALHOU-SWITCH  PIC X(01) VALUE "N".
008000     88  LISTA-INDISPONIVEL  VALUE "Y".
008100 77  WS-REGISTRO-SWITCH      PIC X(01) VALUE "N".
008200     88  REGISTRO-ABERTO     VALUE "Y".
008300     88  REGISTRO-FALHOU     VALUE "F".
008400 77  WS-LIBERADA-SWITCH      PIC X(01) VALUE "N".
008500     88  OCORRENCIA-LIBERADA VALUE "Y".
008600 77  WS-PROXIMA-SWITCH       PIC X(01) VALUE "N".
008700     88  PALAVRA-PROXIMA     VALUE "Y".
008800 77  WS-ACHOU-SWITCH         PIC X(01) VALUE "N".
008900     88  ACHOU-PALAVRA       VALUE "Y".
009000*
009100 77  WS-LIMIAR               PIC 9(03) VALUE ZERO.
009200*
009300***************************************************************
009400*    LISTA EM MEMORIA - ATE 20000 ENTRADAS, CADA UMA COM O NOME
009500*    ORIGINAL, O NORMALIZADO, O NORMALIZADO SEM ESPACOS E AS
009600*    PALAVRAS JA SEPARADAS (MESMO LAYOUT DE WS-PALAVRAS-TRAB)
009700***************************************************************
009800 77  WS-QTDE-ENTRADAS        PIC 9(05) COMP VALUE ZERO.
009900 77  WS-SUB                  PIC 9(05) COMP VALUE ZERO.
010000 01  WS-TABELA-LISTA.
010100     05  WS-LST-ENTRADA OCCURS 20000 TIMES.
010200         10  WS-LT-ID        PIC X(10).
010300         10  WS-LT-TIPO      PIC X(01).
010400         10  WS-LT-FONTE     PIC X(08).
010500         10  WS-LT-NOME      PIC X(30).
010600         10  WS-LT-NRM       PIC X(30).
010700         10  WS-LT-JUNTO     PIC X(30).
010800         10  WS-LT-DOC       PIC X(14).
010900         10  WS-LT-PALAVRAS.
011000             15  WS-LT-QTDE-PAL  PIC 9(02) COMP.
011100             15  WS-LT-PALAVRA OCCURS 8 TIMES.
011200                 20  WS-LT-TEXTO PIC X(16).
011300                 20  WS-LT-LEN   PIC 9(02) COMP.
011400*
011500***************************************************************
011600*    SEPARACAO DE UM NOME NORMALIZADO EM PALAVRAS - O NOME EM
011700*    WS-NOME-TRAB, AS PALAVRAS UTEIS EM WS-PALAVRAS-TRAB
011800***************************************************************
011900 77  WS-NOME-TRAB            PIC X(30) VALUE SPACES.
012000 77  WS-JUNTO-TRAB           PIC X(30) VALUE SPACES.
012100 77  WS-POS-JUNTO            PIC 9(02) COMP VALUE ZERO.
012200 77  WS-IDX                  PIC 9(02) COMP VALUE ZERO.
012300 01  WS-PEDACOS.
012400     05  WS-PEDACO OCCURS 8 TIMES.
012500         10  WS-PED-TEXTO    PIC X(16).
012600         10  WS-PED-LEN      PIC 9(02) COMP.
012700 77  WS-PED-EXCEDENTE        PIC X(30) VALUE SPACES.
012800 01  WS-PALAVRAS-TRAB.
012900     05  WS-PT-QTDE          PIC 9(02) COMP.
013000     05  WS-PT-PALAVRA OCCURS 8 TIMES.
013100         10  WS-PT-TEXTO     PIC X(16).
013200         10  WS-PT-LEN       PIC 9(02) COMP.
013300 01  WS-PALAVRAS-CLIENTE.
013400     05  WS-PC-QTDE          PIC 9(02) COMP.
013500     05  WS-PC-PALAVRA OCCURS 8 TIMES.
013600         10  WS-PC-TEXTO     PIC X(16).
013700         10  WS-PC-LEN       PIC 9(02) COMP.
013800 01  WS-PALAVRAS-LISTA.
013900     05  WS-PL-QTDE          PIC 9(02) COMP.
014000     05  WS-PL-PALAVRA OCCURS 8 TIMES.
014100         10  WS-PL-TEXTO     PIC X(16).
014200         10  WS-PL-LEN       PIC 9(02) COMP.
014300 01  WS-PALAVRAS-USADAS.
014400     05  WS-USADA            PIC X(01) OCCURS 8 TIMES.
014500*
014600***************************************************************
014700*    NOME DO CLIENTE DA CHAMADA E PONTUACAO DA ENTRADA CORRENTE
014800***************************************************************
014900 77  WS-CLI-NRM              PIC X(30) VALUE SPACES.
015000 77  WS-CLI-JUNTO            PIC X(30) VALUE SPACES.
015100 77  WS-J                    PIC 9(02) COMP VALUE ZERO.
015200 77  WS-K                    PIC 9(02) COMP VALUE ZERO.
015300 77  WS-MENOR-QTDE           PIC 9(02) COMP VALUE ZERO.
015400 77  WS-SOMA-PONTOS          PIC 9(03) COMP VALUE ZERO.
015500 77  WS-PONTOS               PIC 9(03) VALUE ZERO.
015600 77  WS-CLASSE               PIC X(01) VALUE SPACE.
015700*
015800***************************************************************
015900*    COMPARACAO DE DUAS PALAVRAS A UMA LETRA DE DISTANCIA - A
016000*    AREA TEM UMA POSICAO ALEM DA MAIOR PALAVRA PARA A VARREDURA
016100*    PARAR NELA SEM SAIR DO CAMPO
016200***************************************************************
016300 77  WS-CMP-A                PIC X(17) VALUE SPACES.
016400 77  WS-CMP-A-LEN            PIC 9(02) COMP VALUE ZERO.
016500 77  WS-CMP-B                PIC X(17) VALUE SPACES.
016600 77  WS-CMP-B-LEN            PIC 9(02) COMP VALUE ZERO.
016700 77  WS-CMP-CURTA            PIC X(17) VALUE SPACES.
016800 77  WS-CMP-LONGA            PIC X(17) VALUE SPACES.
016900 77  WS-CMP-LEN              PIC 9(02) COMP VALUE ZERO.
017000 77  WS-DIF-POS              PIC 9(02) COMP VALUE ZERO.
017100 77  WS-RESTO                PIC 9(02) COMP VALUE ZERO.
017200*
017300***************************************************************
017400*    PARAMETROS DA ROTINA COMPARTILHADA DE NORMALIZACAO DE NOME
017500***************************************************************
017600 COPY "NRMHDL.cpy".
017700*
017800 LINKAGE SECTION.
017900 COPY "SANHDL.cpy".
018000*
018100 PROCEDURE DIVISION USING SAN-PARAMETROS.
018200*
018300***************************************************************
018400*    0000-MAINLINE                                             *
018500***************************************************************
018600 0000-MAINLINE.
018700     IF SAN-ENCERRAR
018800         PERFORM 9000-ENCERRAR THRU 9000-ENCERRAR-EXIT
018900         MOVE 00 TO SAN-RETORNO
019000         GO TO 0000-MAINLINE-FIM
019100     END-IF.
019200     IF NOT LISTA-CARREGADA
019300         PERFORM 1000-CARREGAR-LISTA
019400             THRU 1000-CARREGAR-LISTA-EXIT
019500     END-IF.
019600     MOVE ZERO TO SAN-QTDE-OCORRENCIAS SAN-QTDE-NOVAS
019700         SAN-QTDE-LIBERADAS SAN-MAIOR-PONTOS.
019800     MOVE SPACES TO SAN-MAIOR-CLASSE SAN-MAIOR-LISTA-ID
019900         SAN-MAIOR-TIPO SAN-MAIOR-NOME.
020000     IF LISTA-INDISPONIVEL
020100         MOVE 12 TO SAN-RETORNO
020200         GO TO 0000-MAINLINE-FIM
020300     END-IF.
020400     MOVE 00 TO SAN-RETORNO.
020500     PERFORM 2000-TRIAR-CLIENTE THRU 2000-TRIAR-CLIENTE-EXIT.
020600     IF SAN-QTDE-OCORRENCIAS > ZERO AND SAN-RETORNO = 00
020700         MOVE 04 TO SAN-RETORNO
020800     END-IF.
020900 0000-MAINLINE-FIM.
021000     GOBACK.
021100*
021200***************************************************************
021300*    1000-CARREGAR-LISTA - LE O SANLISTA INTEIRO PARA A MEMORIA *
021400*    UMA UNICA VEZ POR EXECUCAO; LISTA AUSENTE, VAZIA OU MAIOR  *
021500*    QUE A TABELA DEIXA A ROTINA SEM LISTA (RETORNO 12), PARA   *
021600*    NINGUEM TOMAR UMA TRIAGEM PARCIAL POR COMPLETA             *
021700***************************************************************
021800 1000-CARREGAR-LISTA.
021900     MOVE "Y" TO WS-CARGA-FEITA-SWITCH.
022000     ACCEPT WS-LIMIAR FROM ENVIRONMENT "SANLIMIAR".
022100     IF WS-LIMIAR = ZERO OR WS-LIMIAR > 100
022200         MOVE 80 TO WS-LIMIAR
022300     END-IF.
022400     OPEN INPUT LISTA-FILE.
022500     IF NOT LISTA-FILE-OK
022600         MOVE "Y" TO WS-CARGA-FALHOU-SWITCH
022700         GO TO 1000-CARREGAR-LISTA-EXIT
022800     END-IF.
022900     MOVE "N" TO WS-LISTA-EOF-SWITCH.
023000     PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
023100     PERFORM 1200-GUARDAR-ENTRADA THRU 1200-GUARDAR-ENTRADA-EXIT
023200         UNTIL FIM-DA-LISTA OR LISTA-INDISPONIVEL.
023300     CLOSE LISTA-FILE.
023400     IF WS-QTDE-ENTRADAS = ZERO
023500         MOVE "Y" TO WS-CARGA-FALHOU-SWITCH
023600     END-IF.
023700 1000-CARREGAR-LISTA-EXIT.
023800     EXIT.
023900*
024000***************************************************************
024100*    1100-LER-LISTA                                            *
024200***************************************************************
024300 1100-LER-LISTA.
024400     READ LISTA-FILE
024500         AT END
024600             MOVE "Y" TO WS-LISTA-EOF-SWITCH
024700     END-READ.
024800 1100-LER-LISTA-EXIT.
024900     EXIT.
025000*
025100***************************************************************
025200*    1200-GUARDAR-ENTRADA - ENTRADA SEM IDENTIFICADOR OU SEM    *
025300*    NOME E IGNORADA; AS DEMAIS ENTRAM NORMALIZADAS E JA        *
025400*    SEPARADAS EM PALAVRAS                                      *
025500***************************************************************
025600 1200-GUARDAR-ENTRADA.
025700     IF SLT-ID = SPACES OR SLT-NOME = SPACES
025800         GO TO 1200-GUARDAR-ENTRADA-LER
025900     END-IF.
026000     IF WS-QTDE-ENTRADAS >= 20000
026100         MOVE "Y" TO WS-CARGA-FALHOU-SWITCH
026200         GO TO 1200-GUARDAR-ENTRADA-EXIT
026300     END-IF.
026400     ADD 1 TO WS-QTDE-ENTRADAS.
026500     MOVE SLT-ID TO WS-LT-ID(WS-QTDE-ENTRADAS).
026600     MOVE SLT-TIPO TO WS-LT-TIPO(WS-QTDE-ENTRADAS).
026700     MOVE SLT-FONTE TO WS-LT-FONTE(WS-QTDE-ENTRADAS).
026800     MOVE SLT-NOME TO WS-LT-NOME(WS-QTDE-ENTRADAS).
026900     MOVE SLT-CPF-CNPJ TO WS-LT-DOC(WS-QTDE-ENTRADAS).
027000     MOVE SLT-NOME TO NRM-ENTRADA.
027100     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
027200     MOVE NRM-SAIDA TO WS-LT-NRM(WS-QTDE-ENTRADAS).
027300     MOVE NRM-SAIDA TO WS-NOME-TRAB.
027400     PERFORM 3000-SEPARAR-PALAVRAS
027500         THRU 3000-SEPARAR-PALAVRAS-EXIT.
027600     MOVE WS-JUNTO-TRAB TO WS-LT-JUNTO(WS-QTDE-ENTRADAS).
027700     MOVE WS-PALAVRAS-TRAB TO WS-LT-PALAVRAS(WS-QTDE-ENTRADAS).
027800 1200-GUARDAR-ENTRADA-LER.
027900     PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
028000 1200-GUARDAR-ENTRADA-EXIT.
028100     EXIT.
028200*
028300***************************************************************
028400*    2000-TRIAR-CLIENTE - NORMALIZA O NOME DO CLIENTE E O       *
028500*    COMPARA COM CADA ENTRADA DA LISTA                          *
028600***************************************************************
028700 2000-TRIAR-CLIENTE.
028800     MOVE SAN-NOME TO NRM-ENTRADA.
028900     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
029000     MOVE NRM-SAIDA TO WS-CLI-NRM.
029100     MOVE NRM-SAIDA TO WS-NOME-TRAB.
029200     PERFORM 3000-SEPARAR-PALAVRAS
029300         THRU 3000-SEPARAR-PALAVRAS-EXIT.
029400     MOVE WS-JUNTO-TRAB TO WS-CLI-JUNTO.
029500     MOVE WS-PALAVRAS-TRAB TO WS-PALAVRAS-CLIENTE.
029600     IF WS-CLI-NRM = SPACES
029700         GO TO 2000-TRIAR-CLIENTE-EXIT
029800     END-IF.
029900     MOVE ZERO TO WS-SUB.
030000     PERFORM 2100-COMPARAR-ENTRADA
030100         THRU 2100-COMPARAR-ENTRADA-EXIT
030200         WS-QTDE-ENTRADAS TIMES.
030300 2000-TRIAR-CLIENTE-EXIT.
030400     EXIT.
030500*
030600***************************************************************
030700*    2100-COMPARAR-ENTRADA - PONTUA A ENTRADA CORRENTE E, ACIMA *
030800*    DO LIMIAR, CONTA (E NA FUNCAO "R" REGISTRA) A OCORRENCIA   *
030900***************************************************************
031000 2100-COMPARAR-ENTRADA.
031100     ADD 1 TO WS-SUB.
031200     MOVE ZERO TO WS-PONTOS.
031300     MOVE SPACE TO WS-CLASSE.
031400     IF WS-LT-DOC(WS-SUB) NOT = SPACES
031500         AND WS-LT-DOC(WS-SUB) = SAN-CPF-CNPJ
031600         MOVE 100 TO WS-PONTOS
031700         MOVE "D" TO WS-CLASSE
031800     ELSE
031900         IF WS-LT-NRM(WS-SUB) = WS-CLI-NRM
032000             OR WS-LT-JUNTO(WS-SUB) = WS-CLI-JUNTO
032100             MOVE 100 TO WS-PONTOS
032200             MOVE "E" TO WS-CLASSE
032300         ELSE
032400             PERFORM 2200-PONTUAR-PALAVRAS
032500                 THRU 2200-PONTUAR-PALAVRAS-EXIT
032600         END-IF
032700     END-IF.
032800     IF WS-PONTOS < WS-LIMIAR
032900         GO TO 2100-COMPARAR-ENTRADA-EXIT
033000     END-IF.
033100     MOVE "N" TO WS-LIBERADA-SWITCH.
033200     IF SAN-REGISTRAR
033300         PERFORM 4000-REGISTRAR-OCORRENCIA
033400             THRU 4000-REGISTRAR-OCORRENCIA-EXIT
033500     END-IF.
033600     IF OCORRENCIA-LIBERADA
033700         ADD 1 TO SAN-QTDE-LIBERADAS
033800         GO TO 2100-COMPARAR-ENTRADA-EXIT
033900     END-IF.
034000     ADD 1 TO SAN-QTDE-OCORRENCIAS.
034100     IF WS-PONTOS > SAN-MAIOR-PONTOS
034200         MOVE WS-PONTOS TO SAN-MAIOR-PONTOS
034300         MOVE WS-CLASSE TO SAN-MAIOR-CLASSE
034400         MOVE WS-LT-ID(WS-SUB) TO SAN-MAIOR-LISTA-ID
034500         MOVE WS-LT-TIPO(WS-SUB) TO SAN-MAIOR-TIPO
034600         MOVE WS-LT-NOME(WS-SUB) TO SAN-MAIOR-NOME
034700     END-IF.
034800 2100-COMPARAR-ENTRADA-EXIT.
034900     EXIT.
035000*
035100***************************************************************
035200*    2200-PONTUAR-PALAVRAS - CADA PALAVRA DA LISTA PROCURA UMA  *
035300*    PALAVRA DO CLIENTE AINDA NAO USADA: IGUAL VALE 4, A UMA    *
035400*    LETRA DE DISTANCIA VALE 3. A SOMA E DIVIDIDA PELO MAXIMO   *
035500*    DO NOME MAIS CURTO (NOME DO MEIO A MAIS NAO ESCONDE A      *
035600*    OCORRENCIA) E LIMITADA A 95 - 100 FICA PARA O EXATO. NOME  *
035700*    DE UMA PALAVRA SO SO CASA PELO EXATO                       *
035800***************************************************************
035900 2200-PONTUAR-PALAVRAS.
036000     MOVE WS-LT-PALAVRAS(WS-SUB) TO WS-PALAVRAS-LISTA.
036100     IF WS-PL-QTDE < WS-PC-QTDE
036200         MOVE WS-PL-QTDE TO WS-MENOR-QTDE
036300     ELSE
036400         MOVE WS-PC-QTDE TO WS-MENOR-QTDE
036500     END-IF.
036600     IF WS-MENOR-QTDE < 2
036700         GO TO 2200-PONTUAR-PALAVRAS-EXIT
036800     END-IF.
036900     MOVE SPACES TO WS-PALAVRAS-USADAS.
037000     MOVE ZERO TO WS-SOMA-PONTOS.
037100     PERFORM 2250-PONTUAR-PALAVRA THRU 2250-PONTUAR-PALAVRA-EXIT
037200         VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PL-QTDE.
037300     COMPUTE WS-PONTOS =
037400         (WS-SOMA-PONTOS * 100) / (WS-MENOR-QTDE * 4).
037500     IF WS-PONTOS > 95
037600         MOVE 95 TO WS-PONTOS
037700     END-IF.
037800     MOVE "A" TO WS-CLASSE.
037900 2200-PONTUAR-PALAVRAS-EXIT.
038000     EXIT.
038100*
038200***************************************************************
038300*    2250-PONTUAR-PALAVRA - PRIMEIRO A PALAVRA IGUAL, DEPOIS A  *
038400*    PROXIMA                                                    *
038500***************************************************************
038600 2250-PONTUAR-PALAVRA.
038700     MOVE "N" TO WS-ACHOU-SWITCH.
038800     MOVE 1 TO WS-K.
038900     PERFORM 2260-TESTAR-IGUAL THRU 2260-TESTAR-IGUAL-EXIT
039000         UNTIL ACHOU-PALAVRA OR WS-K > WS-PC-QTDE.
039100     IF ACHOU-PALAVRA
039200         ADD 4 TO WS-SOMA-PONTOS
039300         GO TO 2250-PONTUAR-PALAVRA-EXIT
039400     END-IF.
039500     MOVE 1 TO WS-K.
039600     PERFORM 2270-TESTAR-PROXIMA THRU 2270-TESTAR-PROXIMA-EXIT
039700         UNTIL ACHOU-PALAVRA OR WS-K > WS-PC-QTDE.
039800     IF ACHOU-PALAVRA
039900         ADD 3 TO WS-SOMA-PONTOS
040000     END-IF.
040100 2250-PONTUAR-PALAVRA-EXIT.
040200     EXIT.
040300*
040400***************************************************************
040500*    2260-TESTAR-IGUAL                                         *
040600***************************************************************
040700 2260-TESTAR-IGUAL.
040800     IF WS-USADA(WS-K) = SPACE
040900         AND WS-PC-TEXTO(WS-K) = WS-PL-TEXTO(WS-J)
041000         MOVE "Y" TO WS-ACHOU-SWITCH
041100         MOVE "U" TO WS-USADA(WS-K)
041200     ELSE
041300         ADD 1 TO WS-K
041400     END-IF.
041500 2260-TESTAR-IGUAL-EXIT.
041600     EXIT.
041700*
041800***************************************************************
041900*    2270-TESTAR-PROXIMA                                       *
042000***************************************************************
042100 2270-TESTAR-PROXIMA.
042200     IF WS-USADA(WS-K) = SPACE
042300         MOVE WS-PL-TEXTO(WS-J) TO WS-CMP-A
042400         MOVE WS-PL-LEN(WS-J) TO WS-CMP-A-LEN
042500         MOVE WS-PC-TEXTO(WS-K) TO WS-CMP-B
042600         MOVE WS-PC-LEN(WS-K) TO WS-CMP-B-LEN
042700         PERFORM 2300-TESTAR-PROXIMIDADE
042800             THRU 2300-TESTAR-PROXIMIDADE-EXIT
042900         IF PALAVRA-PROXIMA
043000             MOVE "Y" TO WS-ACHOU-SWITCH
043100             MOVE "U" TO WS-USADA(WS-K)
043200             GO TO 2270-TESTAR-PROXIMA-EXIT
043300         END-IF
043400     END-IF.
043500     ADD 1 TO WS-K.
043600 2270-TESTAR-PROXIMA-EXIT.
043700     EXIT.
043800*
043900***************************************************************
044000*    2300-TESTAR-PROXIMIDADE - AS DUAS PALAVRAS (AMBAS COM 4    *
044100*    LETRAS OU MAIS) DIFEREM POR UMA LETRA TROCADA, UMA LETRA A *
044200*    MAIS OU A MENOS, OU DUAS VIZINHAS INVERTIDAS               *
044300***************************************************************
044400 2300-TESTAR-PROXIMIDADE.
044500     MOVE "N" TO WS-PROXIMA-SWITCH.
044600     IF WS-CMP-A-LEN < 4 OR WS-CMP-B-LEN < 4
044700         GO TO 2300-TESTAR-PROXIMIDADE-EXIT
044800     END-IF.
044900     IF WS-CMP-A-LEN = WS-CMP-B-LEN
045000         MOVE WS-CMP-A TO WS-CMP-CURTA
045100         MOVE WS-CMP-B TO WS-CMP-LONGA
045200         MOVE WS-CMP-A-LEN TO WS-CMP-LEN
045300         PERFORM 2350-ACHAR-DIFERENCA
045400             THRU 2350-ACHAR-DIFERENCA-EXIT
045500         IF WS-DIF-POS >= WS-CMP-LEN
045600             MOVE "Y" TO WS-PROXIMA-SWITCH
045700             GO TO 2300-TESTAR-PROXIMIDADE-EXIT
045800         END-IF
045900         COMPUTE WS-RESTO = WS-CMP-LEN - WS-DIF-POS
046000         IF WS-CMP-CURTA(WS-DIF-POS + 1:WS-RESTO) =
046100             WS-CMP-LONGA(WS-DIF-POS + 1:WS-RESTO)
046200             MOVE "Y" TO WS-PROXIMA-SWITCH
046300             GO TO 2300-TESTAR-PROXIMIDADE-EXIT
046400         END-IF
046500         IF WS-CMP-CURTA(WS-DIF-POS:1) =
046600             WS-CMP-LONGA(WS-DIF-POS + 1:1)
046700             AND WS-CMP-CURTA(WS-DIF-POS + 1:1) =
046800             WS-CMP-LONGA(WS-DIF-POS:1)
046900             IF WS-RESTO = 1
047000                 MOVE "Y" TO WS-PROXIMA-SWITCH
047100             ELSE
047200                 SUBTRACT 1 FROM WS-RESTO
047300                 IF WS-CMP-CURTA(WS-DIF-POS + 2:WS-RESTO) =
047400                     WS-CMP-LONGA(WS-DIF-POS + 2:WS-RESTO)
047500                     MOVE "Y" TO WS-PROXIMA-SWITCH
047600                 END-IF
047700             END-IF
047800         END-IF
047900         GO TO 2300-TESTAR-PROXIMIDADE-EXIT
048000     END-IF.
048100*    UMA LETRA A MAIS: A PALAVRA CURTA TEM DE CABER NA LONGA
048200*    PULANDO UMA SO POSICAO
048300     IF WS-CMP-A-LEN = WS-CMP-B-LEN + 1
048400         MOVE WS-CMP-B TO WS-CMP-CURTA
048500         MOVE WS-CMP-A TO WS-CMP-LONGA
048600         MOVE WS-CMP-B-LEN TO WS-CMP-LEN
048700     ELSE
048800         IF WS-CMP-B-LEN = WS-CMP-A-LEN + 1
048900             MOVE WS-CMP-A TO WS-CMP-CURTA
049000             MOVE WS-CMP-B TO WS-CMP-LONGA
049100             MOVE WS-CMP-A-LEN TO WS-CMP-LEN
049200         ELSE
049300             GO TO 2300-TESTAR-PROXIMIDADE-EXIT
049400         END-IF
049500     END-IF.
049600     PERFORM 2350-ACHAR-DIFERENCA THRU 2350-ACHAR-DIFERENCA-EXIT.
049700     IF WS-DIF-POS > WS-CMP-LEN
049800         MOVE "Y" TO WS-PROXIMA-SWITCH
049900         GO TO 2300-TESTAR-PROXIMIDADE-EXIT
050000     END-IF.
050100     COMPUTE WS-RESTO = WS-CMP-LEN - WS-DIF-POS + 1.
050200     IF WS-CMP-CURTA(WS-DIF-POS:WS-RESTO) =
050300         WS-CMP-LONGA(WS-DIF-POS + 1:WS-RESTO)
050400         MOVE "Y" TO WS-PROXIMA-SWITCH
050500     END-IF.
050600 2300-TESTAR-PROXIMIDADE-EXIT.
050700     EXIT.
050800*
050900***************************************************************
051000*    2350-ACHAR-DIFERENCA - PRIMEIRA POSICAO EM QUE AS PALAVRAS *
051100*    DIFEREM (WS-CMP-LEN + 1 QUANDO O TRECHO COMUM BATE TODO)   *
051200***************************************************************
051300 2350-ACHAR-DIFERENCA.
051400     MOVE 1 TO WS-DIF-POS.
051500     PERFORM 2360-AVANCAR-POSICAO THRU 2360-AVANCAR-POSICAO-EXIT
051600         UNTIL WS-DIF-POS > WS-CMP-LEN
051700             OR WS-CMP-CURTA(WS-DIF-POS:1) NOT =
051800                WS-CMP-LONGA(WS-DIF-POS:1).
051900 2350-ACHAR-DIFERENCA-EXIT.
052000     EXIT.
052100*
052200***************************************************************
052300*    2360-AVANCAR-POSICAO                                      *
052400***************************************************************
052500 2360-AVANCAR-POSICAO.
052600     ADD 1 TO WS-DIF-POS.
052700 2360-AVANCAR-POSICAO-EXIT.
052800     EXIT.
052900*
053000***************************************************************
053100*    3000-SEPARAR-PALAVRAS - QUEBRA WS-NOME-TRAB (JA            *
053200*    NORMALIZADO) NOS ESPACOS, DESCARTA AS PARTICULAS E MONTA O *
053300*    NOME SEM ESPACOS EM WS-JUNTO-TRAB                          *
053400***************************************************************
053500 3000-SEPARAR-PALAVRAS.
053600     MOVE SPACES TO WS-PEDACOS WS-PED-EXCEDENTE WS-JUNTO-TRAB.
053700     MOVE ZERO TO WS-PED-LEN(1) WS-PED-LEN(2) WS-PED-LEN(3)
053800         WS-PED-LEN(4) WS-PED-LEN(5) WS-PED-LEN(6)
053900         WS-PED-LEN(7) WS-PED-LEN(8).
054000     UNSTRING WS-NOME-TRAB DELIMITED BY ALL SPACE
054100         INTO WS-PED-TEXTO(1) COUNT IN WS-PED-LEN(1)
054200              WS-PED-TEXTO(2) COUNT IN WS-PED-LEN(2)
054300              WS-PED-TEXTO(3) COUNT IN WS-PED-LEN(3)
054400              WS-PED-TEXTO(4) COUNT IN WS-PED-LEN(4)
054500              WS-PED-TEXTO(5) COUNT IN WS-PED-LEN(5)
054600              WS-PED-TEXTO(6) COUNT IN WS-PED-LEN(6)
054700              WS-PED-TEXTO(7) COUNT IN WS-PED-LEN(7)
054800              WS-PED-TEXTO(8) COUNT IN WS-PED-LEN(8)
054900              WS-PED-EXCEDENTE
055000     END-UNSTRING.
055100     MOVE LOW-VALUES TO WS-PALAVRAS-TRAB.
055200     MOVE ZERO TO WS-PT-QTDE.
055300     MOVE 1 TO WS-POS-JUNTO.
055400     PERFORM 3100-GUARDAR-PALAVRA THRU 3100-GUARDAR-PALAVRA-EXIT
055500         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8.
055600 3000-SEPARAR-PALAVRAS-EXIT.
055700     EXIT.
055800*
055900***************************************************************
056000*    3100-GUARDAR-PALAVRA                                      *
056100***************************************************************
056200 3100-GUARDAR-PALAVRA.
056300     IF WS-PED-LEN(WS-IDX) = ZERO
056400         GO TO 3100-GUARDAR-PALAVRA-EXIT
056500     END-IF.
056600     IF WS-PED-LEN(WS-IDX) > 16
056700         MOVE 16 TO WS-PED-LEN(WS-IDX)
056800     END-IF.
056900     IF WS-POS-JUNTO + WS-PED-LEN(WS-IDX) <= 31
057000         MOVE WS-PED-TEXTO(WS-IDX)(1:WS-PED-LEN(WS-IDX))
057100             TO WS-JUNTO-TRAB(WS-POS-JUNTO:WS-PED-LEN(WS-IDX))
057200         ADD WS-PED-LEN(WS-IDX) TO WS-POS-JUNTO
057300     END-IF.
057400     IF WS-PED-TEXTO(WS-IDX) = "DA" OR "DE" OR "DO" OR "DAS"
057500         OR "DOS" OR "E"
057600         GO TO 3100-GUARDAR-PALAVRA-EXIT
057700     END-IF.
057800     ADD 1 TO WS-PT-QTDE.
057900     MOVE WS-PED-TEXTO(WS-IDX) TO WS-PT-TEXTO(WS-PT-QTDE).
058000     MOVE WS-PED-LEN(WS-IDX) TO WS-PT-LEN(WS-PT-QTDE).
058100 3100-GUARDAR-PALAVRA-EXIT.
058200     EXIT.
058300*
058400***************************************************************
058500*    4000-REGISTRAR-OCORRENCIA - GRAVA OU ATUALIZA A OCORRENCIA *
058600*    NO SANHIT. LIBERADA COM O MESMO NOME DO CLIENTE E O MESMO  *
058700*    NOME DA LISTA FICA SUPRIMIDA; LIBERADA COM NOME MUDADO     *
058800*    VOLTA A PENDENTE. A CONFIRMADA CONTINUA CONFIRMADA         *
058900***************************************************************
059000 4000-REGISTRAR-OCORRENCIA.
059100     IF NOT REGISTRO-ABERTO AND NOT REGISTRO-FALHOU
059200         PERFORM 4100-ABRIR-REGISTRO THRU 4100-ABRIR-REGISTRO-EXIT
059300     END-IF.
059400     IF REGISTRO-FALHOU
059500         MOVE 08 TO SAN-RETORNO
059600         GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
059700     END-IF.
059800     MOVE SAN-CUST-ID TO SOC-CUST-ID.
059900     MOVE WS-LT-ID(WS-SUB) TO SOC-LISTA-ID.
060000     READ OCORRENCIA-FILE
060100         INVALID KEY
060200             CONTINUE
060300     END-READ.
060400     IF NOT OCORR-OK
060500         MOVE SPACES TO SAN-OCORRENCIA-RECORD
060600         MOVE SAN-CUST-ID TO SOC-CUST-ID
060700         MOVE WS-LT-ID(WS-SUB) TO SOC-LISTA-ID
060800         SET SOC-PENDENTE TO TRUE
060900         MOVE SAN-ORIGEM TO SOC-ORIGEM
061000         MOVE SAN-DATA TO SOC-DATA-ABERTURA
061100         MOVE ZERO TO SOC-DATA-DECISAO
061200         PERFORM 4200-PREENCHER-OCORRENCIA
061300             THRU 4200-PREENCHER-OCORRENCIA-EXIT
061400         WRITE SAN-OCORRENCIA-RECORD
061500         IF OCORR-OK
061600             ADD 1 TO SAN-QTDE-NOVAS
061700         ELSE
061800             MOVE 08 TO SAN-RETORNO
061900         END-IF
062000         GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
062100     END-IF.
062200     IF SOC-LIBERADO
062300         IF SOC-NOME-CLIENTE = WS-CLI-NRM
062400             AND SOC-LISTA-NOME = WS-LT-NOME(WS-SUB)
062500             MOVE "Y" TO WS-LIBERADA-SWITCH
062600             MOVE SAN-DATA TO SOC-DATA-ULTIMA
062700             REWRITE SAN-OCORRENCIA-RECORD
062800             GO TO 4000-REGISTRAR-OCORRENCIA-EXIT
062900         END-IF
063000         SET SOC-PENDENTE TO TRUE
063100         MOVE SAN-ORIGEM TO SOC-ORIGEM
063200         MOVE SAN-DATA TO SOC-DATA-ABERTURA
063300         MOVE SPACES TO SOC-ANALISTA SOC-PARECER
063400         MOVE ZERO TO SOC-DATA-DECISAO
063500         ADD 1 TO SAN-QTDE-NOVAS
063600     END-IF.
063700     PERFORM 4200-PREENCHER-OCORRENCIA
063800         THRU 4200-PREENCHER-OCORRENCIA-EXIT.
063900     REWRITE SAN-OCORRENCIA-RECORD.
064000     IF NOT OCORR-OK
064100         MOVE 08 TO SAN-RETORNO
064200     END-IF.
064300 4000-REGISTRAR-OCORRENCIA-EXIT.
064400     EXIT.
064500*
064600***************************************************************
064700*    4100-ABRIR-REGISTRO - SANHIT CRIADO NA PRIMEIRA VEZ QUE    *
064800*    HOUVER OCORRENCIA                                          *
064900***************************************************************
065000 4100-ABRIR-REGISTRO.
065100     OPEN I-O OCORRENCIA-FILE.
065200     IF OCORR-NAO-ACHADO
065300         OPEN OUTPUT OCORRENCIA-FILE
065400         CLOSE OCORRENCIA-FILE
065500         OPEN I-O OCORRENCIA-FILE
065600     END-IF.
065700     IF OCORR-OK
065800         MOVE "Y" TO WS-REGISTRO-SWITCH
065900     ELSE
066000         MOVE "F" TO WS-REGISTRO-SWITCH
066100     END-IF.
066200 4100-ABRIR-REGISTRO-EXIT.
066300     EXIT.
066400*
066500***************************************************************
066600*    4200-PREENCHER-OCORRENCIA - DADOS DA TRIAGEM CORRENTE      *
066700***************************************************************
066800 4200-PREENCHER-OCORRENCIA.
066900     MOVE WS-CLASSE TO SOC-CLASSE.
067000     MOVE WS-PONTOS TO SOC-PONTOS.
067100     MOVE WS-CLI-NRM TO SOC-NOME-CLIENTE.
067200     MOVE WS-LT-TIPO(WS-SUB) TO SOC-LISTA-TIPO.
067300     MOVE WS-LT-FONTE(WS-SUB) TO SOC-LISTA-FONTE.
067400     MOVE WS-LT-NOME(WS-SUB) TO SOC-LISTA-NOME.
067500     MOVE SAN-DATA TO SOC-DATA-ULTIMA.
067600 4200-PREENCHER-OCORRENCIA-EXIT.
067700     EXIT.
067800*
067900***************************************************************
068000*    9000-ENCERRAR - FECHA O SANHIT (FUNCAO "F")                *
068100***************************************************************
068200 9000-ENCERRAR.
068300     IF REGISTRO-ABERTO
068400         CLOSE OCORRENCIA-FILE
068500     END-IF.
068600     MOVE "N" TO WS-REGISTRO-SWITCH.
068700 9000-ENCERRAR-EXIT.
068800     EXIT.
