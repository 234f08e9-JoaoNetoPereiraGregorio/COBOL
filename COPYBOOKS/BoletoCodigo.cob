000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BOLETO-CODIGO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     SUBROTINA COMPARTILHADA DE CODIGO DE
001200*                       BARRAS (44 DIGITOS) E LINHA DIGITAVEL (47
001300*                       DIGITOS) DO BOLETO DE COBRANCA, NO PADRAO
001400*                       FEBRABAN: DV GERAL DO CODIGO DE BARRAS
001500*                       PELO MODULO 11 (PESOS 2 A 9) E DV DOS
001600*                       CAMPOS 1 A 3 DA LINHA PELO MODULO 10
001700*                       (PESOS 2 E 1), NO PADRAO DE CALL DE
001800*                       ERROR-HANDLER. PARAMETROS E CODIGOS DE
001900*                       RETORNO EM COPYBOOKS/BOLHDL.CPY.
002000***************************************************************
002100*
002200 ENVIRONMENT DIVISION.
002300*
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600*
002700 77  WS-K                    PIC 9(02) COMP VALUE ZERO.
002800 77  WS-PESO                 PIC 9(02) COMP VALUE ZERO.
002900 77  WS-SOMA                 PIC 9(05) COMP VALUE ZERO.
003000 77  WS-PRODUTO              PIC 9(02) COMP VALUE ZERO.
003100 77  WS-RESTO                PIC 9(02) COMP VALUE ZERO.
003200 77  WS-LIXO                 PIC 9(07) COMP VALUE ZERO.
003300 77  WS-DV-CALCULADO         PIC 9(02) COMP VALUE ZERO.
003400*
003500***************************************************************
003600*    NUMERO DO DIA (DIAS CORRIDOS DESDE UMA ORIGEM FIXA) PARA O
003700*    FATOR DE VENCIMENTO - ANO COMECANDO EM MARCO, COM AS
003800*    REGRAS DE BISSEXTO DO CALENDARIO GREGORIANO
003900***************************************************************
004000 01  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
004100 01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
004200     05  WS-DT-ANO           PIC 9(04).
004300     05  WS-DT-MES           PIC 9(02).
004400     05  WS-DT-DIA           PIC 9(02).
004500 77  WS-DN-ANO               PIC 9(04) COMP VALUE ZERO.
004600 77  WS-DN-MES               PIC 9(02) COMP VALUE ZERO.
004700 77  WS-DN-Q4                PIC 9(05) COMP VALUE ZERO.
004800 77  WS-DN-Q100              PIC 9(05) COMP VALUE ZERO.
004900 77  WS-DN-Q400              PIC 9(05) COMP VALUE ZERO.
005000 77  WS-DN-QMES              PIC 9(05) COMP VALUE ZERO.
005100 77  WS-DN-RESULTADO         PIC 9(07) COMP VALUE ZERO.
005200 77  WS-DIAS-BASE            PIC 9(07) COMP VALUE ZERO.
005300 77  WS-DIAS-VENC            PIC 9(07) COMP VALUE ZERO.
005400 77  WS-FATOR                PIC 9(07) COMP VALUE ZERO.
005500*    DATA-BASE DO FATOR DE VENCIMENTO (FATOR ZERO) E O PONTO EM
005600*    QUE O FATOR 9999 ESGOTOU E RECOMECOU EM 1000 (22/02/2025)
005700 77  WS-DATA-BASE-FATOR      PIC 9(08) VALUE 19971007.
005800*
005900***************************************************************
006000*    CODIGO DE BARRAS: BANCO, MOEDA, DV GERAL, FATOR, VALOR E
006100*    CAMPO LIVRE - COM VISAO DIGITO A DIGITO PARA O MODULO 11
006200***************************************************************
006300 01  WS-BARRAS.
006400     05  WSB-BANCO           PIC 9(03).
006500     05  WSB-MOEDA           PIC 9(01).
006600     05  WSB-DV              PIC 9(01).
006700     05  WSB-FATOR           PIC 9(04).
006800     05  WSB-VALOR           PIC 9(10).
006900     05  WSB-CAMPO-LIVRE     PIC X(25).
007000 01  WS-BARRAS-R REDEFINES WS-BARRAS.
007100     05  WSB-DIGITO          PIC 9(01)
007200         OCCURS 44 TIMES.
007300*
007400***************************************************************
007500*    LINHA DIGITAVEL: CAMPO 1 (BANCO, MOEDA E 5 PRIMEIROS DO
007600*    CAMPO LIVRE + DV), CAMPOS 2 E 3 (RESTO DO CAMPO LIVRE, 10
007700*    EM 10 + DV), CAMPO 4 (DV GERAL) E CAMPO 5 (FATOR E VALOR)
007800***************************************************************
007900 01  WS-LINHA.
008000     05  WSL-CAMPO-1.
008100         10  WSL-C1-DADOS    PIC X(09).
008200         10  WSL-C1-DV       PIC 9(01).
008300     05  WSL-CAMPO-2.
008400         10  WSL-C2-DADOS    PIC X(10).
008500         10  WSL-C2-DV       PIC 9(01).
008600     05  WSL-CAMPO-3.
008700         10  WSL-C3-DADOS    PIC X(10).
008800         10  WSL-C3-DV       PIC 9(01).
008900     05  WSL-CAMPO-4         PIC 9(01).
009000     05  WSL-CAMPO-5         PIC X(14).
009100*
009200***************************************************************
009300*    AREA DO MODULO 10 - CAMPO DE ATE 10 DIGITOS, ALINHADO A
009400*    ESQUERDA, COM O TAMANHO UTIL EM WS-M10-TAMANHO
009500***************************************************************
009600 77  WS-M10-TAMANHO          PIC 9(02) COMP VALUE ZERO.
009700 01  WS-M10-CAMPO            PIC X(10) VALUE SPACES.
009800 01  WS-M10-CAMPO-R REDEFINES WS-M10-CAMPO.
009900     05  WS-M10-DIGITO       PIC 9(01)
010000         OCCURS 10 TIMES.
010100*
010200 LINKAGE SECTION.
010300*
010400 COPY "BOLHDL.cpy".
010500*
010600 PROCEDURE DIVISION USING BOL-PARAMETROS.
010700*
010800***************************************************************
010900*    0000-MAINLINE                                             *
011000***************************************************************
011100 0000-MAINLINE.
011200     MOVE 08 TO BOL-RC.
011300     EVALUATE TRUE
011400         WHEN BOL-ACAO-GERAR
011500             PERFORM 1000-GERAR THRU 1000-GERAR-EXIT
011600         WHEN BOL-ACAO-FORMATAR
011700             PERFORM 5000-FORMATAR THRU 5000-FORMATAR-EXIT
011800     END-EVALUATE.
011900     GOBACK.
012000*
012100***************************************************************
012200*    1000-GERAR - VALIDA A ENTRADA, MONTA O CODIGO DE BARRAS    *
012300*    COM O DV GERAL E DERIVA A LINHA DIGITAVEL                  *
012400***************************************************************
012500 1000-GERAR.
012600     MOVE SPACES TO BOL-CODIGO-BARRAS.
012700     MOVE SPACES TO BOL-LINHA-DIGITAVEL.
012800     MOVE SPACES TO BOL-LINHA-FORMATADA.
012900     IF BOL-BANCO NOT NUMERIC OR BOL-MOEDA NOT NUMERIC
013000         OR BOL-VALOR-CENTAVOS NOT NUMERIC
013100         OR BOL-DATA-VENC NOT NUMERIC
013200         OR BOL-CAMPO-LIVRE NOT NUMERIC
013300         GO TO 1000-GERAR-EXIT
013400     END-IF.
013500*    O CODIGO DE BARRAS SO COMPORTA 10 DIGITOS DE VALOR
013600     IF BOL-VALOR-CENTAVOS > 9999999999
013700         GO TO 1000-GERAR-EXIT
013800     END-IF.
013900     PERFORM 2000-CALCULAR-FATOR THRU 2000-CALCULAR-FATOR-EXIT.
014000     IF WS-FATOR > 9999
014100         GO TO 1000-GERAR-EXIT
014200     END-IF.
014300     MOVE BOL-BANCO TO WSB-BANCO.
014400     MOVE BOL-MOEDA TO WSB-MOEDA.
014500     MOVE ZERO TO WSB-DV.
014600     MOVE WS-FATOR TO WSB-FATOR.
014700     MOVE BOL-VALOR-CENTAVOS TO WSB-VALOR.
014800     MOVE BOL-CAMPO-LIVRE TO WSB-CAMPO-LIVRE.
014900     PERFORM 3000-DV-MODULO-11 THRU 3000-DV-MODULO-11-EXIT.
015000     MOVE WS-DV-CALCULADO TO WSB-DV.
015100     MOVE WS-BARRAS TO BOL-CODIGO-BARRAS.
015200     PERFORM 4000-MONTAR-LINHA THRU 4000-MONTAR-LINHA-EXIT.
015300     MOVE WS-LINHA TO BOL-LINHA-DIGITAVEL.
015400     PERFORM 5000-FORMATAR THRU 5000-FORMATAR-EXIT.
015500 1000-GERAR-EXIT.
015600     EXIT.
015700*
015800***************************************************************
015900*    2000-CALCULAR-FATOR - DIAS CORRIDOS DE 07/10/1997 ATE O    *
016000*    VENCIMENTO; PASSADO O FATOR 9999 (21/02/2025) A CONTAGEM   *
016100*    RECOMECA EM 1000. VENCIMENTO ZERO = FATOR 0000. FORA DE    *
016200*    FAIXA DEVOLVE FATOR ACIMA DE 9999                          *
016300***************************************************************
016400 2000-CALCULAR-FATOR.
016500     MOVE ZERO TO WS-FATOR.
016600     IF BOL-DATA-VENC = ZERO
016700         GO TO 2000-CALCULAR-FATOR-EXIT
016800     END-IF.
016900     MOVE 99999 TO WS-FATOR.
017000     IF BOL-DATA-VENC < WS-DATA-BASE-FATOR
017100         GO TO 2000-CALCULAR-FATOR-EXIT
017200     END-IF.
017300     MOVE BOL-DATA-VENC TO WS-DATA-TRAB.
017400     IF WS-DT-MES < 1 OR WS-DT-MES > 12
017500         OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
017600         GO TO 2000-CALCULAR-FATOR-EXIT
017700     END-IF.
017800     PERFORM 2100-NUMERO-DO-DIA THRU 2100-NUMERO-DO-DIA-EXIT.
017900     MOVE WS-DN-RESULTADO TO WS-DIAS-VENC.
018000     MOVE WS-DATA-BASE-FATOR TO WS-DATA-TRAB.
018100     PERFORM 2100-NUMERO-DO-DIA THRU 2100-NUMERO-DO-DIA-EXIT.
018200     MOVE WS-DN-RESULTADO TO WS-DIAS-BASE.
018300     COMPUTE WS-FATOR = WS-DIAS-VENC - WS-DIAS-BASE.
018400     IF WS-FATOR > 9999
018500         COMPUTE WS-LIXO = WS-FATOR - 1000
018600         DIVIDE WS-LIXO BY 9000
018700             GIVING WS-LIXO REMAINDER WS-FATOR
018800         ADD 1000 TO WS-FATOR
018900     END-IF.
019000 2000-CALCULAR-FATOR-EXIT.
019100     EXIT.
019200*
019300***************************************************************
019400*    2100-NUMERO-DO-DIA - DIAS CORRIDOS DE WS-DATA-TRAB DESDE A *
019500*    ORIGEM DO CALENDARIO, COM O ANO COMECANDO EM MARCO (O DIA  *
019600*    29/02 FICA NO FIM DO ANO E O BISSEXTO SAI DAS DIVISOES)    *
019700***************************************************************
019800 2100-NUMERO-DO-DIA.
019900     IF WS-DT-MES > 2
020000         MOVE WS-DT-ANO TO WS-DN-ANO
020100         COMPUTE WS-DN-MES = WS-DT-MES - 3
020200     ELSE
020300         COMPUTE WS-DN-ANO = WS-DT-ANO - 1
020400         COMPUTE WS-DN-MES = WS-DT-MES + 9
020500     END-IF.
020600     DIVIDE WS-DN-ANO BY 4 GIVING WS-DN-Q4.
020700     DIVIDE WS-DN-ANO BY 100 GIVING WS-DN-Q100.
020800     DIVIDE WS-DN-ANO BY 400 GIVING WS-DN-Q400.
020900     COMPUTE WS-LIXO = (153 * WS-DN-MES) + 2.
021000     DIVIDE WS-LIXO BY 5 GIVING WS-DN-QMES.
021100     COMPUTE WS-DN-RESULTADO = (365 * WS-DN-ANO) + WS-DN-Q4
021200         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMES + WS-DT-DIA.
021300 2100-NUMERO-DO-DIA-EXIT.
021400     EXIT.
021500*
021600***************************************************************
021700*    3000-DV-MODULO-11 - DV GERAL: 43 DIGITOS (SEM A POSICAO 5) *
021800*    DA DIREITA PARA A ESQUERDA COM PESOS 2 A 9 EM CICLO; DV =  *
021900*    11 - RESTO(SOMA/11), COM 0, 10 E 11 VIRANDO 1              *
022000***************************************************************
022100 3000-DV-MODULO-11.
022200     MOVE ZERO TO WS-SOMA.
022300     MOVE 2 TO WS-PESO.
022400     PERFORM 3100-SOMAR-DIGITO-11 THRU 3100-SOMAR-DIGITO-11-EXIT
022500         VARYING WS-K FROM 44 BY -1
022600         UNTIL WS-K < 1.
022700     DIVIDE WS-SOMA BY 11
022800         GIVING WS-LIXO REMAINDER WS-RESTO.
022900     COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO.
023000     IF WS-DV-CALCULADO = 0 OR WS-DV-CALCULADO > 9
023100         MOVE 1 TO WS-DV-CALCULADO
023200     END-IF.
023300 3000-DV-MODULO-11-EXIT.
023400     EXIT.
023500*
023600***************************************************************
023700*    3100-SOMAR-DIGITO-11                                      *
023800***************************************************************
023900 3100-SOMAR-DIGITO-11.
024000     IF WS-K = 5
024100         GO TO 3100-SOMAR-DIGITO-11-EXIT
024200     END-IF.
024300     COMPUTE WS-SOMA = WS-SOMA + (WSB-DIGITO(WS-K) * WS-PESO).
024400     IF WS-PESO = 9
024500         MOVE 2 TO WS-PESO
024600     ELSE
024700         ADD 1 TO WS-PESO
024800     END-IF.
024900 3100-SOMAR-DIGITO-11-EXIT.
025000     EXIT.
025100*
025200***************************************************************
025300*    4000-MONTAR-LINHA - REARRANJO DO CODIGO DE BARRAS NOS 5    *
025400*    CAMPOS DA LINHA DIGITAVEL, COM O DV DE CADA UM DOS TRES    *
025500*    PRIMEIROS PELO MODULO 10                                   *
025600***************************************************************
025700 4000-MONTAR-LINHA.
025800     MOVE WS-BARRAS(1:4) TO WSL-C1-DADOS(1:4).
025900     MOVE WSB-CAMPO-LIVRE(1:5) TO WSL-C1-DADOS(5:5).
026000     MOVE WSL-C1-DADOS TO WS-M10-CAMPO.
026100     MOVE 9 TO WS-M10-TAMANHO.
026200     PERFORM 4100-DV-MODULO-10 THRU 4100-DV-MODULO-10-EXIT.
026300     MOVE WS-DV-CALCULADO TO WSL-C1-DV.
026400     MOVE WSB-CAMPO-LIVRE(6:10) TO WSL-C2-DADOS.
026500     MOVE WSL-C2-DADOS TO WS-M10-CAMPO.
026600     MOVE 10 TO WS-M10-TAMANHO.
026700     PERFORM 4100-DV-MODULO-10 THRU 4100-DV-MODULO-10-EXIT.
026800     MOVE WS-DV-CALCULADO TO WSL-C2-DV.
026900     MOVE WSB-CAMPO-LIVRE(16:10) TO WSL-C3-DADOS.
027000     MOVE WSL-C3-DADOS TO WS-M10-CAMPO.
027100     MOVE 10 TO WS-M10-TAMANHO.
027200     PERFORM 4100-DV-MODULO-10 THRU 4100-DV-MODULO-10-EXIT.
027300     MOVE WS-DV-CALCULADO TO WSL-C3-DV.
027400     MOVE WSB-DV TO WSL-CAMPO-4.
027500     MOVE WS-BARRAS(6:14) TO WSL-CAMPO-5.
027600 4000-MONTAR-LINHA-EXIT.
027700     EXIT.
027800*
027900***************************************************************
028000*    4100-DV-MODULO-10 - DA DIREITA PARA A ESQUERDA, PESOS 2 E  *
028100*    1 ALTERNADOS; PRODUTO ACIMA DE 9 SOMA OS DOIS ALGARISMOS;  *
028200*    DV = 10 - RESTO(SOMA/10), COM 10 VIRANDO 0                 *
028300***************************************************************
028400 4100-DV-MODULO-10.
028500     MOVE ZERO TO WS-SOMA.
028600     MOVE 2 TO WS-PESO.
028700     PERFORM 4200-SOMAR-DIGITO-10 THRU 4200-SOMAR-DIGITO-10-EXIT
028800         VARYING WS-K FROM WS-M10-TAMANHO BY -1
028900         UNTIL WS-K < 1.
029000     DIVIDE WS-SOMA BY 10
029100         GIVING WS-LIXO REMAINDER WS-RESTO.
029200     IF WS-RESTO = ZERO
029300         MOVE ZERO TO WS-DV-CALCULADO
029400     ELSE
029500         COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO
029600     END-IF.
029700 4100-DV-MODULO-10-EXIT.
029800     EXIT.
029900*
030000***************************************************************
030100*    4200-SOMAR-DIGITO-10                                      *
030200***************************************************************
030300 4200-SOMAR-DIGITO-10.
030400     COMPUTE WS-PRODUTO = WS-M10-DIGITO(WS-K) * WS-PESO.
030500     IF WS-PRODUTO > 9
030600         SUBTRACT 9 FROM WS-PRODUTO
030700     END-IF.
030800     ADD WS-PRODUTO TO WS-SOMA.
030900     IF WS-PESO = 2
031000         MOVE 1 TO WS-PESO
031100     ELSE
031200         MOVE 2 TO WS-PESO
031300     END-IF.
031400 4200-SOMAR-DIGITO-10-EXIT.
031500     EXIT.
031600*
031700***************************************************************
031800*    5000-FORMATAR - LINHA DIGITAVEL COMO SAI NO BOLETO:        *
031900*    AAAAA.AAAAA BBBBB.BBBBBB CCCCC.CCCCCC D EEEEEEEEEEEEEE     *
032000***************************************************************
032100 5000-FORMATAR.
032200     MOVE SPACES TO BOL-LINHA-FORMATADA.
032300     IF BOL-LINHA-DIGITAVEL NOT NUMERIC
032400         GO TO 5000-FORMATAR-EXIT
032500     END-IF.
032600     MOVE BOL-LINHA-DIGITAVEL TO WS-LINHA.
032700     STRING WSL-CAMPO-1(1:5) "." WSL-CAMPO-1(6:5) " "
032800         WSL-CAMPO-2(1:5) "." WSL-CAMPO-2(6:6) " "
032900         WSL-CAMPO-3(1:5) "." WSL-CAMPO-3(6:6) " "
033000         WSL-CAMPO-4 " " WSL-CAMPO-5
033100         DELIMITED BY SIZE INTO BOL-LINHA-FORMATADA
033200     END-STRING.
033300     MOVE 00 TO BOL-RC.
033400 5000-FORMATAR-EXIT.
033500     EXIT.
