000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IR-RETENCAO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     SUBROTINA COMUM DE IMPOSTO DE RENDA
001200*                       RETIDO NA FONTE SOBRE RENDIMENTO DE
001300*                       APLICACAO, PELA TABELA REGRESSIVA
001400*                       (22,50% ATE 180 DIAS, 20,00% ATE 360,
001500*                       17,50% ATE 720 E 15,00% DAI EM DIANTE),
001600*                       COM OS DIAS CORRIDOS CONTADOS PELO MESMO
001700*                       NUMERO DO DIA DO BOLETO-CODIGO, NO PADRAO
001800*                       DE CALL DE ERROR-HANDLER. PARAMETROS E
001900*                       CODIGOS DE RETORNO EM
002000*                       COPYBOOKS/IRFHDL.CPY.
002100***************************************************************
002200*
002300 ENVIRONMENT DIVISION.
002400*
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700*
002800 77  WS-LIXO                 PIC 9(07) COMP VALUE ZERO.
002900*
003000***************************************************************
003100*    NUMERO DO DIA (DIAS CORRIDOS DESDE UMA ORIGEM FIXA) - ANO
003200*    COMECANDO EM MARCO, COM AS REGRAS DE BISSEXTO DO CALENDARIO
003300*    GREGORIANO
003400***************************************************************
003500 01  WS-DATA-TRAB            PIC 9(08) VALUE ZERO.
003600 01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
003700     05  WS-DT-ANO           PIC 9(04).
003800     05  WS-DT-MES           PIC 9(02).
003900     05  WS-DT-DIA           PIC 9(02).
004000 77  WS-DN-ANO               PIC 9(04) COMP VALUE ZERO.
004100 77  WS-DN-MES               PIC 9(02) COMP VALUE ZERO.
004200 77  WS-DN-Q4                PIC 9(05) COMP VALUE ZERO.
004300 77  WS-DN-Q100              PIC 9(05) COMP VALUE ZERO.
004400 77  WS-DN-Q400              PIC 9(05) COMP VALUE ZERO.
004500 77  WS-DN-QMES              PIC 9(05) COMP VALUE ZERO.
004600 77  WS-DN-RESULTADO         PIC 9(07) COMP VALUE ZERO.
004700 77  WS-DIAS-APLICACAO       PIC 9(07) COMP VALUE ZERO.
004800 77  WS-DIAS-EVENTO          PIC 9(07) COMP VALUE ZERO.
004900*
005000***************************************************************
005100*    TABELA REGRESSIVA - LIMITE SUPERIOR DE DIAS DE CADA FAIXA E
005200*    A ALIQUOTA (%); A ULTIMA FAIXA NAO TEM LIMITE
005300***************************************************************
005400 01  WS-TABELA-REGRESSIVA.
005500     05  FILLER              PIC 9(05) VALUE 00180.
005600     05  FILLER              PIC 9(02)V99 VALUE 22.50.
005700     05  FILLER              PIC 9(05) VALUE 00360.
005800     05  FILLER              PIC 9(02)V99 VALUE 20.00.
005900     05  FILLER              PIC 9(05) VALUE 00720.
006000     05  FILLER              PIC 9(02)V99 VALUE 17.50.
006100     05  FILLER              PIC 9(05) VALUE 99999.
006200     05  FILLER              PIC 9(02)V99 VALUE 15.00.
006300 01  WS-TABELA-REGRESSIVA-R REDEFINES WS-TABELA-REGRESSIVA.
006400     05  WS-FAIXA OCCURS 4 TIMES.
006500         10  WS-FAIXA-ATE-DIAS PIC 9(05).
006600         10  WS-FAIXA-ALIQUOTA PIC 9(02)V99.
006700 77  WS-FAIXA-SUB            PIC 9(01) COMP VALUE ZERO.
006800*
006900 LINKAGE SECTION.
007000*
007100 COPY "IRFHDL.cpy".
007200*
007300 PROCEDURE DIVISION USING IRR-PARAMETROS.
007400*
007500***************************************************************
007600*    0000-MAINLINE                                             *
007700***************************************************************
007800 0000-MAINLINE.
007900     MOVE ZERO TO IRR-DIAS.
008000     MOVE ZERO TO IRR-ALIQUOTA.
008100     MOVE ZERO TO IRR-VALOR-IR.
008200     MOVE 08 TO IRR-RC.
008300     IF IRR-RENDIMENTO NOT NUMERIC
008400         OR IRR-DATA-EVENTO NOT NUMERIC
008500         GO TO 0000-MAINLINE-FIM
008600     END-IF.
008700     MOVE IRR-DATA-EVENTO TO WS-DATA-TRAB.
008800     IF WS-DT-MES < 1 OR WS-DT-MES > 12
008900         OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
009000         GO TO 0000-MAINLINE-FIM
009100     END-IF.
009200     PERFORM 2100-NUMERO-DO-DIA THRU 2100-NUMERO-DO-DIA-EXIT.
009300     MOVE WS-DN-RESULTADO TO WS-DIAS-EVENTO.
009400     MOVE ZERO TO IRR-RC.
009500     PERFORM 1000-CONTAR-DIAS THRU 1000-CONTAR-DIAS-EXIT.
009600     PERFORM 2000-APLICAR-TABELA THRU 2000-APLICAR-TABELA-EXIT.
009700 0000-MAINLINE-FIM.
009800     GOBACK.
009900*
010000***************************************************************
010100*    1000-CONTAR-DIAS - DIAS CORRIDOS DA APLICACAO ATE O EVENTO;*
010200*    DATA DE APLICACAO INVALIDA OU POSTERIOR AO EVENTO CONTA    *
010300*    ZERO DIAS (RC 04)                                          *
010400***************************************************************
010500 1000-CONTAR-DIAS.
010600     IF IRR-DATA-APLICACAO NOT NUMERIC
010700         MOVE 04 TO IRR-RC
010800         GO TO 1000-CONTAR-DIAS-EXIT
010900     END-IF.
011000     MOVE IRR-DATA-APLICACAO TO WS-DATA-TRAB.
011100     IF WS-DT-MES < 1 OR WS-DT-MES > 12
011200         OR WS-DT-DIA < 1 OR WS-DT-DIA > 31
011300         MOVE 04 TO IRR-RC
011400         GO TO 1000-CONTAR-DIAS-EXIT
011500     END-IF.
011600     PERFORM 2100-NUMERO-DO-DIA THRU 2100-NUMERO-DO-DIA-EXIT.
011700     MOVE WS-DN-RESULTADO TO WS-DIAS-APLICACAO.
011800     IF WS-DIAS-APLICACAO > WS-DIAS-EVENTO
011900         MOVE 04 TO IRR-RC
012000         GO TO 1000-CONTAR-DIAS-EXIT
012100     END-IF.
012200     COMPUTE WS-LIXO = WS-DIAS-EVENTO - WS-DIAS-APLICACAO.
012300     IF WS-LIXO > 99999
012400         MOVE 99999 TO IRR-DIAS
012500     ELSE
012600         MOVE WS-LIXO TO IRR-DIAS
012700     END-IF.
012800 1000-CONTAR-DIAS-EXIT.
012900     EXIT.
013000*
013100***************************************************************
013200*    2000-APLICAR-TABELA - PRIMEIRA FAIXA QUE COMPORTA OS DIAS  *
013300***************************************************************
013400 2000-APLICAR-TABELA.
013500     PERFORM 2050-TESTAR-FAIXA THRU 2050-TESTAR-FAIXA-EXIT
013600         VARYING WS-FAIXA-SUB FROM 1 BY 1
013700         UNTIL WS-FAIXA-SUB > 4
013800         OR IRR-ALIQUOTA > ZERO.
013900     COMPUTE IRR-VALOR-IR ROUNDED =
014000         (IRR-RENDIMENTO * IRR-ALIQUOTA) / 100.
014100 2000-APLICAR-TABELA-EXIT.
014200     EXIT.
014300*
014400***************************************************************
014500*    2050-TESTAR-FAIXA                                         *
014600***************************************************************
014700 2050-TESTAR-FAIXA.
014800     IF IRR-DIAS NOT > WS-FAIXA-ATE-DIAS(WS-FAIXA-SUB)
014900         MOVE WS-FAIXA-ALIQUOTA(WS-FAIXA-SUB) TO IRR-ALIQUOTA
015000     END-IF.
015100 2050-TESTAR-FAIXA-EXIT.
015200     EXIT.
015300*
015400***************************************************************
015500*    2100-NUMERO-DO-DIA - DIAS CORRIDOS DE WS-DATA-TRAB DESDE A *
015600*    ORIGEM DO CALENDARIO, COM O ANO COMECANDO EM MARCO (O DIA  *
015700*    29/02 FICA NO FIM DO ANO E O BISSEXTO SAI DAS DIVISOES)    *
015800***************************************************************
015900 2100-NUMERO-DO-DIA.
016000     IF WS-DT-MES > 2
016100         MOVE WS-DT-ANO TO WS-DN-ANO
016200         COMPUTE WS-DN-MES = WS-DT-MES - 3
016300     ELSE
016400         COMPUTE WS-DN-ANO = WS-DT-ANO - 1
016500         COMPUTE WS-DN-MES = WS-DT-MES + 9
016600     END-IF.
016700     DIVIDE WS-DN-ANO BY 4 GIVING WS-DN-Q4.
016800     DIVIDE WS-DN-ANO BY 100 GIVING WS-DN-Q100.
016900     DIVIDE WS-DN-ANO BY 400 GIVING WS-DN-Q400.
017000     COMPUTE WS-LIXO = (153 * WS-DN-MES) + 2.
017100     DIVIDE WS-LIXO BY 5 GIVING WS-DN-QMES.
017200     COMPUTE WS-DN-RESULTADO = (365 * WS-DN-ANO) + WS-DN-Q4
017300         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMES + WS-DT-DIA.
017400 2100-NUMERO-DO-DIA-EXIT.
017500     EXIT.
