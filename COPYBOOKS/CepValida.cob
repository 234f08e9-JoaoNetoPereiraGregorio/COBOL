000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CEP-VALIDA.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     SUBROTINA COMPARTILHADA DE VALIDACAO DO
001200*                       CEP E DA UF DO ENDERECO, NO PADRAO DE
001300*                       CALL DO DOC-VALIDA: FORMATO DO CEP (8
001400*                       DIGITOS), UF NA TABELA DAS 27 UNIDADES
001500*                       DA FEDERACAO E, QUANDO O CHAMADOR
001600*                       ENCONTROU O CEP NA BASE DOS CORREIOS,
001700*                       UF E CIDADE CONTRA A BASE. PARAMETROS E
001800*                       CODIGOS DE RETORNO EM COPYBOOKS/
001900*                       CEPHDL.CPY. NAO FAZ I/O - A LEITURA DA
002000*                       BASE FICA COM O CHAMADOR (LOTE OU TELA).
002100***************************************************************
002200*
002300 ENVIRONMENT DIVISION.
002400*
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700*
002800 77  WS-SUB-U                PIC 9(02) COMP VALUE ZERO.
002900 77  WS-UF-SW                PIC X(01) VALUE "N".
003000     88  UF-EXISTE           VALUE "Y".
003100 77  WS-CIDADE-INFORMADA     PIC X(20) VALUE SPACES.
003200 77  WS-CIDADE-BASE          PIC X(20) VALUE SPACES.
003300*
003400***************************************************************
003500*    UNIDADES DA FEDERACAO VALIDAS
003600***************************************************************
003700 01  WS-UFS-VALIDAS.
003800     05  FILLER PIC X(54) VALUE
003900         "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
004000 01  WS-UFS-TAB REDEFINES WS-UFS-VALIDAS.
004100     05  WS-UF-VALIDA        PIC X(02) OCCURS 27 TIMES.
004200*
004300 COPY "NRMHDL.cpy".
004400*
004500 LINKAGE SECTION.
004600*
004700 COPY "CEPHDL.cpy".
004800*
004900 PROCEDURE DIVISION USING CPV-PARAMETROS.
005000*
005100***************************************************************
005200*    0000-MAINLINE                                              *
005300***************************************************************
005400 0000-MAINLINE.
005500     MOVE 00 TO CPV-RETORNO.
005600     MOVE SPACES TO CPV-MOTIVO.
005700*    REGISTRO SO DE CONTATO (SEM CEP, UF E CIDADE) NAO TEM O QUE
005800*    CONFERIR
005900     IF CPV-CEP = SPACES AND CPV-UF = SPACES
006000         AND CPV-CIDADE = SPACES
006100         GOBACK
006200     END-IF.
006300     PERFORM 1000-CONFERIR-FORMATO
006400         THRU 1000-CONFERIR-FORMATO-EXIT.
006500     IF CPV-RETORNO NOT = 00
006600         GOBACK
006700     END-IF.
006800     PERFORM 2000-CONFERIR-BASE THRU 2000-CONFERIR-BASE-EXIT.
006900     GOBACK.
007000*
007100***************************************************************
007200*    1000-CONFERIR-FORMATO - CEP COM 8 DIGITOS E UF EXISTENTE   *
007300***************************************************************
007400 1000-CONFERIR-FORMATO.
007500     IF CPV-CEP NOT NUMERIC OR CPV-CEP = "00000000"
007600         MOVE 08 TO CPV-RETORNO
007700         MOVE "CEP INVALIDO (8 DIGITOS)" TO CPV-MOTIVO
007800         GO TO 1000-CONFERIR-FORMATO-EXIT
007900     END-IF.
008000     MOVE "N" TO WS-UF-SW.
008100     PERFORM 1100-PROCURAR-UF THRU 1100-PROCURAR-UF-EXIT
008200         VARYING WS-SUB-U FROM 1 BY 1
008300         UNTIL WS-SUB-U > 27 OR UF-EXISTE.
008400     IF NOT UF-EXISTE
008500         MOVE 12 TO CPV-RETORNO
008600         MOVE "UF INEXISTENTE" TO CPV-MOTIVO
008700     END-IF.
008800 1000-CONFERIR-FORMATO-EXIT.
008900     EXIT.
009000*
009100***************************************************************
009200*    1100-PROCURAR-UF                                           *
009300***************************************************************
009400 1100-PROCURAR-UF.
009500     IF CPV-UF = WS-UF-VALIDA(WS-SUB-U)
009600         MOVE "Y" TO WS-UF-SW
009700     END-IF.
009800 1100-PROCURAR-UF-EXIT.
009900     EXIT.
010000*
010100***************************************************************
010200*    2000-CONFERIR-BASE - EXISTENCIA DO CEP, UF E CIDADE CONTRA *
010300*    O REGISTRO DA BASE DOS CORREIOS LIDO PELO CHAMADOR         *
010400***************************************************************
010500 2000-CONFERIR-BASE.
010600     IF CPV-BASE-INDISPONIVEL
010700         MOVE 04 TO CPV-RETORNO
010800         MOVE "BASE DE CEP INDISPONIVEL" TO CPV-MOTIVO
010900         GO TO 2000-CONFERIR-BASE-EXIT
011000     END-IF.
011100     IF NOT CPV-BASE-ACHOU
011200         MOVE 16 TO CPV-RETORNO
011300         MOVE "CEP NAO CONSTA DOS CORREIOS" TO CPV-MOTIVO
011400         GO TO 2000-CONFERIR-BASE-EXIT
011500     END-IF.
011600     IF CPV-UF NOT = CPV-BASE-UF
011700         MOVE 20 TO CPV-RETORNO
011800         STRING "UF DIFERE DO CEP (BASE: " CPV-BASE-UF ")"
011900             DELIMITED BY SIZE INTO CPV-MOTIVO
012000         GO TO 2000-CONFERIR-BASE-EXIT
012100     END-IF.
012200     MOVE CPV-CIDADE TO NRM-ENTRADA.
012300     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
012400     MOVE NRM-SAIDA(1:20) TO WS-CIDADE-INFORMADA.
012500     MOVE CPV-BASE-CIDADE(1:30) TO NRM-ENTRADA.
012600     CALL "NOME-NORMALIZA" USING NRM-PARAMETROS.
012700     MOVE NRM-SAIDA(1:20) TO WS-CIDADE-BASE.
012800     IF WS-CIDADE-INFORMADA NOT = WS-CIDADE-BASE
012900         MOVE 24 TO CPV-RETORNO
013000         MOVE "CIDADE DIFERE DA DO CEP" TO CPV-MOTIVO
013100     END-IF.
013200 2000-CONFERIR-BASE-EXIT.
013300     EXIT.
