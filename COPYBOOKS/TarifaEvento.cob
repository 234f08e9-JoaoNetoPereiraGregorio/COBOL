000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TARIFA-EVENTO.
000300 AUTHOR.        OPERACOES-LOTE.
000400 INSTALLATION.  CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900*    HISTORICO DE MODIFICACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    2026-10-15 OPR     SUBROTINA COMPARTILHADA DE EVENTOS
001200*                       TARIFAVEIS, NO MESMO PADRAO DE CALL DO
001300*                       AUDIT-WRITER: ACRESCENTA AO ARQUIVO TAREVT
001400*                       (VER COPYBOOKS/TARREG.CPY) UM REGISTRO COM
001500*                       DATA, HORA, CLIENTE, CODIGO DO EVENTO,
001600*                       REFERENCIA DO SERVICO E PROGRAMA DE
001700*                       ORIGEM, PARA O LOTE NOTURNO TARIFA-COBRAR.
001800*                       SEM O ARQUIVO O SERVICO SEGUE, COM AVISO.
001900*                       PARAMETROS EM COPYBOOKS/TEVHDL.CPY.
002000***************************************************************
002100*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT TARIFA-EVENTO-FILE ASSIGN TO "TAREVT"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-TAREVT-FILE-STATUS.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100*
003200 FD  TARIFA-EVENTO-FILE
003300     RECORDING MODE IS F.
003400*    EVENTOS TARIFAVEIS (VER COPYBOOKS/TARREG.CPY)
003500 COPY "TARREG.cpy".
003600*
003700 WORKING-STORAGE SECTION.
003800*
003900 77  WS-HOJE                 PIC 9(08) VALUE ZEROS.
004000 77  WS-AGORA                PIC 9(08) VALUE ZEROS.
004100 77  WS-TAREVT-FILE-STATUS   PIC X(02) VALUE ZEROS.
004200     88  TAREVT-FILE-OK      VALUE "00".
004300*
004400 LINKAGE SECTION.
004500*
004600 COPY "TEVHDL.cpy".
004700*
004800 PROCEDURE DIVISION USING TEV-PARAMETROS.
004900*
005000***************************************************************
005100*    0000-MAINLINE - CARIMBA E ACRESCENTA O EVENTO AO TAREVT    *
005200***************************************************************
005300 0000-MAINLINE.
005400     ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
005500     ACCEPT WS-AGORA FROM TIME.
005600     OPEN EXTEND TARIFA-EVENTO-FILE.
005700     IF NOT TAREVT-FILE-OK
005800         OPEN OUTPUT TARIFA-EVENTO-FILE
005900     END-IF.
006000     IF TAREVT-FILE-OK
006100         MOVE SPACES TO TARIFA-EVENTO-RECORD
006200         MOVE WS-HOJE TO TRE-DATA
006300         MOVE WS-AGORA TO TRE-HORA
006400         MOVE TEV-CUST-ID TO TRE-CUST-ID
006500         MOVE TEV-EVENTO TO TRE-EVENTO
006600         MOVE TEV-REFERENCIA TO TRE-REFERENCIA
006700         MOVE TEV-PROGRAMA TO TRE-PROGRAMA
006800         WRITE TARIFA-EVENTO-RECORD
006900         CLOSE TARIFA-EVENTO-FILE
007000     ELSE
007100         DISPLAY "TARIFA-EVENTO: NAO FOI POSSIVEL ABRIR O "
007200             "TAREVT (STATUS " WS-TAREVT-FILE-STATUS ") - EVENTO "
007300             TEV-EVENTO " DE " TEV-CUST-ID " NAO REGISTRADO."
007400     END-IF.
007500     GOBACK.
