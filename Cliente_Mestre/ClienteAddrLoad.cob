001800*                       REGISTRO EXISTENTE NO CUSTADDR E
001900*                       ATUALIZADO (UPSERT). O CAMINHO ONLINE E
002000*                       A TELA CADR (CLIENTE-ADDR-ONLINE).
002011*    2026-10-15 OPR     VALIDACAO DO CEP E DA UF (CEP-VALIDA, VER
002022*                       COPYBOOKS/CEPHDL.CPY): CEP COM 8 DIGITOS,
002033*                       UF EXISTENTE E, COM A BASE DOS CORREIOS
002044*                       (CEPBASE) DISPONIVEL, CEP CADASTRADO COM A
002055*                       MESMA UF E CIDADE. ENDERECO QUE NAO
002066*                       CONFERE VAI PARA O REJFILE COM O MOTIVO;
002077*                       SEM A BASE, SO O FORMATO E CONFERIDO E SAI
002088*                       AVISO NO CONSOLE.
002100***************************************************************
002200*
002300 ENVIRONMENT DIVISION.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ADR-CUST-ID
004000         FILE STATUS IS WS-ADDR-FILE-STATUS.
004016     SELECT CEP-BASE-FILE ASSIGN TO "CEPBASE"
004032         ORGANIZATION IS INDEXED
004048         ACCESS MODE IS RANDOM
004064         RECORD KEY IS CEPB-CEP
004080         FILE STATUS IS WS-CEPBASE-FILE-STATUS.
004100     SELECT REJECT-FILE ASSIGN TO "REJFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REJECT-FILE-STATUS.
006500*    LAYOUT COMPARTILHADO DO ENDERECO (VER COPYBOOKS/ADDRREC.CPY)
006600 COPY "ADDRREC.cpy".
006700*
006720 FD  CEP-BASE-FILE.
006740*    BASE DE CEP DOS CORREIOS (VER COPYBOOKS/CEPBAS.CPY)
006760 COPY "CEPBAS.cpy".
006780*
006800 FD  REJECT-FILE
006900     RECORDING MODE IS F.
007000 COPY "REJREC.cpy".
007800 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE ZEROS.
007900     88  ADDR-OK             VALUE "00".
008000     88  ADDR-NAO-ACHADO     VALUE "23", "35".
008020 77  WS-CEPBASE-FILE-STATUS  PIC X(02) VALUE ZEROS.
008040     88  CEPBASE-OK          VALUE "00".
008060 77  WS-CEPBASE-SW           PIC X(01) VALUE "N".
008080     88  CEPBASE-DISPONIVEL  VALUE "Y".
008100 77  WS-REJECT-FILE-STATUS   PIC X(02) VALUE ZEROS.
008200     88  REJECT-FILE-OK      VALUE "00".
008300*
008800 77  WS-QTDE-INCLUIDOS       PIC 9(07) COMP VALUE ZERO.
008900 77  WS-QTDE-ATUALIZADOS     PIC 9(07) COMP VALUE ZERO.
009000 77  WS-QTDE-REJEITADOS      PIC 9(07) COMP VALUE ZERO.
009050 77  WS-QTDE-REJEITADOS-CEP  PIC 9(07) COMP VALUE ZERO.
009100 77  WS-MOTIVO-REJEITO       PIC X(30) VALUE SPACES.
009200*
009300***************************************************************
009900*    PARAMETROS DA ROTINA COMPARTILHADA DE TRATAMENTO DE ERRO
010000***************************************************************
010100 COPY "ERRHDL.cpy".
010114*
010128***************************************************************
010142*    PARAMETROS DA ROTINA DE VALIDACAO DE CEP/UF (VER
010156*    COPYBOOKS/CEPHDL.CPY)
010170***************************************************************
010184 COPY "CEPHDL.cpy".
010200*
010300 PROCEDURE DIVISION.
010400*
015800         MOVE "Y" TO WS-EOF-SWITCH
015900         GO TO 1000-INICIALIZAR-EXIT
016000     END-IF.
016009*    SEM A BASE DOS CORREIOS A CARGA SEGUE, CONFERINDO SO O
016018*    FORMATO DO CEP E A UF
016027     OPEN INPUT CEP-BASE-FILE.
016036     IF CEPBASE-OK
016045         MOVE "Y" TO WS-CEPBASE-SW
016054     ELSE
016063         DISPLAY "AVISO: CEPBASE INDISPONIVEL (STATUS "
016072             WS-CEPBASE-FILE-STATUS ") - CEP CONFERIDO SO NO "
016081             "FORMATO"
016090     END-IF.
016100     OPEN EXTEND REJECT-FILE.
016200     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
016300 1000-INICIALIZAR-EXIT.
020300                 WS-MOTIVO-REJEITO
020400         END-IF
020500     END-IF.
020525     IF WS-MOTIVO-REJEITO = SPACES
020550         PERFORM 2050-VALIDAR-CEP THRU 2050-VALIDAR-CEP-EXIT
020575     END-IF.
020600     IF WS-MOTIVO-REJEITO NOT = SPACES
020700         PERFORM 2500-REJEITAR-LINHA
020800             THRU 2500-REJEITAR-LINHA-EXIT
021200     END-IF.
021300     PERFORM 1100-LER-LINHA THRU 1100-LER-LINHA-EXIT.
021400 2000-TRATAR-LINHA-EXIT.
021402     EXIT.
021404*
021406***************************************************************
021408*    2050-VALIDAR-CEP - FORMATO DO CEP, UF E, COM A BASE DOS    *
021410*    CORREIOS, EXISTENCIA DO CEP E CIDADE/UF DO CEP             *
021412***************************************************************
021414 2050-VALIDAR-CEP.
021416     MOVE AIN-CEP TO CPV-CEP.
021418     MOVE AIN-UF TO CPV-UF.
021420     MOVE AIN-CIDADE TO CPV-CIDADE.
021422     MOVE SPACES TO CPV-BASE-UF CPV-BASE-CIDADE.
021424     IF NOT CEPBASE-DISPONIVEL
021426         SET CPV-BASE-INDISPONIVEL TO TRUE
021428     ELSE
021430         SET CPV-BASE-NAO-ACHOU TO TRUE
021432         IF AIN-CEP NUMERIC
021434             MOVE AIN-CEP TO CEPB-CEP
021436             READ CEP-BASE-FILE
021438                 INVALID KEY
021440                     CONTINUE
021442             END-READ
021444             IF CEPBASE-OK
021446                 SET CPV-BASE-ACHOU TO TRUE
021448                 MOVE CEPB-UF TO CPV-BASE-UF
021450                 MOVE CEPB-CIDADE TO CPV-BASE-CIDADE
021452             END-IF
021454         END-IF
021456     END-IF.
021458     CALL "CEP-VALIDA" USING CPV-PARAMETROS.
021460     IF NOT CPV-ACEITO
021462         MOVE CPV-MOTIVO TO WS-MOTIVO-REJEITO
021464         ADD 1 TO WS-QTDE-REJEITADOS-CEP
021466     END-IF.
021468 2050-VALIDAR-CEP-EXIT.
021500     EXIT.
021600*
021700***************************************************************
029200     IF ADDR-OK
029300         CLOSE ADDRESS-FILE
029400     END-IF.
029425     IF CEPBASE-DISPONIVEL
029450         CLOSE CEP-BASE-FILE
029475     END-IF.
029500     IF REJECT-FILE-OK
029600         CLOSE REJECT-FILE
029700     END-IF.
030000     DISPLAY "INCLUIDOS ..........: " WS-QTDE-INCLUIDOS.
030100     DISPLAY "ATUALIZADOS ........: " WS-QTDE-ATUALIZADOS.
030200     DISPLAY "REJEITADOS .........: " WS-QTDE-REJEITADOS.
030250     DISPLAY "  POR CEP/UF/CIDADE : " WS-QTDE-REJEITADOS-CEP.
030300 9000-FINALIZAR-EXIT.
030400     EXIT.
