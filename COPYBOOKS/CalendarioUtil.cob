001700*                       CARREGADO NA PRIMEIRA CHAMADA E MANTIDO
001800*                       EM MEMORIA NAS SEGUINTES. PARAMETROS E
001900*                       CODIGOS EM COPYBOOKS/CALHDL.CPY.
001910*    2026-10-15 OPR     FERIADOS REGIONAIS: O CALFERIADO PASSA A
001920*                       TER UF E MUNICIPIO (VER
001930*                       COPYBOOKS/FERREG.CPY; LINHA SO COM A DATA
001940*                       CONTINUA NACIONAL) E A ROTINA RECEBE A
001950*                       PRACA - CAL-AGENCIA, RESOLVIDA PELO NOVO
001960*                       CADASTRO AGENLOC (AGLREG.CPY), OU CAL-LOC-
001970*                       UF/CAL-LOC-MUNICIPIO DIRETO. FERIADO
001980*                       ESTADUAL SO CONTA NA UF, MUNICIPAL SO NO
001990*                       MUNICIPIO. TABELA DE FERIADOS VAI A 1000.
002000***************************************************************
002100*
002200 ENVIRONMENT DIVISION.
002500     SELECT HOLIDAY-FILE ASSIGN TO "CALFERIADO"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
002725     SELECT AGENLOC-FILE ASSIGN TO "AGENLOC"
002750         ORGANIZATION IS LINE SEQUENTIAL
002775         FILE STATUS IS WS-AGENLOC-FILE-STATUS.
002800*
002900 DATA DIVISION.
003000 FILE SECTION.
003100*
003200 FD  HOLIDAY-FILE
003300     RECORDING MODE IS F.
003333*    FERIADO NACIONAL, ESTADUAL OU MUNICIPAL (VER
003366*    COPYBOOKS/FERREG.CPY)
003399 COPY "FERREG.cpy".
003432*
003465 FD  AGENLOC-FILE
003498     RECORDING MODE IS F.
003531*    PRACA (UF/MUNICIPIO) DE CADA AGENCIA (VER
003547*    COPYBOOKS/AGLREG.CPY)
003564 COPY "AGLREG.cpy".
003600*
003700 WORKING-STORAGE SECTION.
003800*
004200     88  FIM-DOS-FERIADOS    VALUE "Y".
004300 77  WS-FERIADOS-CARREGADOS  PIC X(01) VALUE "N".
004400     88  FERIADOS-NA-MEMORIA VALUE "Y".
004414 77  WS-AGENLOC-FILE-STATUS  PIC X(02) VALUE ZEROS.
004428     88  AGENLOC-FILE-OK     VALUE "00".
004442 77  WS-AGENLOC-EOF-SWITCH   PIC X(01) VALUE "N".
004456     88  FIM-DAS-AGENCIAS    VALUE "Y".
004470 77  WS-AGENCIAS-CARREGADAS  PIC X(01) VALUE "N".
004484     88  AGENCIAS-NA-MEMORIA VALUE "Y".
004500*
004600 77  WS-QTDE-FERIADOS        PIC 9(04) COMP VALUE ZERO.
004700 01  TABELA-FERIADOS.
004850     05  FERIADO-ENTRADA     OCCURS 1000 TIMES
005000         DEPENDING ON WS-QTDE-FERIADOS.
005009         10  FERIADO-DATA    PIC 9(08).
005018         10  FERIADO-UF      PIC X(02).
005027         10  FERIADO-MUNICIPIO
005036                             PIC X(20).
005045 77  WS-SUB                  PIC 9(04) COMP VALUE ZERO.
005054*
005063***************************************************************
005072*    PRACA DAS AGENCIAS (AGENLOC) E PRACA DA CHAMADA CORRENTE -
005081*    UF EM BRANCO = SO O CALENDARIO NACIONAL
005090***************************************************************
005099 77  WS-QTDE-AGENCIAS        PIC 9(03) COMP VALUE ZERO.
005108 01  TABELA-AGENCIAS.
005117     05  AGENCIA-ENTRADA     OCCURS 100 TIMES
005126         DEPENDING ON WS-QTDE-AGENCIAS.
005135         10  AGENCIA-CODIGO  PIC X(02).
005144         10  AGENCIA-UF      PIC X(02).
005153         10  AGENCIA-MUNICIPIO
005162                             PIC X(20).
005171 77  WS-SUB-AGE              PIC 9(03) COMP VALUE ZERO.
005180 77  WS-LOC-UF               PIC X(02) VALUE SPACES.
005189 77  WS-LOC-MUNICIPIO        PIC X(20) VALUE SPACES.
005200 77  WS-EH-FERIADO           PIC X(01) VALUE "N".
005300*
005400***************************************************************
008900         PERFORM 1000-CARREGAR-FERIADOS
009000             THRU 1000-CARREGAR-FERIADOS-EXIT
009100     END-IF.
009150     PERFORM 1500-DEFINIR-PRACA THRU 1500-DEFINIR-PRACA-EXIT.
009200     IF CAL-DATA-1 NOT NUMERIC OR CAL-DATA-1 = ZERO
009300         MOVE 8 TO CAL-RC
009400         GOBACK
012600     END-IF.
012700     PERFORM 1100-LER-FERIADO THRU 1100-LER-FERIADO-EXIT.
012800     PERFORM UNTIL FIM-DOS-FERIADOS
012900         OR WS-QTDE-FERIADOS >= 1000
013000         IF FER-DATA NUMERIC AND FER-DATA > ZERO
013100             ADD 1 TO WS-QTDE-FERIADOS
013200             MOVE FER-DATA TO FERIADO-DATA(WS-QTDE-FERIADOS)
013210             MOVE FER-UF TO FERIADO-UF(WS-QTDE-FERIADOS)
013220             MOVE FER-MUNICIPIO
013230                 TO FERIADO-MUNICIPIO(WS-QTDE-FERIADOS)
013240             INSPECT FERIADO-ENTRADA(WS-QTDE-FERIADOS)
013245                 CONVERTING
013250                 "abcdefghijklmnopqrstuvwxyz" TO
013260                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
013270             IF FERIADO-UF(WS-QTDE-FERIADOS) = SPACES
013280                 MOVE SPACES
013285                     TO FERIADO-MUNICIPIO(WS-QTDE-FERIADOS)
013290             END-IF
013300         END-IF
013400         PERFORM 1100-LER-FERIADO THRU 1100-LER-FERIADO-EXIT
013500     END-PERFORM.
014900     EXIT.
015000*
015100***************************************************************
015101*    1200-CARREGAR-AGENCIAS - UMA VEZ POR RUN, NA PRIMEIRA      *
015102*    CHAMADA COM AGENCIA; SEM O AGENLOC, TODA AGENCIA FICA COM  *
015103*    O CALENDARIO NACIONAL                                      *
015104***************************************************************
015105 1200-CARREGAR-AGENCIAS.
015106     MOVE "Y" TO WS-AGENCIAS-CARREGADAS.
015107     OPEN INPUT AGENLOC-FILE.
015108     IF NOT AGENLOC-FILE-OK
015109         GO TO 1200-CARREGAR-AGENCIAS-EXIT
015110     END-IF.
015111     PERFORM 1300-LER-AGENCIA THRU 1300-LER-AGENCIA-EXIT.
015112     PERFORM 1250-GUARDAR-AGENCIA THRU 1250-GUARDAR-AGENCIA-EXIT
015113         UNTIL FIM-DAS-AGENCIAS
015114         OR WS-QTDE-AGENCIAS >= 100.
015115     CLOSE AGENLOC-FILE.
015116 1200-CARREGAR-AGENCIAS-EXIT.
015117     EXIT.
015118*
015119***************************************************************
015120*    1250-GUARDAR-AGENCIA                                     *
015121***************************************************************
015122 1250-GUARDAR-AGENCIA.
015123     IF AGL-AGENCIA NOT = SPACES AND AGL-UF NOT = SPACES
015124         ADD 1 TO WS-QTDE-AGENCIAS
015125         MOVE AGL-AGENCIA TO AGENCIA-CODIGO(WS-QTDE-AGENCIAS)
015126         MOVE AGL-UF TO AGENCIA-UF(WS-QTDE-AGENCIAS)
015127         MOVE AGL-MUNICIPIO TO AGENCIA-MUNICIPIO(WS-QTDE-AGENCIAS)
015128         INSPECT AGENCIA-ENTRADA(WS-QTDE-AGENCIAS) CONVERTING
015129             "abcdefghijklmnopqrstuvwxyz" TO
015130             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015131     END-IF.
015132     PERFORM 1300-LER-AGENCIA THRU 1300-LER-AGENCIA-EXIT.
015133 1250-GUARDAR-AGENCIA-EXIT.
015134     EXIT.
015135*
015136***************************************************************
015137*    1300-LER-AGENCIA                                         *
015138***************************************************************
015139 1300-LER-AGENCIA.
015140     READ AGENLOC-FILE
015141         AT END
015142             MOVE "Y" TO WS-AGENLOC-EOF-SWITCH
015143     END-READ.
015144 1300-LER-AGENCIA-EXIT.
015145     EXIT.
015146*
015147***************************************************************
015148*    1500-DEFINIR-PRACA - COM CAL-AGENCIA, A PRACA SAI DO       *
015149*    AGENLOC; SEM ELA, VALE A UF/MUNICIPIO INFORMADA PELO       *
015150*    CHAMADOR. TUDO EM BRANCO = SO FERIADOS NACIONAIS           *
015151***************************************************************
015152 1500-DEFINIR-PRACA.
015153     MOVE SPACES TO WS-LOC-UF.
015154     MOVE SPACES TO WS-LOC-MUNICIPIO.
015155     IF CAL-AGENCIA = SPACES
015156         MOVE CAL-LOC-UF TO WS-LOC-UF
015157         MOVE CAL-LOC-MUNICIPIO TO WS-LOC-MUNICIPIO
015158         INSPECT WS-LOC-UF CONVERTING
015159             "abcdefghijklmnopqrstuvwxyz" TO
015160             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015161         INSPECT WS-LOC-MUNICIPIO CONVERTING
015162             "abcdefghijklmnopqrstuvwxyz" TO
015163             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015164         GO TO 1500-DEFINIR-PRACA-EXIT
015165     END-IF.
015166     IF NOT AGENCIAS-NA-MEMORIA
015167         PERFORM 1200-CARREGAR-AGENCIAS
015168             THRU 1200-CARREGAR-AGENCIAS-EXIT
015169     END-IF.
015170     PERFORM 1600-BUSCAR-AGENCIA THRU 1600-BUSCAR-AGENCIA-EXIT
015171         VARYING WS-SUB-AGE FROM 1 BY 1
015172         UNTIL WS-SUB-AGE > WS-QTDE-AGENCIAS
015173         OR WS-LOC-UF NOT = SPACES.
015174 1500-DEFINIR-PRACA-EXIT.
015175     EXIT.
015176*
015177***************************************************************
015178*    1600-BUSCAR-AGENCIA                                      *
015179***************************************************************
015180 1600-BUSCAR-AGENCIA.
015181     IF AGENCIA-CODIGO(WS-SUB-AGE) = CAL-AGENCIA
015182         MOVE AGENCIA-UF(WS-SUB-AGE) TO WS-LOC-UF
015183         MOVE AGENCIA-MUNICIPIO(WS-SUB-AGE) TO WS-LOC-MUNICIPIO
015184     END-IF.
015185 1600-BUSCAR-AGENCIA-EXIT.
015186     EXIT.
015187*
015188***************************************************************
015200*    2000-TESTAR-DIA-UTIL - FIM DE SEMANA (ZELLER) OU FERIADO   *
015300*    DA TABELA QUE VALE NA PRACA MARCAM "N"                     *
015400***************************************************************
015500 2000-TESTAR-DIA-UTIL.
015600     PERFORM 7000-DIA-DA-SEMANA THRU 7000-DIA-DA-SEMANA-EXIT.
017200     EXIT.
017300*
017400***************************************************************
017466*    2100-TESTAR-FERIADO - NACIONAL VALE SEMPRE; ESTADUAL SO  *
017532*    NA UF DA PRACA; MUNICIPAL SO NA UF E NO MUNICIPIO        *
017600***************************************************************
017700 2100-TESTAR-FERIADO.
017718     IF FERIADO-DATA(WS-SUB) NOT = WS-DATA-TRAB
017736         GO TO 2100-TESTAR-FERIADO-EXIT
017754     END-IF.
017772     IF FERIADO-UF(WS-SUB) = SPACES
017790         MOVE "S" TO WS-EH-FERIADO
017808         GO TO 2100-TESTAR-FERIADO-EXIT
017826     END-IF.
017844     IF FERIADO-UF(WS-SUB) = WS-LOC-UF
017862         AND (FERIADO-MUNICIPIO(WS-SUB) = SPACES
017880         OR FERIADO-MUNICIPIO(WS-SUB) = WS-LOC-MUNICIPIO)
017900         MOVE "S" TO WS-EH-FERIADO
018000     END-IF.
018100 2100-TESTAR-FERIADO-EXIT.
