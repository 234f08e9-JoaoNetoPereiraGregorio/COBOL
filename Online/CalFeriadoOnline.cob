003000*                       DATA). MESMO CONTROLE SECPROF/PERMMAT
003100*                       DAS OUTRAS TELAS (FUNCAO "CFER"), COM
003200*                       EVENTO DE AUDITORIA NA FILA AUDQ.
003210*    2026-10-15 OPR     FERIADOS REGIONAIS: UF E MUNICIPIO NA TELA
003220*                       - EM BRANCO O FERIADO E NACIONAL, SO A UF
003230*                       ESTADUAL, OS DOIS MUNICIPAL (UF CONFERIDA
003240*                       NA TABELA DAS 27, MUNICIPIO SO COM UF). A
003250*                       CHAVE DO CALFERIA PASSA A SER
003260*                       DATA+UF+MUNICIPIO (VER
003270*                       COPYBOOKS/FERREG.CPY), O PF8 MOSTRA A
003280*                       ABRANGENCIA E A CARGA G CONTINUA SO COM OS
003290*                       NACIONAIS.
003300***************************************************************
003400*
003500 ENVIRONMENT DIVISION.
008000     88  OPERADOR-PERMITIDO  VALUE "Y".
008100*
008200***************************************************************
008266*    REGISTRO DO CALENDARIO (VSAM CALFERIA, CHAVE = DATA, UF E
008332*    MUNICIPIO - VER COPYBOOKS/FERREG.CPY)
008400***************************************************************
008433 COPY "FERREG.cpy".
008466 01  WS-FER-CHAVE.
008499     05  WS-FC-DATA          PIC 9(08) VALUE ZERO.
008532     05  WS-FC-DATA-R REDEFINES WS-FC-DATA.
008565         10  WS-FC-ANO       PIC 9(04).
008598         10  WS-FC-MES       PIC 9(02).
008631         10  WS-FC-DIA       PIC 9(02).
008664     05  FILLER              PIC X(01) VALUE SPACE.
008697     05  WS-FC-UF            PIC X(02) VALUE SPACES.
008730     05  FILLER              PIC X(01) VALUE SPACE.
008763     05  WS-FC-MUNICIPIO     PIC X(20) VALUE SPACES.
008796*
008829***************************************************************
008862*    UNIDADES DA FEDERACAO VALIDAS PARA O FERIADO REGIONAL
008895***************************************************************
008928 01  WS-UFS-VALIDAS.
008961     05  FILLER PIC X(54) VALUE
008994         "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
009027 01  WS-UFS-TAB REDEFINES WS-UFS-VALIDAS.
009060     05  WS-UF-VALIDA        PIC X(02) OCCURS 27 TIMES.
009093 77  WS-SUB-UF               PIC 9(02) COMP VALUE ZERO.
009126 77  WS-UF-ACHADA-SW         PIC X(01) VALUE "N".
009159     88  UF-ACHADA           VALUE "Y".
009200*
009300***************************************************************
009400*    FERIADOS NACIONAIS FIXOS PARA A CARGA DO ANO (MMDD)
011800     05  AUDIT-DESC          PIC X(30).
011900*
012000 01  WS-COMMAREA.
012100     05  CA-ULTIMA-CHAVE     PIC X(32).
012200*
012300 77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
012400 77  WS-ENCERRAR-SWITCH      PIC X(01) VALUE "N".
013700*
013800 LINKAGE SECTION.
013900*
014000 01  DFHCOMMAREA             PIC X(32).
014100*
014200 PROCEDURE DIVISION.
014300*
017300 1000-ENVIAR-TELA-INICIAL.
017400     MOVE SPACES TO FERMAPO.
017500     MOVE -1     TO ACAOL.
017600     MOVE LOW-VALUES TO CA-ULTIMA-CHAVE.
017700     EXEC CICS SEND MAP('FERMAP')
017800         MAPSET('FERSET')
017900         FROM(FERMAPO)
027500     EXIT.
027600*
027700***************************************************************
027766*    2050-VALIDAR-DATA - AAAAMMDD COM MES 01-12 E DIA 01-31,    *
027832*    MAIS A ABRANGENCIA (UF/MUNICIPIO) DO FERIADO               *
027900***************************************************************
028000 2050-VALIDAR-DATA.
028050     MOVE ZERO TO WS-FC-DATA.
028100     IF DATAFERI NOT NUMERIC
028200         MOVE "DATA INVALIDA - USE AAAAMMDD" TO WS-MENSAGEM-AREA
028300         GO TO 2050-VALIDAR-DATA-EXIT
028400     END-IF.
028500     MOVE DATAFERI TO WS-FC-DATA.
028600     IF WS-FC-MES < 01 OR WS-FC-MES > 12
028700         OR WS-FC-DIA < 01 OR WS-FC-DIA > 31
028800         MOVE "DATA INVALIDA - MES 01-12, DIA 01-31"
028900             TO WS-MENSAGEM-AREA
028966         MOVE ZERO TO WS-FC-DATA
029032         GO TO 2050-VALIDAR-DATA-EXIT
029100     END-IF.
029150     PERFORM 2060-VALIDAR-PRACA THRU 2060-VALIDAR-PRACA-EXIT.
029200 2050-VALIDAR-DATA-EXIT.
029202     EXIT.
029204*
029206***************************************************************
029208*    2060-VALIDAR-PRACA - UF EM BRANCO = NACIONAL; UF VALIDA    *
029210*    SOZINHA = ESTADUAL; UF E MUNICIPIO = MUNICIPAL. MUNICIPIO  *
029212*    SEM UF NAO E ACEITO                                        *
029214***************************************************************
029216 2060-VALIDAR-PRACA.
029218     MOVE UFI TO WS-FC-UF.
029220     MOVE MUNICI TO WS-FC-MUNICIPIO.
029222     INSPECT WS-FC-UF REPLACING ALL LOW-VALUE BY SPACE.
029224     INSPECT WS-FC-MUNICIPIO REPLACING ALL LOW-VALUE BY SPACE.
029226     INSPECT WS-FC-UF CONVERTING
029228         "abcdefghijklmnopqrstuvwxyz" TO
029230         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029232     INSPECT WS-FC-MUNICIPIO CONVERTING
029234         "abcdefghijklmnopqrstuvwxyz" TO
029236         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029238     IF WS-FC-UF = SPACES
029240         IF WS-FC-MUNICIPIO NOT = SPACES
029242             MOVE "MUNICIPIO EXIGE A UF DO FERIADO"
029244                 TO WS-MENSAGEM-AREA
029246             MOVE ZERO TO WS-FC-DATA
029248         END-IF
029250         GO TO 2060-VALIDAR-PRACA-EXIT
029252     END-IF.
029254     MOVE "N" TO WS-UF-ACHADA-SW.
029256     PERFORM 2065-PROCURAR-UF THRU 2065-PROCURAR-UF-EXIT
029258         VARYING WS-SUB-UF FROM 1 BY 1
029260         UNTIL WS-SUB-UF > 27 OR UF-ACHADA.
029262     IF NOT UF-ACHADA
029264         MOVE "UF INEXISTENTE - USE A SIGLA (EX.: SP, RJ)"
029266             TO WS-MENSAGEM-AREA
029268         MOVE ZERO TO WS-FC-DATA
029270     END-IF.
029272 2060-VALIDAR-PRACA-EXIT.
029274     EXIT.
029276*
029278***************************************************************
029280*    2065-PROCURAR-UF                                          *
029282***************************************************************
029284 2065-PROCURAR-UF.
029286     IF WS-UF-VALIDA(WS-SUB-UF) = WS-FC-UF
029288         MOVE "Y" TO WS-UF-ACHADA-SW
029290     END-IF.
029292 2065-PROCURAR-UF-EXIT.
029300     EXIT.
029400*
029500***************************************************************
029700***************************************************************
029800 2100-ADICIONAR-FERIADO.
029900     PERFORM 2050-VALIDAR-DATA THRU 2050-VALIDAR-DATA-EXIT.
030000     IF WS-FC-DATA = ZERO
030100         GO TO 2100-ADICIONAR-FERIADO-EXIT
030200     END-IF.
030266*    DUPLICATA: A DATA JA CADASTRADA NA MESMA ABRANGENCIA NAO E
030332*    GRAVADA DE NOVO
030400     EXEC CICS READ DATASET('CALFERIA')
030500         INTO(HOLIDAY-RECORD)
030600         RIDFLD(WS-FER-CHAVE)
030700         RESP(WS-RESP)
030800     END-EXEC.
030900     IF WS-RESP = DFHRESP(NORMAL)
031000         MOVE "DATA JA CADASTRADA NO CALENDARIO PARA ESTA PRACA"
031100             TO WS-MENSAGEM-AREA
031200         GO TO 2100-ADICIONAR-FERIADO-EXIT
031300     END-IF.
031366     MOVE SPACES TO HOLIDAY-RECORD.
031432     MOVE WS-FER-CHAVE TO FER-CHAVE.
031500     EXEC CICS WRITE DATASET('CALFERIA')
031600         FROM(HOLIDAY-RECORD)
031700         RIDFLD(WS-FER-CHAVE)
033200***************************************************************
033300 2200-REMOVER-FERIADO.
033400     PERFORM 2050-VALIDAR-DATA THRU 2050-VALIDAR-DATA-EXIT.
033500     IF WS-FC-DATA = ZERO
033600         GO TO 2200-REMOVER-FERIADO-EXIT
033700     END-IF.
033800     EXEC CICS DELETE DATASET('CALFERIA')
034000         RESP(WS-RESP)
034100     END-EXEC.
034200     IF WS-RESP NOT = DFHRESP(NORMAL)
034300         MOVE "DATA NAO CONSTA DO CALENDARIO PARA ESTA PRACA"
034400             TO WS-MENSAGEM-AREA
034500         GO TO 2200-REMOVER-FERIADO-EXIT
034600     END-IF.
035200*
035300***************************************************************
035400*    2300-CARREGAR-ANO - PROPOE OS FERIADOS NACIONAIS FIXOS DO  *
035466*    ANO INFORMADO, PULANDO OS JA CADASTRADOS. OS REGIONAIS     *
035532*    (ESTADUAIS E MUNICIPAIS) ENTRAM UM A UM PELA ACAO A        *
035600***************************************************************
035700 2300-CARREGAR-ANO.
035800     IF ANOI NOT NUMERIC
037900*    2350-CARREGAR-UM-FIXO                                     *
038000***************************************************************
038100 2350-CARREGAR-UM-FIXO.
038133     MOVE SPACES TO WS-FC-UF.
038166     MOVE SPACES TO WS-FC-MUNICIPIO.
038200     MOVE ANOI TO WS-FC-ANO.
038300     MOVE FERIADO-FIXO(WS-SUB-FIXO)(1:2) TO WS-FC-MES.
038400     MOVE FERIADO-FIXO(WS-SUB-FIXO)(3:2) TO WS-FC-DIA.
039100         ADD 1 TO WS-QTDE-JA-EXISTIAM
039200         GO TO 2350-CARREGAR-UM-FIXO-EXIT
039300     END-IF.
039350     MOVE SPACES TO HOLIDAY-RECORD.
039400     MOVE WS-FER-CHAVE TO FER-CHAVE.
039450     MOVE "FERIADO NACIONAL" TO FER-DESCRICAO.
039500     EXEC CICS WRITE DATASET('CALFERIA')
039600         FROM(HOLIDAY-RECORD)
039700         RIDFLD(WS-FER-CHAVE)
041300     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
041400     MOVE 9 TO AUDIT-OPCODE.
041500     MOVE SPACES TO AUDIT-DESC.
041600     STRING "CALENDARIO " ACAOI " " DATAFERI " " UFI " " ANOI
041700         DELIMITED BY SIZE INTO AUDIT-DESC
041800     END-STRING.
041900     EXEC CICS WRITEQ TD QUEUE('AUDQ')
042500*
042600***************************************************************
042700*    2700-LISTAR-CALENDARIO - STARTBR/READNEXT A PARTIR DA DATA *
042766*    DIGITADA (OU DA ULTIMA MOSTRADA), DEZ DATAS POR PAGINA,    *
042832*    CADA UMA COM A SUA ABRANGENCIA                             *
042900***************************************************************
043000 2700-LISTAR-CALENDARIO.
043100     MOVE SPACES TO ROW01O ROW02O ROW03O ROW04O ROW05O
043300     MOVE "N" TO WS-FIM-BROWSE-SWITCH.
043400     MOVE ZERO TO WS-QTDE-MOSTRADOS.
043500     IF DATAFERI NUMERIC AND DATAFERI NOT = ZEROS
043550         MOVE SPACES TO WS-FC-UF
043600         MOVE SPACES TO WS-FC-MUNICIPIO
043650         MOVE DATAFERI TO WS-FC-DATA
043700     ELSE
043800         MOVE CA-ULTIMA-CHAVE TO WS-FER-CHAVE
043900     END-IF.
044000     EXEC CICS STARTBR DATASET('CALFERIA')
044100         RIDFLD(WS-FER-CHAVE)
047800         MOVE "Y" TO WS-FIM-BROWSE-SWITCH
047900     ELSE
048000         MOVE SPACES TO WS-LINHA-LISTA
048026         EVALUATE TRUE
048052             WHEN FER-UF = SPACES
048078                 STRING FER-DATA " NACIONAL"
048104                     DELIMITED BY SIZE INTO WS-LINHA-LISTA
048130                 END-STRING
048156             WHEN FER-MUNICIPIO = SPACES
048182                 STRING FER-DATA " " FER-UF " (ESTADUAL)"
048208                     DELIMITED BY SIZE INTO WS-LINHA-LISTA
048234                 END-STRING
048260             WHEN OTHER
048286                 STRING FER-DATA " " FER-UF " " FER-MUNICIPIO
048312                     DELIMITED BY SIZE INTO WS-LINHA-LISTA
048338                 END-STRING
048364         END-EVALUATE
048400         EVALUATE WS-LINHA-NUM
048500             WHEN 1  MOVE WS-LINHA-LISTA TO ROW01O
048600             WHEN 2  MOVE WS-LINHA-LISTA TO ROW02O
049400             WHEN 10 MOVE WS-LINHA-LISTA TO ROW10O
049500         END-EVALUATE
049600         ADD 1 TO WS-QTDE-MOSTRADOS
049700         MOVE FER-CHAVE TO CA-ULTIMA-CHAVE
049800     END-IF.
049900 2750-LER-PROXIMO-BROWSE-EXIT.
050000     EXIT.
