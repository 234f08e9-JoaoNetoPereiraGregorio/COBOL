002600*                                         APARECE NO CONSOLE NO
002700*                                         DIA SEGUINTE, NAO NOVE
002800*                                         DIAS DEPOIS.
002800*    2026-10-15 OPR     REMESSA POR BANCO COBRADOR: O CORTE
002800*                       "REMNNN" (NNN = BANCO) SO E RESPONDIDO
002800*                       PELO "RETNNN" DO MESMO BANCO; A
002800*                       "REMESSA " ANTIGA CONTINUA CASANDO COM
002800*                       O "RETORNO " OU COM QUALQUER "RET". O
002800*                       ALERTA DE REMESSA SEM RETORNO DIZ O
002800*                       ARQUIVO.
002800*    2026-10-15 OPR     EXTRATO CONTABIL: O CORTE "GLFILE" DO
002800*                       GL-EXTRACT DESPACHADO PRECISA DO "R" DO
002800*                       GL-RETORNO (RETORNO DO RAZAO) COM O MESMO
002800*                       SEQUENCIAL DENTRO DE RETDIAS DIAS UTEIS,
002800*                       COMO A REMESSA; O ALERTA DIZ O ARQUIVO.
002900***************************************************************
003000*
003100 ENVIRONMENT DIVISION.
009700     88  PAR-ENCONTRADO      VALUE "Y".
009800 77  WS-QTDE-SEM-DESPACHO    PIC 9(03) VALUE ZEROS.
009900 77  WS-QTDE-SEM-RETORNO     PIC 9(03) VALUE ZEROS.
009900*    RETORNO QUE RESPONDE A REMESSA: "REMNNN" (BANCO NNN) PEDE O
009900*    "RETNNN" DO MESMO BANCO; A "REMESSA " ANTERIOR AO ROTEAMENTO
009900*    POR BANCO ACEITA O "RETORNO " ANTIGO OU QUALQUER "RET". O
009900*    "GLFILE" PEDE O "R" DO GL-RETORNO COM O MESMO SEQUENCIAL
009900 77  WS-ARQ-RETORNO          PIC X(08) VALUE SPACES.
010000*
010100***************************************************************
010200*    PARAMETROS DA ROTINA COMPARTILHADA DE DIAS UTEIS
028300         CALL "ALERT-WRITER" USING ALR-PARAMETROS
028400         GO TO 3200-TESTAR-CORTE-EXIT
028500     END-IF.
028600*    REMESSA (E EXTRATO CONTABIL) DESPACHADA: PRECISA DE UM "R"
028700*    DE RETORNO DENTRO DO PRAZO EM DIAS UTEIS
028700     EVALUATE TRUE
028700         WHEN REG-ARQUIVO(WS-SUB) = "REMESSA "
028700             MOVE "RETORNO " TO WS-ARQ-RETORNO
028700         WHEN REG-ARQUIVO(WS-SUB) = "GLFILE  "
028700             MOVE "GLFILE  " TO WS-ARQ-RETORNO
028700         WHEN REG-ARQUIVO(WS-SUB)(1:3) = "REM"
028700             AND REG-ARQUIVO(WS-SUB)(4:3) NUMERIC
028700             MOVE SPACES TO WS-ARQ-RETORNO
028700             STRING "RET" REG-ARQUIVO(WS-SUB)(4:3)
028700                 DELIMITED BY SIZE INTO WS-ARQ-RETORNO
028700             END-STRING
028700         WHEN OTHER
028700             GO TO 3200-TESTAR-CORTE-EXIT
029000     END-EVALUATE.
029100     MOVE "N" TO WS-PAR-ACHADO.
029200     PERFORM 3400-PROCURAR-RETORNO
029300         THRU 3400-PROCURAR-RETORNO-EXIT
030700         MOVE "XMITCTRL" TO ALR-PROGRAMA
030800         SET ALR-SEV-CRITICO TO TRUE
030900         MOVE SPACES TO ALR-MENSAGEM
030900         STRING "ARQUIVO " REG-ARQUIVO(WS-SUB) "/"
030900             REG-SEQ(WS-SUB) " DE " REG-DATA(WS-SUB)
030900             " SEM RETORNO NO PRAZO"
031300             DELIMITED BY SIZE INTO ALR-MENSAGEM
031400         END-STRING
031500         CALL "ALERT-WRITER" USING ALR-PARAMETROS
033500***************************************************************
033600 3400-PROCURAR-RETORNO.
033700     IF REG-SITUACAO(WS-SUB-PAR) = "R"
033700         AND (REG-ARQUIVO(WS-SUB-PAR) = WS-ARQ-RETORNO
033700         OR (WS-ARQ-RETORNO = "RETORNO "
033700         AND REG-ARQUIVO(WS-SUB-PAR)(1:3) = "RET"))
033900         AND REG-DATA(WS-SUB-PAR) >= REG-DATA(WS-SUB)
033900         AND (WS-ARQ-RETORNO NOT = "GLFILE  "
033900         OR REG-SEQ(WS-SUB-PAR) = REG-SEQ(WS-SUB))
034000         MOVE "Y" TO WS-PAR-ACHADO
034100     END-IF.
034200 3400-PROCURAR-RETORNO-EXIT.
