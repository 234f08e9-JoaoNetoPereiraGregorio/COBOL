002360*                       SENHA EM BRANCO E O SIGNON PASSAVA COM
002370*                       SENHA VAZIA); PERFIL NOVO COM SENHA EM
002380*                       BRANCO E RECUSADO.
002381*    2026-10-15 OPR     SEGREGACAO DE FUNCOES: O PF5 QUE CONCEDE
002382*                       UM PAPEL NOVO CONFRONTA AS FUNCOES DO
002383*                       PAPEL NO PERMMAT COM OS PARES CONFLITANTES
002384*                       DO SODRULE (VER COPYBOOKS/SODREG.CPY).
002385*                       HAVENDO CONFLITO, A GRAVACAO E RECUSADA,
002386*                       SALVO COM JUSTIFICATIVA NA TELA E A FUNCAO
002387*                       "SODOVR" NA MATRIZ PARA O OPERADOR DE
002388*                       SEGURANCA; CADA EXCECAO VAI PARA A FILA TD
002389*                       SODQ (SODLOG, VER COPYBOOKS/SODEXC.CPY) E
002390*                       GERA EVENTO DE AUDITORIA.
002400***************************************************************
002500*
002600 ENVIRONMENT DIVISION.
009000 77  WS-ENCERRAR-SWITCH      PIC X(01) VALUE "N".
009100     88  ENCERRAR-SESSAO     VALUE "Y".
009200 01  WS-MENSAGEM-AREA        PIC X(79) VALUE SPACES.
009204*
009208***************************************************************
009212*    SEGREGACAO DE FUNCOES: REGRAS (VSAM SODRULE, VER
009216*    COPYBOOKS/SODREG.CPY) E EXCECAO DOCUMENTADA GRAVADA NA FILA
009220*    TD SODQ (VER COPYBOOKS/SODEXC.CPY)
009224***************************************************************
009228 COPY "SODREG.cpy".
009232 COPY "SODEXC.cpy".
009236 77  WS-PAPEL-SESSAO         PIC X(08) VALUE SPACES.
009240 77  WS-PAPEL-NOVO           PIC X(08) VALUE SPACES.
009244 77  WS-QTDE-CONFLITOS       PIC 9(03) COMP VALUE ZERO.
009248 77  WS-SOD-PAR-A            PIC X(08) VALUE SPACES.
009252 77  WS-SOD-PAR-B            PIC X(08) VALUE SPACES.
009256 77  WS-SOD-MODO             PIC X(01) VALUE "V".
009260     88  SOD-VERIFICAR       VALUE "V".
009264     88  SOD-REGISTRAR       VALUE "R".
009268 77  WS-SOD-FIM-SW           PIC X(01) VALUE "N".
009272     88  FIM-DAS-REGRAS      VALUE "Y".
009276 77  WS-SOD-REGRAS-SW        PIC X(01) VALUE "N".
009280     88  REGRAS-INDISPONIVEIS VALUE "Y".
009284 77  WS-SOD-LIBERADO-SW      PIC X(01) VALUE "Y".
009288     88  SOD-LIBERADO        VALUE "Y".
009292 77  WS-EXCECAO-SW           PIC X(01) VALUE "N".
009296     88  EXCECAO-CONCEDIDA   VALUE "Y".
009300*
009400***************************************************************
009500*    DATA/HORA DE EXECUCAO COMPARTILHADA (VER COPYBOOKS/RUNDATE.CPY)
019600         GO TO 0500-VERIFICAR-PERMISSAO-EXIT
019700     END-IF.
019800     MOVE PRF-PAPEL TO WS-PERM-PAPEL.
019850     MOVE PRF-PAPEL TO WS-PAPEL-SESSAO.
019900     MOVE "SEGP    " TO WS-PERM-FUNCAO.
020000     EXEC CICS READ DATASET('PERMMAT')
020100         INTO(PERM-RECORD)
025400*    E AUDITA A ALTERACAO                                       *
025500***************************************************************
025600 2200-GRAVAR-PERFIL.
025614*    O PAPEL QUE REUNE FUNCOES CONFLITANTES SO PASSA COM EXCECAO
025628*    DOCUMENTADA (VER 2400)
025642     PERFORM 2400-VERIFICAR-SOD THRU 2400-VERIFICAR-SOD-EXIT.
025656     IF NOT SOD-LIBERADO
025670         GO TO 2200-GRAVAR-PERFIL-EXIT
025684     END-IF.
025700     EXEC CICS READ DATASET('SECPROF')
025800         INTO(PROFILE-RECORD)
025900         RIDFLD(WS-OPERADOR-ALVO)
028200         MOVE "PERFIL GRAVADO" TO WS-MENSAGEM-AREA
028300         PERFORM 2300-AUDITAR-ALTERACAO
028400             THRU 2300-AUDITAR-ALTERACAO-EXIT
028412         IF EXCECAO-CONCEDIDA
028424             PERFORM 2450-REGISTRAR-EXCECAO
028436                 THRU 2450-REGISTRAR-EXCECAO-EXIT
028448             MOVE "PERFIL GRAVADO COM EXCECAO SOD DOCUMENTADA"
028460                 TO WS-MENSAGEM-AREA
028472         END-IF
028484         MOVE SPACES TO JUSTIFO
028500     END-IF.
028600 2200-GRAVAR-PERFIL-EXIT.
028700     EXIT.
032700     EXIT.
032800*
032900***************************************************************
032910*    2400-VERIFICAR-SOD - SO HA CONCESSAO NOVA QUANDO O PAPEL  *
032920*    DIGITADO DIFERE DO PAPEL GRAVADO (OU O PERFIL E NOVO).    *
032930*    SE O PAPEL REUNE UM PAR DO SODRULE, A GRAVACAO E RECUSADA *
032940*    SEM JUSTIFICATIVA, OU SEM A FUNCAO "SODOVR" NA MATRIZ PARA*
032950*    O OPERADOR DE SEGURANCA                                   *
032960***************************************************************
032970 2400-VERIFICAR-SOD.
032980     MOVE "Y" TO WS-SOD-LIBERADO-SW.
032990     MOVE "N" TO WS-EXCECAO-SW.
033000     MOVE PAPELI TO WS-PAPEL-NOVO.
033010     IF WS-PAPEL-NOVO = SPACES
033020         GO TO 2400-VERIFICAR-SOD-EXIT
033030     END-IF.
033040     EXEC CICS READ DATASET('SECPROF')
033050         INTO(PROFILE-RECORD)
033060         RIDFLD(WS-OPERADOR-ALVO)
033070         RESP(WS-RESP)
033080     END-EXEC.
033090     IF WS-RESP = DFHRESP(NORMAL)
033100         AND PRF-PAPEL = WS-PAPEL-NOVO
033110         GO TO 2400-VERIFICAR-SOD-EXIT
033120     END-IF.
033130     SET SOD-VERIFICAR TO TRUE.
033140     PERFORM 2410-VARRER-REGRAS THRU 2410-VARRER-REGRAS-EXIT.
033150     IF REGRAS-INDISPONIVEIS
033160         MOVE "N" TO WS-SOD-LIBERADO-SW
033170         MOVE "REGRAS SOD (SODRULE) INDISPONIVEIS - NADA GRAVADO"
033180             TO WS-MENSAGEM-AREA
033190         GO TO 2400-VERIFICAR-SOD-EXIT
033200     END-IF.
033210     IF WS-QTDE-CONFLITOS = ZERO
033220         GO TO 2400-VERIFICAR-SOD-EXIT
033230     END-IF.
033240     IF JUSTIFI = SPACES
033250         MOVE "N" TO WS-SOD-LIBERADO-SW
033260         MOVE SPACES TO WS-MENSAGEM-AREA
033270         STRING "CONFLITO SOD " WS-SOD-PAR-A " X " WS-SOD-PAR-B
033280             " NO PAPEL - INFORME A JUSTIFICATIVA"
033290             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
033300         END-STRING
033310         GO TO 2400-VERIFICAR-SOD-EXIT
033320     END-IF.
033330     MOVE WS-PAPEL-SESSAO TO WS-PERM-PAPEL.
033340     MOVE "SODOVR  " TO WS-PERM-FUNCAO.
033350     EXEC CICS READ DATASET('PERMMAT')
033360         INTO(PERM-RECORD)
033370         RIDFLD(WS-PERM-CHAVE)
033380         RESP(WS-RESP)
033390     END-EXEC.
033400     IF WS-RESP NOT = DFHRESP(NORMAL)
033410         MOVE "N" TO WS-SOD-LIBERADO-SW
033420         MOVE SPACES TO WS-MENSAGEM-AREA
033430         STRING "CONFLITO SOD " WS-SOD-PAR-A " X " WS-SOD-PAR-B
033440             " - EXCECAO EXIGE A FUNCAO SODOVR"
033450             DELIMITED BY SIZE INTO WS-MENSAGEM-AREA
033460         END-STRING
033470         GO TO 2400-VERIFICAR-SOD-EXIT
033480     END-IF.
033490     MOVE "Y" TO WS-EXCECAO-SW.
033500 2400-VERIFICAR-SOD-EXIT.
033510     EXIT.
033520*
033530***************************************************************
033540*    2410-VARRER-REGRAS - PERCORRE O SODRULE E CONTA OS PARES  *
033550*    QUE O PAPEL NOVO REUNE; NO MODO DE REGISTRO, GRAVA UMA    *
033560*    EXCECAO POR PAR                                           *
033570***************************************************************
033580 2410-VARRER-REGRAS.
033590     MOVE ZERO TO WS-QTDE-CONFLITOS.
033600     MOVE "N" TO WS-SOD-FIM-SW.
033610     MOVE "N" TO WS-SOD-REGRAS-SW.
033620     MOVE LOW-VALUES TO SOD-CHAVE.
033630     EXEC CICS STARTBR DATASET('SODRULE')
033640         RIDFLD(SOD-CHAVE)
033650         GTEQ
033660         RESP(WS-RESP)
033670     END-EXEC.
033680*    ARQUIVO VAZIO = NENHUMA REGRA CADASTRADA
033690     IF WS-RESP = DFHRESP(NOTFND)
033700         GO TO 2410-VARRER-REGRAS-EXIT
033710     END-IF.
033720     IF WS-RESP NOT = DFHRESP(NORMAL)
033730         MOVE "Y" TO WS-SOD-REGRAS-SW
033740         GO TO 2410-VARRER-REGRAS-EXIT
033750     END-IF.
033760     PERFORM 2420-TESTAR-REGRA THRU 2420-TESTAR-REGRA-EXIT
033770         UNTIL FIM-DAS-REGRAS.
033780     EXEC CICS ENDBR DATASET('SODRULE')
033790         RESP(WS-RESP)
033800     END-EXEC.
033810 2410-VARRER-REGRAS-EXIT.
033820     EXIT.
033830*
033840***************************************************************
033850*    2420-TESTAR-REGRA - O PAR CONFLITA SE AS DUAS FUNCOES     *
033860*    ESTAO NA MATRIZ PARA O PAPEL NOVO                         *
033870***************************************************************
033880 2420-TESTAR-REGRA.
033890     EXEC CICS READNEXT DATASET('SODRULE')
033900         INTO(SOD-RULE-RECORD)
033910         RIDFLD(SOD-CHAVE)
033920         RESP(WS-RESP)
033930     END-EXEC.
033940     IF WS-RESP NOT = DFHRESP(NORMAL)
033950         MOVE "Y" TO WS-SOD-FIM-SW
033960         GO TO 2420-TESTAR-REGRA-EXIT
033970     END-IF.
033980     MOVE WS-PAPEL-NOVO TO WS-PERM-PAPEL.
033990     MOVE SOD-FUNCAO-A TO WS-PERM-FUNCAO.
034000     EXEC CICS READ DATASET('PERMMAT')
034010         INTO(PERM-RECORD)
034020         RIDFLD(WS-PERM-CHAVE)
034030         RESP(WS-RESP)
034040     END-EXEC.
034050     IF WS-RESP NOT = DFHRESP(NORMAL)
034060         GO TO 2420-TESTAR-REGRA-EXIT
034070     END-IF.
034080     MOVE SOD-FUNCAO-B TO WS-PERM-FUNCAO.
034090     EXEC CICS READ DATASET('PERMMAT')
034100         INTO(PERM-RECORD)
034110         RIDFLD(WS-PERM-CHAVE)
034120         RESP(WS-RESP)
034130     END-EXEC.
034140     IF WS-RESP NOT = DFHRESP(NORMAL)
034150         GO TO 2420-TESTAR-REGRA-EXIT
034160     END-IF.
034170     ADD 1 TO WS-QTDE-CONFLITOS.
034180     IF WS-QTDE-CONFLITOS = 1
034190         MOVE SOD-FUNCAO-A TO WS-SOD-PAR-A
034200         MOVE SOD-FUNCAO-B TO WS-SOD-PAR-B
034210     END-IF.
034220     IF SOD-REGISTRAR
034230         PERFORM 2460-GRAVAR-EXCECAO
034240             THRU 2460-GRAVAR-EXCECAO-EXIT
034250     END-IF.
034260 2420-TESTAR-REGRA-EXIT.
034270     EXIT.
034280*
034290***************************************************************
034300*    2450-REGISTRAR-EXCECAO - UMA LINHA NO SODLOG POR PAR      *
034310*    CONFLITANTE E O EVENTO DE AUDITORIA DA EXCECAO            *
034320***************************************************************
034330 2450-REGISTRAR-EXCECAO.
034340     ACCEPT RUN-DATA FROM DATE YYYYMMDD.
034350     ACCEPT RUN-HORA FROM TIME.
034360     SET SOD-REGISTRAR TO TRUE.
034370     PERFORM 2410-VARRER-REGRAS THRU 2410-VARRER-REGRAS-EXIT.
034380     MOVE SPACES TO AUDIT-RECORD.
034390     MOVE RUN-DATA TO AUDIT-DATE.
034400     MOVE RUN-HORA TO AUDIT-TIME.
034410     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
034420     MOVE 9 TO AUDIT-OPCODE.
034430     MOVE SPACES TO AUDIT-DESC.
034440     STRING "SEGP SODOVR " WS-OPERADOR-ALVO " " WS-PAPEL-NOVO
034450         DELIMITED BY SIZE INTO AUDIT-DESC
034460     END-STRING.
034470     EXEC CICS WRITEQ TD QUEUE('AUDQ')
034480         FROM(AUDIT-RECORD)
034490         LENGTH(LENGTH OF AUDIT-RECORD)
034500         RESP(WS-RESP)
034510     END-EXEC.
034520 2450-REGISTRAR-EXCECAO-EXIT.
034530     EXIT.
034540*
034550***************************************************************
034560*    2460-GRAVAR-EXCECAO                                       *
034570***************************************************************
034580 2460-GRAVAR-EXCECAO.
034590     MOVE RUN-DATA TO SDX-DATA.
034600     MOVE RUN-HORA TO SDX-HORA.
034610     MOVE WS-OPERATOR-ID TO SDX-OPER-SEGURANCA.
034620     MOVE WS-OPERADOR-ALVO TO SDX-OPERADOR.
034630     MOVE WS-PAPEL-NOVO TO SDX-PAPEL.
034640     MOVE SOD-FUNCAO-A TO SDX-FUNCAO-A.
034650     MOVE SOD-FUNCAO-B TO SDX-FUNCAO-B.
034660     MOVE JUSTIFI TO SDX-JUSTIFICATIVA.
034670     EXEC CICS WRITEQ TD QUEUE('SODQ')
034680         FROM(SDX-RECORD)
034690         LENGTH(LENGTH OF SDX-RECORD)
034700         RESP(WS-RESP)
034710     END-EXEC.
034720 2460-GRAVAR-EXCECAO-EXIT.
034730     EXIT.
034740*
034750***************************************************************
034760*    3000-REENVIAR-TELA                                       *
034770***************************************************************
034780 3000-REENVIAR-TELA.
034790     MOVE WS-MENSAGEM-AREA TO MENSAGEMO.
034800     MOVE WS-OPERADOR-ALVO TO OPERIDO.
034810     EXEC CICS SEND MAP('SECMAP')
034820         MAPSET('SECSET')
034830         FROM(SECMAPO)
034840         ERASE
034850     END-EXEC.
034860 3000-REENVIAR-TELA-EXIT.
034870     EXIT.
