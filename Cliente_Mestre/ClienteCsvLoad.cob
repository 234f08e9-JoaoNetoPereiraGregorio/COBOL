003187*                       TRANSACAO (COLS 69-82); A SEGUNDA
003188*                       ABERTURA DO MESMO DOCUMENTO E RECUSADA
003189*                       PELA CHAVE ALTERNADA UNICA DO CUSTMAST.
003189*    2026-10-15 OPR     TRIAGEM DE SANCOES E PEP NA CARGA: NOME E
003189*                       CPF/CNPJ DE CADA LINHA VALIDA PASSAM PELA
003189*                       ROTINA SANCAO-TRIAGEM (VER
003189*                       COPYBOOKS/SANHDL.CPY); OCORRENCIA ACIMA DO
003189*                       LIMIAR SANLIMIAR GERA A TRANSACAO COM
003189*                       STATUS "P" E O CLIENTE ENTRA RETIDO PARA
003189*                       REVISAO. A OCORRENCIA E REGISTRADA NO
003189*                       SANHIT PELO CLIENTE-MESTRE-MAINT NA
003189*                       INCLUSAO. SEM SANLISTA A CARGA SEGUE COM
003189*                       AVISO.
003200***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
009315*    CPF/CNPJ (VER COPYBOOKS/DOCHDL.CPY)
009316***************************************************************
009317 COPY "DOCHDL.cpy".
009317*
009317***************************************************************
009317*    PARAMETROS DA ROTINA COMPARTILHADA DE TRIAGEM DE SANCOES
009317*    E PEP (VER COPYBOOKS/SANHDL.CPY)
009317***************************************************************
009317 COPY "SANHDL.cpy".
009317 77  WS-QTDE-RETIDOS-TRIAGEM PIC 9(07) COMP VALUE ZERO.
009317 77  WS-AVISO-LISTA-SWITCH   PIC X(01) VALUE "N".
009317     88  AVISO-LISTA-DADO    VALUE "Y".
009320*
009330***************************************************************
009340*    TABELA DE REFERENCIA DE AGENCIAS (ARQUIVO AGETAB)
034400     MOVE WS-SALDO-CONVERTIDO TO OUT-SALDO.
034410     MOVE WS-CAMPO-AGENCIA(1:2) TO OUT-AGENCIA.
034420     MOVE WS-CAMPO-DOCUMENTO(1:14) TO OUT-CPF-CNPJ.
034420     PERFORM 2450-TRIAR-SANCOES THRU 2450-TRIAR-SANCOES-EXIT.
034500     IF LOAD-FILE-OK
034600         WRITE LOAD-OUT-RECORD
034700         ADD 1 TO WS-QTDE-CARREGADOS
034800     END-IF.
034900 2400-GRAVAR-TRANSACAO-EXIT.
034900     EXIT.
034900*
034900***************************************************************
034900*    2450-TRIAR-SANCOES - NOME E DOCUMENTO CONTRA A LISTA DE  *
034900*    SANCOES E PEP; OCORRENCIA ACIMA DO LIMIAR SEGUE COM       *
034900*    STATUS "P" PARA O CLIENTE ENTRAR RETIDO NO MESTRE         *
034900***************************************************************
034900 2450-TRIAR-SANCOES.
034900     SET SAN-CONSULTAR TO TRUE.
034900     MOVE OUT-ID TO SAN-CUST-ID.
034900     MOVE OUT-NOME TO SAN-NOME.
034900     MOVE OUT-CPF-CNPJ TO SAN-CPF-CNPJ.
034900     MOVE SPACE TO SAN-ORIGEM.
034900     MOVE RUN-DATA TO SAN-DATA.
034900     CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
034900     IF SAN-SEM-LISTA
034900         IF NOT AVISO-LISTA-DADO
034900             DISPLAY "AVISO: SANLISTA INDISPONIVEL - CARGA SEGUE "
034900                 "SEM TRIAGEM DE SANCOES/PEP"
034900             MOVE "Y" TO WS-AVISO-LISTA-SWITCH
034900         END-IF
034900         GO TO 2450-TRIAR-SANCOES-EXIT
034900     END-IF.
034900     IF SAN-RETER
034900         MOVE "P" TO OUT-STATUS
034900         ADD 1 TO WS-QTDE-RETIDOS-TRIAGEM
034900         DISPLAY "CLIENTE RETIDO PARA REVISAO (SANCOES/PEP): "
034900             OUT-ID " LISTA " SAN-MAIOR-LISTA-ID " PONTOS "
034900             SAN-MAIOR-PONTOS
034900     END-IF.
034900 2450-TRIAR-SANCOES-EXIT.
035000     EXIT.
035100*
035200***************************************************************
038700     DISPLAY "CABECALHOS PULADOS .: " WS-QTDE-CABECALHOS.
038800     DISPLAY "TRANSACOES GERADAS .: " WS-QTDE-CARREGADOS.
038900     DISPLAY "LINHAS REJEITADAS ..: " WS-QTDE-REJEITADOS.
038900     DISPLAY "RETIDOS TRIAGEM ....: " WS-QTDE-RETIDOS-TRIAGEM.
039000     PERFORM 9050-VERIFICAR-LIMITE-REJEITO
039100         THRU 9050-VERIFICAR-LIMITE-REJEITO-EXIT.
039200 9000-FINALIZAR-EXIT.
