*  O CLI-CODIGO E OBTIDO DA JANELA DA ESTACAO, COMO NO 656.      *
*  TODA ACAO EXECUTADA OU REJEITADA GERA UMA LINHA NA TRILHA     *
*  AUDMEXMNT (QUEM MANTEVE A EXCECAO DE QUEM, DE ONDE E QUANDO). *
*MD151026 - D947319I
*  LINHAS DE EMERGENCIA (GRX-TIPO-CONCESSAO "E") SAO MANTIDAS SO *
*  PELA TRANSACAO S0947-OBJ-705 - RENOVAR E REVOGAR AS SALTAM E  *
*  SO RECUSAM QUANDO O GRUPO NAO TEM LINHA COMUM; O FECHAMENTO   *
*  DA JANELA (TODOS) NAO AS ALTERA E, SE ALGUMA AINDA ESTA       *
*  ABERTA, DEIXA A JANELA DO USUARIO COM A ENVOLTORIA DELAS EM   *
*  VEZ DE ZERA-LA.                                               *
*MD151026 - D947319F
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.
     03  AMN-DATA-INI             PIC 9(08).
     03  AMN-DATA-FIM             PIC 9(08).
     03  AMN-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  AMN-SEQ-TRILHA           PIC 9(09).
     03  AMN-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

 DATA-BASE SECTION.


 WORKING-STORAGE SECTION.

*MD151026 - D947309I
*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".
*MD151026 - D947309F

 01 SV-MANUT-MEX.
    COPY "(D0947F05)S0947/LIB/SRV/V094766801 ON PROJETO01".

 01 VARIAVEIS.
   02  FLAG-VALIDACAO-OK         PIC X(1).
   02  FLAG-ACHOU-EXCECAO        PIC X(1).
*MD151026 - D947319I
   02  FLAG-ACHOU-EMERGENCIA     PIC X(1).
*MD151026 - D947319F
*MD010926 - D947305I
   02  FLAG-NASCE-PENDENTE       PIC X(1).
*MD010926 - D947305F
   02  WS-AAAAMMDD-INI-ATUAL     PIC 9(08).
   02  WS-AAAAMMDD-FIM-ATUAL     PIC 9(08).
   02  WS-DURACAO-DIAS           PIC S9(05).
*MD151026 - D947307I
   02  WS-AAAAMMDD-LINHA         PIC 9(08).
   02  WS-AAAAMMDD-ONTEM         PIC 9(08).
   02  WS-AAAAMMDD-ONTEM-R REDEFINES WS-AAAAMMDD-ONTEM.
       03  WS-SEC-ONTEM          PIC 9(02).
       03  WS-ANO-ONTEM          PIC 9(02).
       03  WS-MES-ONTEM          PIC 9(02).
       03  WS-DIA-ONTEM          PIC 9(02).
*MD151026 - D947307F
*MD151026 - D947319I
*  ENVOLTORIA DAS CONCESSOES DE EMERGENCIA AINDA ABERTAS, QUE
*  SOBREVIVEM AO FECHAMENTO DA JANELA (TODOS).
   02  WS-AAAAMMDD-INI-EMERG     PIC 9(08).
   02  WS-AAAAMMDD-INI-EMERG-R REDEFINES WS-AAAAMMDD-INI-EMERG.
       03  WS-SEC-INI-EMERG      PIC 9(02).
       03  WS-ANO-INI-EMERG      PIC 9(02).
       03  WS-MES-INI-EMERG      PIC 9(02).
       03  WS-DIA-INI-EMERG      PIC 9(02).
   02  WS-AAAAMMDD-FIM-EMERG     PIC 9(08).
   02  WS-AAAAMMDD-FIM-EMERG-R REDEFINES WS-AAAAMMDD-FIM-EMERG.
       03  WS-SEC-FIM-EMERG      PIC 9(02).
       03  WS-ANO-FIM-EMERG      PIC 9(02).
       03  WS-MES-FIM-EMERG      PIC 9(02).
       03  WS-DIA-FIM-EMERG      PIC 9(02).
*MD151026 - D947319F
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).
*  DATA SISTEMA
         (((SEC-SISTEMA * 100) + ANO-SISTEMA) * 10000) +
         (MES-SISTEMA * 100) + DIA-SISTEMA.

*MD151026 - D947307I
     COMPUTE WS-AAAAMMDD-ONTEM =
         FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) - 1).
*MD151026 - D947307F

     INITIALIZE SV-MANUT-MEX.

     RECEIVE COMS-IN MESSAGE INTO SV-MANUT-MEX.
     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0200-VALIDA-ENTRADA-FIM.

*MD151026 - D947307I
*    RENOVAR: A JANELA RENOVADA E A DA PROPRIA LINHA DE EXCECAO -
*    A LINHA PRECISA EXISTIR E O INICIO CONSIDERADO E O DELA.
     IF ACAO-MANUTENCAO OF SV-MANUT-MEX EQUAL "RENOVAR"
        PERFORM 0280-LOCALIZA-EXCECAO
           THRU 0280-LOCALIZA-EXCECAO-FIM.

     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0200-VALIDA-ENTRADA-FIM.
*MD151026 - D947307F

     PERFORM 0240-VALIDA-DATAS
        THRU 0240-VALIDA-DATAS-FIM.

*      - FIM NAO PODE JA TER PASSADO;                            *
*      - DURACAO DENTRO DA POLITICA (DIAS-MAX-VALIDADE-EXC).     *
*    NO RENOVAR, O INICIO CONSIDERADO E O DA JANELA JA GRAVADA   *
*    NA LINHA DE EXCECAO (A RENOVACAO SO ESTICA O FIM).          *
******************************************************************

  0240-VALIDA-DATAS.
         (MES-FIM-ENTRADA OF SV-MANUT-MEX * 100) +
          DIA-FIM-ENTRADA OF SV-MANUT-MEX.

*MD151026 - D947307I
*    NO RENOVAR O INICIO DA ENTRADA JA VEM CARREGADO COM O DA
*    LINHA DE EXCECAO (0280-LOCALIZA-EXCECAO).
     COMPUTE WS-AAAAMMDD-INI =
         (((SEC-INI-ENTRADA OF SV-MANUT-MEX * 100) +
            ANO-INI-ENTRADA OF SV-MANUT-MEX) * 10000) +
         (MES-INI-ENTRADA OF SV-MANUT-MEX * 100) +
          DIA-INI-ENTRADA OF SV-MANUT-MEX.
*MD151026 - D947307F

     IF WS-AAAAMMDD-INI EQUAL ZEROS OR WS-AAAAMMDD-FIM EQUAL ZEROS
        MOVE "Datas da janela de validade nao informadas."
  0270-VERIFICA-DUPLICIDADE-FIM.
     EXIT.

*MD151026 - D947307I
******************************************************************
*    RENOVAR - LOCALIZA A LINHA DE EXCECAO DO USUARIO/ITEM E     *
*    CARREGA O INICIO DA JANELA DELA NO INICIO DA ENTRADA (A     *
*    RENOVACAO SO ESTICA O FIM). LINHA SEM JANELA PROPRIA        *
*    (ZEROS, ANTERIOR A JANELA POR LINHA) ASSUME O INICIO DA     *
*    JANELA DO USUARIO, JA LOCALIZADO NO 0200.                   *
******************************************************************

  0280-LOCALIZA-EXCECAO.

     MOVE "N" TO FLAG-ACHOU-EXCECAO.
*MD151026 - D947319I
     MOVE "N" TO FLAG-ACHOU-EMERGENCIA.
*MD151026 - D947319F

     IF TIPO-ITEM-ENTRADA OF SV-MANUT-MEX EQUAL "PERFIL"
        GO TO 0285-LOCALIZA-PERFIL.

     SET GRX-POR-USU TO BEGINNING.

  0281-PROXIMA-EXC-GRUPO.

     FIND KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0288-VERIFICA-ACHOU
     END-FIND.

     IF SIS-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0281-PROXIMA-EXC-GRUPO.

     IF GOP-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        GOP-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0281-PROXIMA-EXC-GRUPO.

*MD151026 - D947319I
*    CONCESSAO DE EMERGENCIA VENCE POR HORA E TEM VISTO PROPRIO -
*    SO A TRANSACAO DE EMERGENCIA A MANTEM. SALTA E PROCURA UMA
*    LINHA COMUM DO MESMO GRUPO; SO HAVENDO A DE EMERGENCIA, O
*    0288 RECUSA.
     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU EQUAL "E"
        MOVE "S" TO FLAG-ACHOU-EMERGENCIA
        GO TO 0281-PROXIMA-EXC-GRUPO.
*MD151026 - D947319F

     MOVE "S" TO FLAG-ACHOU-EXCECAO.

     IF GRX-SEC-INI-EXC OF GRUPO-EXC-USU EQUAL ZEROS
        GO TO 0287-INICIO-DO-USUARIO.

     MOVE GRX-SEC-INI-EXC OF GRUPO-EXC-USU
       TO SEC-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE GRX-ANO-INI-EXC OF GRUPO-EXC-USU
       TO ANO-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE GRX-MES-INI-EXC OF GRUPO-EXC-USU
       TO MES-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE GRX-DIA-INI-EXC OF GRUPO-EXC-USU
       TO DIA-INI-ENTRADA OF SV-MANUT-MEX.

     GO TO 0280-LOCALIZA-EXCECAO-FIM.

  0285-LOCALIZA-PERFIL.

     SET PRX-POR-USU-PER TO BEGINNING.

  0286-PROXIMA-EXC-PERFIL.

     FIND NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0288-VERIFICA-ACHOU
     END-FIND.

     IF SIS-CODIGO OF PERFIL-EXC-USU NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0286-PROXIMA-EXC-PERFIL.

     IF PER-CODIGO OF PERFIL-EXC-USU NOT EQUAL
        PER-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0286-PROXIMA-EXC-PERFIL.

     MOVE "S" TO FLAG-ACHOU-EXCECAO.

     IF PRX-SEC-INI-EXC OF PERFIL-EXC-USU EQUAL ZEROS
        GO TO 0287-INICIO-DO-USUARIO.

     MOVE PRX-SEC-INI-EXC OF PERFIL-EXC-USU
       TO SEC-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE PRX-ANO-INI-EXC OF PERFIL-EXC-USU
       TO ANO-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE PRX-MES-INI-EXC OF PERFIL-EXC-USU
       TO MES-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE PRX-DIA-INI-EXC OF PERFIL-EXC-USU
       TO DIA-INI-ENTRADA OF SV-MANUT-MEX.

     GO TO 0280-LOCALIZA-EXCECAO-FIM.

  0287-INICIO-DO-USUARIO.

     MOVE USC-SEC-INI-EXC OF USUARIO-CLI
       TO SEC-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE USC-ANO-INI-EXC OF USUARIO-CLI
       TO ANO-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE USC-MES-INI-EXC OF USUARIO-CLI
       TO MES-INI-ENTRADA OF SV-MANUT-MEX.
     MOVE USC-DIA-INI-EXC OF USUARIO-CLI
       TO DIA-INI-ENTRADA OF SV-MANUT-MEX.

     GO TO 0280-LOCALIZA-EXCECAO-FIM.

  0288-VERIFICA-ACHOU.

     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0280-LOCALIZA-EXCECAO-FIM.

*MD151026 - D947319I
     IF FLAG-ACHOU-EMERGENCIA EQUAL "S"
        MOVE
     "Concessao de emergencia - mantida pela transacao S0947-OBJ-705."
          TO MENSAGEM-RESULTADO OF SV-MANUT-MEX
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-MEX
        GO TO 0280-LOCALIZA-EXCECAO-FIM.
*MD151026 - D947319F

     MOVE "Excecao nao encontrada para o usuario/item informado."
       TO MENSAGEM-RESULTADO OF SV-MANUT-MEX.
     MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-MEX.

  0280-LOCALIZA-EXCECAO-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    O GRUPO PEDIDO POR EXCECAO JA E CONCEDIDO PELA MAC DA       *
*    LOTACAO/FUNCAO ORIGINAL DO USUARIO? SO ADVERTE - A DECISAO  *
          TO SIS-CODIGO OF GRUPO-EXC-USU
        MOVE GOP-CODIGO-ENTRADA OF SV-MANUT-MEX
          TO GOP-CODIGO OF GRUPO-EXC-USU
*MD151026 - D947307I
        PERFORM 0347-JANELA-LINHA-GRUPO
           THRU 0347-JANELA-LINHA-GRUPO-FIM
*MD151026 - D947307F
*MD010926 - D947305I
        PERFORM 0345-MARCA-SITUACAO-GRUPO
           THRU 0345-MARCA-SITUACAO-GRUPO-FIM
          TO SIS-CODIGO OF PERFIL-EXC-USU
        MOVE PER-CODIGO-ENTRADA OF SV-MANUT-MEX
          TO PER-CODIGO OF PERFIL-EXC-USU
*MD151026 - D947307I
        PERFORM 0348-JANELA-LINHA-PERFIL
           THRU 0348-JANELA-LINHA-PERFIL-FIM
*MD151026 - D947307F
*MD010926 - D947305I
        PERFORM 0346-MARCA-SITUACAO-PERFIL
           THRU 0346-MARCA-SITUACAO-PERFIL-FIM
******************************************************************
*    ABRE OU ESTENDE A JANELA USC-DATA-INI-EXC/USC-DATA-FIM-EXC  *
*    DO USUARIO PARA COBRIR A VALIDADE INFORMADA                 *
*    (A JANELA DO USUARIO E A ENVOLTORIA DAS JANELAS DAS LINHAS -*
*    CADA LINHA GUARDA A SUA PROPRIA, VER 0347/0348)             *
******************************************************************

  0340-ATUALIZA-JANELA-USUARIO.
  0346-MARCA-SITUACAO-PERFIL-FIM.
     EXIT.

*MD151026 - D947307I
******************************************************************
*    JANELA DE VALIDADE PROPRIA DA LINHA DE EXCECAO - GRAVADA NA *
*    INCLUSAO E ESTICADA NA RENOVACAO; E ELA QUE O 0705/0735 DO  *
*    656 E DAS MONTAGENS BATCH CONFEREM LINHA A LINHA            *
******************************************************************

  0347-JANELA-LINHA-GRUPO.

     MOVE SEC-INI-ENTRADA OF SV-MANUT-MEX
       TO GRX-SEC-INI-EXC OF GRUPO-EXC-USU.
     MOVE ANO-INI-ENTRADA OF SV-MANUT-MEX
       TO GRX-ANO-INI-EXC OF GRUPO-EXC-USU.
     MOVE MES-INI-ENTRADA OF SV-MANUT-MEX
       TO GRX-MES-INI-EXC OF GRUPO-EXC-USU.
     MOVE DIA-INI-ENTRADA OF SV-MANUT-MEX
       TO GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     MOVE SEC-FIM-ENTRADA OF SV-MANUT-MEX
       TO GRX-SEC-FIM-EXC OF GRUPO-EXC-USU.
     MOVE ANO-FIM-ENTRADA OF SV-MANUT-MEX
       TO GRX-ANO-FIM-EXC OF GRUPO-EXC-USU.
     MOVE MES-FIM-ENTRADA OF SV-MANUT-MEX
       TO GRX-MES-FIM-EXC OF GRUPO-EXC-USU.
     MOVE DIA-FIM-ENTRADA OF SV-MANUT-MEX
       TO GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

  0347-JANELA-LINHA-GRUPO-FIM.
     EXIT.

  0348-JANELA-LINHA-PERFIL.

     MOVE SEC-INI-ENTRADA OF SV-MANUT-MEX
       TO PRX-SEC-INI-EXC OF PERFIL-EXC-USU.
     MOVE ANO-INI-ENTRADA OF SV-MANUT-MEX
       TO PRX-ANO-INI-EXC OF PERFIL-EXC-USU.
     MOVE MES-INI-ENTRADA OF SV-MANUT-MEX
       TO PRX-MES-INI-EXC OF PERFIL-EXC-USU.
     MOVE DIA-INI-ENTRADA OF SV-MANUT-MEX
       TO PRX-DIA-INI-EXC OF PERFIL-EXC-USU.

     MOVE SEC-FIM-ENTRADA OF SV-MANUT-MEX
       TO PRX-SEC-FIM-EXC OF PERFIL-EXC-USU.
     MOVE ANO-FIM-ENTRADA OF SV-MANUT-MEX
       TO PRX-ANO-FIM-EXC OF PERFIL-EXC-USU.
     MOVE MES-FIM-ENTRADA OF SV-MANUT-MEX
       TO PRX-MES-FIM-EXC OF PERFIL-EXC-USU.
     MOVE DIA-FIM-ENTRADA OF SV-MANUT-MEX
       TO PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

  0348-JANELA-LINHA-PERFIL-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    APROVACAO (QUATRO OLHOS) - LOCALIZA A EXCECAO PENDENTE DO   *
*    USUARIO/ITEM E A MARCA APROVADA; O APROVADOR PRECISA SER    *
     EXIT.
*MD010926 - D947305F

*MD151026 - D947307I
******************************************************************
*    FECHAMENTO DA JANELA (TODOS) - ENCERRA EM ONTEM A JANELA    *
*    PROPRIA DE CADA LINHA AINDA ABERTA DO USUARIO               *
******************************************************************

  0355-FECHA-LINHAS-GRUPO.

     SET GRX-POR-USU TO BEGINNING.

  0356-PROXIMA-LINHA-GRUPO.

     LOCK KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0355-FECHA-LINHAS-GRUPO-FIM
     END-LOCK.

*MD151026 - D947319I
*    LINHA DE EMERGENCIA E ENCERRADA E VISTADA SO PELO 705 - SO
*    ENTRA NA ENVOLTORIA QUE SEGUE ABERTA.
     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU EQUAL "E"
        PERFORM 0337-ACUMULA-EMERGENCIA
           THRU 0337-ACUMULA-EMERGENCIA-FIM
        GO TO 0356-PROXIMA-LINHA-GRUPO.
*MD151026 - D947319F

     COMPUTE WS-AAAAMMDD-LINHA =
         (((GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-FIM-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     IF WS-AAAAMMDD-LINHA NOT EQUAL ZEROS AND
        WS-AAAAMMDD-LINHA NOT > WS-AAAAMMDD-ONTEM
        GO TO 0356-PROXIMA-LINHA-GRUPO.

     MOVE WS-SEC-ONTEM TO GRX-SEC-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-ANO-ONTEM TO GRX-ANO-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-MES-ONTEM TO GRX-MES-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-DIA-ONTEM TO GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     COMPUTE WS-AAAAMMDD-LINHA =
         (((GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-INI-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     IF WS-AAAAMMDD-LINHA EQUAL ZEROS OR
        WS-AAAAMMDD-LINHA > WS-AAAAMMDD-ONTEM
        MOVE WS-SEC-ONTEM TO GRX-SEC-INI-EXC OF GRUPO-EXC-USU
        MOVE WS-ANO-ONTEM TO GRX-ANO-INI-EXC OF GRUPO-EXC-USU
        MOVE WS-MES-ONTEM TO GRX-MES-INI-EXC OF GRUPO-EXC-USU
        MOVE WS-DIA-ONTEM TO GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     STORE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0355-FECHA-LINHAS-GRUPO-FIM
     END-STORE.

     GO TO 0356-PROXIMA-LINHA-GRUPO.

  0355-FECHA-LINHAS-GRUPO-FIM.
     EXIT.

  0357-FECHA-LINHAS-PERFIL.

     SET PRX-POR-USU-PER TO BEGINNING.

  0358-PROXIMA-LINHA-PERFIL.

     LOCK NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0357-FECHA-LINHAS-PERFIL-FIM
     END-LOCK.

     COMPUTE WS-AAAAMMDD-LINHA =
         (((PRX-SEC-FIM-EXC OF PERFIL-EXC-USU * 100) +
            PRX-ANO-FIM-EXC OF PERFIL-EXC-USU) * 10000) +
         (PRX-MES-FIM-EXC OF PERFIL-EXC-USU * 100) +
          PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

     IF WS-AAAAMMDD-LINHA NOT EQUAL ZEROS AND
        WS-AAAAMMDD-LINHA NOT > WS-AAAAMMDD-ONTEM
        GO TO 0358-PROXIMA-LINHA-PERFIL.

     MOVE WS-SEC-ONTEM TO PRX-SEC-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-ANO-ONTEM TO PRX-ANO-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-MES-ONTEM TO PRX-MES-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-DIA-ONTEM TO PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

     COMPUTE WS-AAAAMMDD-LINHA =
         (((PRX-SEC-INI-EXC OF PERFIL-EXC-USU * 100) +
            PRX-ANO-INI-EXC OF PERFIL-EXC-USU) * 10000) +
         (PRX-MES-INI-EXC OF PERFIL-EXC-USU * 100) +
          PRX-DIA-INI-EXC OF PERFIL-EXC-USU.

     IF WS-AAAAMMDD-LINHA EQUAL ZEROS OR
        WS-AAAAMMDD-LINHA > WS-AAAAMMDD-ONTEM
        MOVE WS-SEC-ONTEM TO PRX-SEC-INI-EXC OF PERFIL-EXC-USU
        MOVE WS-ANO-ONTEM TO PRX-ANO-INI-EXC OF PERFIL-EXC-USU
        MOVE WS-MES-ONTEM TO PRX-MES-INI-EXC OF PERFIL-EXC-USU
        MOVE WS-DIA-ONTEM TO PRX-DIA-INI-EXC OF PERFIL-EXC-USU.

     STORE PERFIL-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0357-FECHA-LINHAS-PERFIL-FIM
     END-STORE.

     GO TO 0358-PROXIMA-LINHA-PERFIL.

  0357-FECHA-LINHAS-PERFIL-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    RENOVACAO - SO ESTICA O FIM DA JANELA DE VALIDADE           *
*    DA LINHA DE EXCECAO (E, SE PRECISO, A ENVOLTORIA NO USUARIO)*
******************************************************************

  0320-RENOVA-EXCECAO.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0320-RENOVA-EXCECAO-FIM.

*MD151026 - D947307I
     IF TIPO-ITEM-ENTRADA OF SV-MANUT-MEX EQUAL "GRUPO"
        PERFORM 0321-RENOVA-GRUPO
           THRU 0321-RENOVA-GRUPO-FIM
     ELSE
        PERFORM 0323-RENOVA-PERFIL
           THRU 0323-RENOVA-PERFIL-FIM.

     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0325-ABORTA-RENOVACAO.

*    A JANELA DO USUARIO E A ENVOLTORIA - SO PRECISA CRESCER.
     PERFORM 0340-ATUALIZA-JANELA-USUARIO
        THRU 0340-ATUALIZA-JANELA-USUARIO-FIM.

     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0325-ABORTA-RENOVACAO.
*MD151026 - D947307F

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
  0320-RENOVA-EXCECAO-FIM.
     EXIT.

*MD151026 - D947307I
  0321-RENOVA-GRUPO.

     SET GRX-POR-USU TO BEGINNING.

  0322-PROXIMA-EXC-GRUPO.

     LOCK KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             ELSE
                MOVE
              "Excecao nao encontrada para o usuario/item informado."
                  TO MENSAGEM-RESULTADO OF SV-MANUT-MEX
                MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-MEX
             END-IF
             GO TO 0321-RENOVA-GRUPO-FIM
     END-LOCK.

     IF SIS-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0322-PROXIMA-EXC-GRUPO.

     IF GOP-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        GOP-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0322-PROXIMA-EXC-GRUPO.

     PERFORM 0347-JANELA-LINHA-GRUPO
        THRU 0347-JANELA-LINHA-GRUPO-FIM.

     STORE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
     END-STORE.

  0321-RENOVA-GRUPO-FIM.
     EXIT.

  0323-RENOVA-PERFIL.

     SET PRX-POR-USU-PER TO BEGINNING.

  0324-PROXIMA-EXC-PERFIL.

     LOCK NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             ELSE
                MOVE
              "Excecao nao encontrada para o usuario/item informado."
                  TO MENSAGEM-RESULTADO OF SV-MANUT-MEX
                MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-MEX
             END-IF
             GO TO 0323-RENOVA-PERFIL-FIM
     END-LOCK.

     IF SIS-CODIGO OF PERFIL-EXC-USU NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0324-PROXIMA-EXC-PERFIL.

     IF PER-CODIGO OF PERFIL-EXC-USU NOT EQUAL
        PER-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0324-PROXIMA-EXC-PERFIL.

     PERFORM 0348-JANELA-LINHA-PERFIL
        THRU 0348-JANELA-LINHA-PERFIL-FIM.

     STORE PERFIL-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
     END-STORE.

  0323-RENOVA-PERFIL-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    REVOGACAO - REMOVE A EXCECAO ESPECIFICA; "TODOS" FECHA A    *
*    JANELA DE VALIDADE (0240-VERIFICA-MEX PASSA A IGNORAR AS    *
        GO TO 0330-REVOGA-EXCECAO-FIM.

     MOVE "N" TO FLAG-ACHOU-EXCECAO.
*MD151026 - D947319I
     MOVE "N" TO FLAG-ACHOU-EMERGENCIA.
*MD151026 - D947319F

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0330-REVOGA-EXCECAO-FIM.

*MD151026 - D947319I
*    O GRUPO SO TEM LINHA DE EMERGENCIA - QUEM A ENCERRA E O 705.
     IF FLAG-ACHOU-EXCECAO EQUAL "N" AND
        FLAG-ACHOU-EMERGENCIA EQUAL "S"
        MOVE
     "Concessao de emergencia - mantida pela transacao S0947-OBJ-705."
          TO MENSAGEM-RESULTADO OF SV-MANUT-MEX
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-MEX
        GO TO 0330-REVOGA-EXCECAO-FIM.
*MD151026 - D947319F

     IF FLAG-ACHOU-EXCECAO EQUAL "S"
        MOVE "Excecao revogada."
          TO MENSAGEM-RESULTADO OF SV-MANUT-MEX
        GOP-CODIGO-ENTRADA OF SV-MANUT-MEX
        GO TO 0332-PROXIMA-EXC-GRUPO.

*MD151026 - D947319I
*    LINHA DE EMERGENCIA NAO E REVOGADA AQUI - SALTA E PROCURA UMA
*    LINHA COMUM DO MESMO GRUPO (O 0330 RECUSA SE SO HOUVER ESTA).
     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU EQUAL "E"
        MOVE "S" TO FLAG-ACHOU-EMERGENCIA
        GO TO 0332-PROXIMA-EXC-GRUPO.
*MD151026 - D947319F

     DELETE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
           GO TO 0336-ABORTA-FECHAMENTO
     END-LOCK.

*MD151026 - D947307I
*    CADA LINHA TEM A SUA JANELA - FECHA TAMBEM LINHA A LINHA EM
*    ONTEM, PARA QUE UMA INCLUSAO POSTERIOR, QUE REABRE A JANELA
*    DO USUARIO, NAO RESSUSCITE AS EXCECOES SUSPENSAS AQUI.
*MD151026 - D947319I
     MOVE ZEROS TO WS-AAAAMMDD-INI-EMERG WS-AAAAMMDD-FIM-EMERG.
*MD151026 - D947319F
     PERFORM 0355-FECHA-LINHAS-GRUPO
        THRU 0355-FECHA-LINHAS-GRUPO-FIM.

     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0336-ABORTA-FECHAMENTO.

     PERFORM 0357-FECHA-LINHAS-PERFIL
        THRU 0357-FECHA-LINHAS-PERFIL-FIM.

     IF CODIGO-RESULTADO OF SV-MANUT-MEX NOT EQUAL ZEROS
        GO TO 0336-ABORTA-FECHAMENTO.
*MD151026 - D947307F

     MOVE ZEROS TO USC-SEC-INI-EXC OF USUARIO-CLI
                   USC-ANO-INI-EXC OF USUARIO-CLI
                   USC-MES-INI-EXC OF USUARIO-CLI
                   USC-MES-FIM-EXC OF USUARIO-CLI
                   USC-DIA-FIM-EXC OF USUARIO-CLI.

*MD151026 - D947319I
*    CONCESSAO DE EMERGENCIA AINDA ABERTA NAO E CORTADA PELO
*    FECHAMENTO - A JANELA DO USUARIO FICA SO COM A ENVOLTORIA
*    DELAS (O 656/684 SO LEEM AS LINHAS COM A JANELA ABERTA).
     IF WS-AAAAMMDD-FIM-EMERG NOT EQUAL ZEROS
        PERFORM 0338-JANELA-EMERGENCIA
           THRU 0338-JANELA-EMERGENCIA-FIM.
*MD151026 - D947319F

     STORE USUARIO-CLI
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
     MOVE "Janela de validade fechada - excecoes suspensas."
       TO MENSAGEM-RESULTADO OF SV-MANUT-MEX.

*MD151026 - D947319I
     IF WS-AAAAMMDD-FIM-EMERG NOT EQUAL ZEROS
        MOVE
     "Janela fechada - so as concessoes de emergencia abertas valem."
          TO MENSAGEM-RESULTADO OF SV-MANUT-MEX.
*MD151026 - D947319F

     GO TO 0335-FECHA-JANELA-FIM.

*    ERRO DMS DENTRO DA TRANSACAO - ENCERRA A TRANSACAO ANTES DE
  0335-FECHA-JANELA-FIM.
     EXIT.

*MD151026 - D947319I
******************************************************************
*    FECHAMENTO DA JANELA (TODOS) - ACUMULA A ENVOLTORIA DAS     *
*    CONCESSOES DE EMERGENCIA QUE AINDA NAO VENCERAM             *
******************************************************************

  0337-ACUMULA-EMERGENCIA.

     COMPUTE WS-AAAAMMDD-LINHA =
         (((GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-FIM-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     IF WS-AAAAMMDD-LINHA < WS-AAAAMMDD-HOJE
        GO TO 0337-ACUMULA-EMERGENCIA-FIM.

     IF WS-AAAAMMDD-LINHA > WS-AAAAMMDD-FIM-EMERG
        MOVE WS-AAAAMMDD-LINHA TO WS-AAAAMMDD-FIM-EMERG.

     COMPUTE WS-AAAAMMDD-LINHA =
         (((GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-INI-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     IF WS-AAAAMMDD-LINHA NOT EQUAL ZEROS AND
       (WS-AAAAMMDD-INI-EMERG EQUAL ZEROS OR
        WS-AAAAMMDD-LINHA < WS-AAAAMMDD-INI-EMERG)
        MOVE WS-AAAAMMDD-LINHA TO WS-AAAAMMDD-INI-EMERG.

  0337-ACUMULA-EMERGENCIA-FIM.
     EXIT.

******************************************************************
*    FECHAMENTO DA JANELA (TODOS) - A JANELA DO USUARIO PASSA A  *
*    SER SO A ENVOLTORIA DAS EMERGENCIAS ABERTAS (COMO O 705)    *
******************************************************************

  0338-JANELA-EMERGENCIA.

     IF WS-AAAAMMDD-INI-EMERG EQUAL ZEROS
        MOVE WS-AAAAMMDD-HOJE TO WS-AAAAMMDD-INI-EMERG.

     MOVE WS-SEC-INI-EMERG TO USC-SEC-INI-EXC OF USUARIO-CLI.
     MOVE WS-ANO-INI-EMERG TO USC-ANO-INI-EXC OF USUARIO-CLI.
     MOVE WS-MES-INI-EMERG TO USC-MES-INI-EXC OF USUARIO-CLI.
     MOVE WS-DIA-INI-EMERG TO USC-DIA-INI-EXC OF USUARIO-CLI.

     MOVE WS-SEC-FIM-EMERG TO USC-SEC-FIM-EXC OF USUARIO-CLI.
     MOVE WS-ANO-FIM-EMERG TO USC-ANO-FIM-EXC OF USUARIO-CLI.
     MOVE WS-MES-FIM-EMERG TO USC-MES-FIM-EXC OF USUARIO-CLI.
     MOVE WS-DIA-FIM-EMERG TO USC-DIA-FIM-EXC OF USUARIO-CLI.

  0338-JANELA-EMERGENCIA-FIM.
     EXIT.
*MD151026 - D947319F

******************************************************************
*    TRILHA DE AUDITORIA DA MANUTENCAO                           *
******************************************************************
     ELSE
        MOVE "REJEITADA" TO AMN-RESULTADO.

*MD151026 - D947309I
     MOVE "AUDMEXMNT"                    TO SEL-TRILHA.
     MOVE AMN-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO AMN-SEQ-TRILHA.
     MOVE AUD-REG-MEXMNT                 TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-MEXMNT) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO AMN-CHECK-TRILHA.
*MD151026 - D947309F

     WRITE AUD-REG-MEXMNT.

*MD151026 - D947309I
     PERFORM 0195-CONFIRMA-SELO-TRILHA
        THRU 0195-CONFIRMA-SELO-TRILHA-FIM.
*MD151026 - D947309F

  0800-GRAVA-AUDITORIA-FIM.
     EXIT.

*MD151026 - D947309I
*****************************************************************
*                                                               *
*   SELO DA TRILHA DE AUDITORIA - RESERVA DA SEQUENCIA, CALCULO *
*   DA CONFERENCIA ENCADEADA E CONFIRMACAO NO CONTROLE-TRILHA.  *
*   O CODIGO FICA NOS MEMBROS COPY V094765607/08/09 (BIBLIOTECA *
*   D0947F05), COMUNS A TODOS OS PROGRAMAS QUE GRAVAM TRILHA DE *
*   AUDITORIA E A VERIFICACAO NOTURNA (S0947-OBJ-695).          *
*                                                               *
*****************************************************************

  0180-RESERVA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765607 ON PROJETO01".

  0180-RESERVA-SELO-TRILHA-FIM.
      EXIT.

  0190-CALCULA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765608 ON PROJETO01".

  0190-CALCULA-SELO-TRILHA-FIM.
      EXIT.

  0195-CONFIRMA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765609 ON PROJETO01".

  0195-CONFIRMA-SELO-TRILHA-FIM.
      EXIT.
*MD151026 - D947309F

******************************************************************
*    ENVIO DAS INFORMACOES DE RESPOSTA                           *
******************************************************************
