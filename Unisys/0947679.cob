*  O 0240-VERIFICA-MEX DO S0947-OBJ-656 SO FILTRA A EXCECAO      *
*  VENCIDA NA LEITURA - O REGISTRO GRUPO-EXC-USU/PERFIL-EXC-USU  *
*  FICA NO BANCO PARA SEMPRE E OS SETS DO USUARIO-CLI SO         *
*  CRESCEM. ESTE PROGRAMA VARRE USUARIO-CLI E, PARA TODA LINHA   *
*  DE EXCECAO DO USUARIO CUJA JANELA DE VALIDADE (A PROPRIA DA   *
*  LINHA; SEM JANELA PROPRIA, A USC-DATA-INI-EXC/FIM-EXC DO      *
*  USUARIO) VENCEU HA MAIS QUE O PRAZO DE CARENCIA (EM DIAS,     *
*  INFORMADO PELO OPERADOR, POR OMISSAO 90):                     *
*    - REMOVE FISICAMENTE A LINHA, GRAVANDO O REGISTRO REMOVIDO  *
*      NO ARQUIVO DE HISTORICO HISTMEXEXP (USUARIO, CLIENTE,     *
*      SIS/GOP/PER, A JANELA DE VALIDADE ORIGINAL DA LINHA E A   *
*      DATA DA REMOCAO) - O "ESTE USUARIO JA TEVE ESSA EXCECAO?" *
*      CONTINUA RESPONDIVEL;                                     *
*    - SEM LINHA REMANESCENTE, ZERA A JANELA USC-DATA-INI-EXC/   *
*      USC-DATA-FIM-EXC (MESMO FECHAMENTO DO 0335-FECHA-JANELA   *
*      DO S0947-OBJ-668); COM LINHAS REMANESCENTES, A JANELA DO  *
*      USUARIO PASSA A SER A ENVOLTORIA DAS JANELAS DELAS.       *
*  DEPOIS DO EXPURGO, VARRE AS EXCECOES PENDENTES DE APROVACAO   *
*  (QUATRO OLHOS DO 668) E REMOVE AS QUE AGUARDAM HA MAIS DIAS   *
*  QUE O PRAZO DE APROVACAO ("PRAZAPRO", POR OMISSAO 15) - ITEM  *
*  NAO APROVADO NO PRAZO EXPIRA SOZINHO, TAMBEM COM LINHA NO     *
*  HISTORICO (JANELA ORIGINAL ZERADA, DATA-INI = SOLICITACAO).   *
*MD151026 - D947319I
*  CONCESSOES DE EMERGENCIA (S0947-OBJ-705) SO SAO EXPURGADAS    *
*  DEPOIS DO VISTO.                                              *
*MD151026 - D947319F
*  OS CONTADORES DA EXECUCAO VAO PARA O LEDGER COMUM LEDGERS0947 *
*  (S0947-OBJ-674).                                              *
*----------------------------------------------------------------*
   02  WS-AAAAMMDD-SOLIC         PIC 9(08).
   02  WS-DIAS-VENCIDA           PIC S9(05).
   02  WS-DIAS-PENDENTE          PIC S9(05).
*MD151026 - D947307I
   02  WS-AAAAMMDD-INI-USU       PIC 9(08).
   02  WS-AAAAMMDD-FIM-USU       PIC 9(08).
   02  WS-AAAAMMDD-INI-LINHA     PIC 9(08).
   02  WS-AAAAMMDD-FIM-LINHA     PIC 9(08).
   02  WS-AAAAMMDD-MENOR-INI     PIC 9(08).
   02  WS-AAAAMMDD-MENOR-INI-R REDEFINES WS-AAAAMMDD-MENOR-INI.
       03  WS-SEC-MENOR-INI      PIC 9(02).
       03  WS-ANO-MENOR-INI      PIC 9(02).
       03  WS-MES-MENOR-INI      PIC 9(02).
       03  WS-DIA-MENOR-INI      PIC 9(02).
   02  WS-AAAAMMDD-MAIOR-FIM     PIC 9(08).
   02  WS-AAAAMMDD-MAIOR-FIM-R REDEFINES WS-AAAAMMDD-MAIOR-FIM.
       03  WS-SEC-MAIOR-FIM      PIC 9(02).
       03  WS-ANO-MAIOR-FIM      PIC 9(02).
       03  WS-MES-MAIOR-FIM      PIC 9(02).
       03  WS-DIA-MAIOR-FIM      PIC 9(02).
   02  WS-CONT-REMANESCENTES     PIC 9(05).
   02  FLAG-LINHA-VENCIDA        PIC X(01).
   02  FLAG-TEM-VENCIDA          PIC X(01).
*MD151026 - D947307F
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).
*  DATA SISTEMA

     STOP RUN.

*MD151026 - D947307I
******************************************************************
*    CADA LINHA DE EXCECAO TEM A SUA JANELA DE VALIDADE (LINHA   *
*    SEM JANELA PROPRIA SEGUE A DO USUARIO-CLI) - HAVENDO LINHA  *
*    VENCIDA HA MAIS DIAS QUE A CARENCIA, O USUARIO PASSA PELO   *
*    EXPURGO. A PRIMEIRA PASSADA SO LE (FIND), PARA NAO ABRIR    *
*    TRANSACAO PARA QUEM NAO TEM NADA A EXPURGAR                 *
******************************************************************

  0200-VERIFICA-VENCIMENTO.

     COMPUTE WS-AAAAMMDD-INI-USU =
         (((USC-SEC-INI-EXC OF USUARIO-CLI * 100) +
            USC-ANO-INI-EXC OF USUARIO-CLI) * 10000) +
         (USC-MES-INI-EXC OF USUARIO-CLI * 100) +
          USC-DIA-INI-EXC OF USUARIO-CLI.

     COMPUTE WS-AAAAMMDD-FIM-USU =
         (((USC-SEC-FIM-EXC OF USUARIO-CLI * 100) +
            USC-ANO-FIM-EXC OF USUARIO-CLI) * 10000) +
         (USC-MES-FIM-EXC OF USUARIO-CLI * 100) +
          USC-DIA-FIM-EXC OF USUARIO-CLI.

     MOVE "N" TO FLAG-TEM-VENCIDA.

     PERFORM 0210-PROCURA-GRUPO-VENCIDO
        THRU 0210-PROCURA-GRUPO-VENCIDO-FIM.

     IF FLAG-TEM-VENCIDA EQUAL "N"
        PERFORM 0215-PROCURA-PERFIL-VENCIDO
           THRU 0215-PROCURA-PERFIL-VENCIDO-FIM.

     IF FLAG-TEM-VENCIDA EQUAL "N"
        GO TO 0200-VERIFICA-VENCIMENTO-FIM.

     ADD 1 TO WS-CONT-EXPURGADOS.
  0200-VERIFICA-VENCIMENTO-FIM.
     EXIT.

  0210-PROCURA-GRUPO-VENCIDO.

     SET GRX-POR-USU TO BEGINNING.

  0211-PROXIMO-GRUPO.

     FIND KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0210-PROCURA-GRUPO-VENCIDO-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF GRUPO-EXC-USU EQUAL "P"
        GO TO 0211-PROXIMO-GRUPO.

*MD151026 - D947319I
*    CONCESSAO DE EMERGENCIA SEM VISTO FICA ATE SER VISTADA - E A
*    PROVA DO ACESSO QUE O S0947-OBJ-706 COBRA.
     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU EQUAL "E" AND
        GRX-USERCODE-VISTO OF GRUPO-EXC-USU EQUAL ZEROS
        GO TO 0211-PROXIMO-GRUPO.
*MD151026 - D947319F

     PERFORM 0260-DATAS-LINHA-GRUPO
        THRU 0260-DATAS-LINHA-GRUPO-FIM.

     PERFORM 0250-AVALIA-LINHA
        THRU 0250-AVALIA-LINHA-FIM.

     IF FLAG-LINHA-VENCIDA EQUAL "S"
        MOVE "S" TO FLAG-TEM-VENCIDA
        GO TO 0210-PROCURA-GRUPO-VENCIDO-FIM.

     GO TO 0211-PROXIMO-GRUPO.

  0210-PROCURA-GRUPO-VENCIDO-FIM.
     EXIT.

  0215-PROCURA-PERFIL-VENCIDO.

     SET PRX-POR-USU-PER TO BEGINNING.

  0216-PROXIMO-PERFIL.

     FIND NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0215-PROCURA-PERFIL-VENCIDO-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF PERFIL-EXC-USU EQUAL "P"
        GO TO 0216-PROXIMO-PERFIL.

     PERFORM 0265-DATAS-LINHA-PERFIL
        THRU 0265-DATAS-LINHA-PERFIL-FIM.

     PERFORM 0250-AVALIA-LINHA
        THRU 0250-AVALIA-LINHA-FIM.

     IF FLAG-LINHA-VENCIDA EQUAL "S"
        MOVE "S" TO FLAG-TEM-VENCIDA
        GO TO 0215-PROCURA-PERFIL-VENCIDO-FIM.

     GO TO 0216-PROXIMO-PERFIL.

  0215-PROCURA-PERFIL-VENCIDO-FIM.
     EXIT.

*----------------------------------------------------------------*
* JANELA EFETIVA DA LINHA CORRENTE (WS-AAAAMMDD-INI-EXC/FIM-EXC, *
* A PROPRIA OU, SE ZERADA, A DO USUARIO) E SE ELA VENCEU HA MAIS *
* DIAS QUE A CARENCIA. LINHA PENDENTE DE APROVACAO NAO PASSA    *
* POR AQUI - FICA PARA O 0500 (PRAZO DE APROVACAO).              *
*----------------------------------------------------------------*

  0250-AVALIA-LINHA.

     MOVE "N" TO FLAG-LINHA-VENCIDA.

     IF WS-AAAAMMDD-INI-LINHA EQUAL ZEROS
        MOVE WS-AAAAMMDD-INI-USU   TO WS-AAAAMMDD-INI-EXC
     ELSE
        MOVE WS-AAAAMMDD-INI-LINHA TO WS-AAAAMMDD-INI-EXC.

     IF WS-AAAAMMDD-FIM-LINHA EQUAL ZEROS
        MOVE WS-AAAAMMDD-FIM-USU   TO WS-AAAAMMDD-FIM-EXC
     ELSE
        MOVE WS-AAAAMMDD-FIM-LINHA TO WS-AAAAMMDD-FIM-EXC.

     IF WS-AAAAMMDD-FIM-EXC EQUAL ZEROS
        GO TO 0250-AVALIA-LINHA-FIM.

     IF WS-AAAAMMDD-FIM-EXC >= WS-AAAAMMDD-HOJE
        GO TO 0250-AVALIA-LINHA-FIM.

     COMPUTE WS-DIAS-VENCIDA =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) -
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-FIM-EXC).

     IF WS-DIAS-VENCIDA <= WS-DIAS-CARENCIA
        GO TO 0250-AVALIA-LINHA-FIM.

     MOVE "S" TO FLAG-LINHA-VENCIDA.

  0250-AVALIA-LINHA-FIM.
     EXIT.

  0260-DATAS-LINHA-GRUPO.

     COMPUTE WS-AAAAMMDD-INI-LINHA =
         (((GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-INI-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     COMPUTE WS-AAAAMMDD-FIM-LINHA =
         (((GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-FIM-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

  0260-DATAS-LINHA-GRUPO-FIM.
     EXIT.

  0265-DATAS-LINHA-PERFIL.

     COMPUTE WS-AAAAMMDD-INI-LINHA =
         (((PRX-SEC-INI-EXC OF PERFIL-EXC-USU * 100) +
            PRX-ANO-INI-EXC OF PERFIL-EXC-USU) * 10000) +
         (PRX-MES-INI-EXC OF PERFIL-EXC-USU * 100) +
          PRX-DIA-INI-EXC OF PERFIL-EXC-USU.

     COMPUTE WS-AAAAMMDD-FIM-LINHA =
         (((PRX-SEC-FIM-EXC OF PERFIL-EXC-USU * 100) +
            PRX-ANO-FIM-EXC OF PERFIL-EXC-USU) * 10000) +
         (PRX-MES-FIM-EXC OF PERFIL-EXC-USU * 100) +
          PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

  0265-DATAS-LINHA-PERFIL-FIM.
     EXIT.
*MD151026 - D947307F

*MD151026 - D947307I
******************************************************************
*    EXPURGO DO USUARIO CORRENTE, SOB TRANSACAO - REMOVE AS      *
*    LINHAS DE GRUPO E DE PERFIL VENCIDAS HA MAIS QUE A CARENCIA *
*    (CADA UMA VAI PARA O HISTORICO) E REFAZ A JANELA DO USUARIO *
*    COM AS LINHAS QUE FICARAM (SEM NENHUMA, FECHA A JANELA)     *
******************************************************************
*MD151026 - D947307F

  0300-EXPURGA-USUARIO.

               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0300-EXPURGA-USUARIO-FIM.

*MD151026 - D947307I
     MOVE ZEROS TO WS-CONT-REMANESCENTES
                   WS-AAAAMMDD-MENOR-INI
                   WS-AAAAMMDD-MAIOR-FIM.
*MD151026 - D947307F

     PERFORM 0310-EXPURGA-GRUPOS
        THRU 0310-EXPURGA-GRUPOS-FIM.

     PERFORM 0320-EXPURGA-PERFIS
        THRU 0320-EXPURGA-PERFIS-FIM.

*MD151026 - D947307I
     IF WS-CONT-REMANESCENTES EQUAL ZEROS
        PERFORM 0330-FECHA-JANELA
           THRU 0330-FECHA-JANELA-FIM
     ELSE
        PERFORM 0335-AJUSTA-JANELA
           THRU 0335-AJUSTA-JANELA-FIM.
*MD151026 - D947307F

     END-TRANSACTION
         ON EXCEPTION
             GO TO 0310-EXPURGA-GRUPOS-FIM
     END-LOCK.

*MD151026 - D947307I
     PERFORM 0260-DATAS-LINHA-GRUPO
        THRU 0260-DATAS-LINHA-GRUPO-FIM.

     PERFORM 0250-AVALIA-LINHA
        THRU 0250-AVALIA-LINHA-FIM.

     IF SITUACAO-APROVACAO OF GRUPO-EXC-USU EQUAL "P"
        MOVE "N" TO FLAG-LINHA-VENCIDA.

*MD151026 - D947319I
     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU EQUAL "E" AND
        GRX-USERCODE-VISTO OF GRUPO-EXC-USU EQUAL ZEROS
        MOVE "N" TO FLAG-LINHA-VENCIDA.
*MD151026 - D947319F

     IF FLAG-LINHA-VENCIDA EQUAL "N"
        PERFORM 0350-ACUMULA-REMANESCENTE
           THRU 0350-ACUMULA-REMANESCENTE-FIM
        GO TO 0311-PROXIMA-EXC-GRUPO.
*MD151026 - D947307F

     MOVE "GRUPO"                     TO HST-TIPO-ITEM.
     MOVE SIS-CODIGO OF GRUPO-EXC-USU TO HST-SIS-CODIGO.
     MOVE GOP-CODIGO OF GRUPO-EXC-USU TO HST-GOP-CODIGO.
             GO TO 0320-EXPURGA-PERFIS-FIM
     END-LOCK.

*MD151026 - D947307I
     PERFORM 0265-DATAS-LINHA-PERFIL
        THRU 0265-DATAS-LINHA-PERFIL-FIM.

     PERFORM 0250-AVALIA-LINHA
        THRU 0250-AVALIA-LINHA-FIM.

     IF SITUACAO-APROVACAO OF PERFIL-EXC-USU EQUAL "P"
        MOVE "N" TO FLAG-LINHA-VENCIDA.

     IF FLAG-LINHA-VENCIDA EQUAL "N"
        PERFORM 0350-ACUMULA-REMANESCENTE
           THRU 0350-ACUMULA-REMANESCENTE-FIM
        GO TO 0321-PROXIMA-EXC-PERFIL.
*MD151026 - D947307F

     MOVE "PERFIL"                     TO HST-TIPO-ITEM.
     MOVE SIS-CODIGO OF PERFIL-EXC-USU TO HST-SIS-CODIGO.
     MOVE ZEROS                        TO HST-GOP-CODIGO.
  0330-FECHA-JANELA-FIM.
     EXIT.

*MD151026 - D947307I
*----------------------------------------------------------------*
* SOBRARAM LINHAS - A JANELA DO USUARIO VIRA A ENVOLTORIA DAS    *
* JANELAS DAS LINHAS REMANESCENTES (SO ENCOLHE, NUNCA CRESCE).   *
*----------------------------------------------------------------*

  0335-AJUSTA-JANELA.

     IF WS-AAAAMMDD-MAIOR-FIM EQUAL ZEROS
        GO TO 0335-AJUSTA-JANELA-FIM.

     LOCK FIRST USC-POR-USUARIO AT
        CLI-CODIGO = CLI-JANELA-SEG-WS AND
        USU-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
           PERFORM 10000-00-TRATA-ERRO-DMS
              THRU 10000-99-TRATA-ERRO-DMS
           GO TO 0335-AJUSTA-JANELA-FIM
     END-LOCK.

     MOVE WS-SEC-MENOR-INI TO USC-SEC-INI-EXC OF USUARIO-CLI.
     MOVE WS-ANO-MENOR-INI TO USC-ANO-INI-EXC OF USUARIO-CLI.
     MOVE WS-MES-MENOR-INI TO USC-MES-INI-EXC OF USUARIO-CLI.
     MOVE WS-DIA-MENOR-INI TO USC-DIA-INI-EXC OF USUARIO-CLI.
     MOVE WS-SEC-MAIOR-FIM TO USC-SEC-FIM-EXC OF USUARIO-CLI.
     MOVE WS-ANO-MAIOR-FIM TO USC-ANO-FIM-EXC OF USUARIO-CLI.
     MOVE WS-MES-MAIOR-FIM TO USC-MES-FIM-EXC OF USUARIO-CLI.
     MOVE WS-DIA-MAIOR-FIM TO USC-DIA-FIM-EXC OF USUARIO-CLI.

     STORE USUARIO-CLI
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
     END-STORE.

  0335-AJUSTA-JANELA-FIM.
     EXIT.
*MD151026 - D947307F

  0340-GRAVA-HISTORICO.

     MOVE SEC-SISTEMA OF DATA-SISTEMAR TO HST-SEC-REMOCAO.
  0340-GRAVA-HISTORICO-FIM.
     EXIT.

*MD151026 - D947307I
  0350-ACUMULA-REMANESCENTE.

     ADD 1 TO WS-CONT-REMANESCENTES.

     IF WS-AAAAMMDD-INI-EXC NOT EQUAL ZEROS AND
        (WS-AAAAMMDD-MENOR-INI EQUAL ZEROS OR
         WS-AAAAMMDD-INI-EXC < WS-AAAAMMDD-MENOR-INI)
        MOVE WS-AAAAMMDD-INI-EXC TO WS-AAAAMMDD-MENOR-INI.

     IF WS-AAAAMMDD-FIM-EXC > WS-AAAAMMDD-MAIOR-FIM
        MOVE WS-AAAAMMDD-FIM-EXC TO WS-AAAAMMDD-MAIOR-FIM.

  0350-ACUMULA-REMANESCENTE-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    PRAZO DE APROVACAO (QUATRO OLHOS) NO DATASET DE PARAMETROS  *
*    DA FAMILIA (ENTRADA "PRAZAPRO", MANTIDA PELA TRANSACAO      *
