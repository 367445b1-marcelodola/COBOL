*----------------------------------------------------------------*
*  MATRIZ COMPUTADA DE TODOS OS USUARIOS - AS LINHAS DE CADA     *
*  CLI/USU SAO CONTIGUAS (A VARREDURA SEGUE USC-POR-USUARIO).    *
*MD151026 - D947314I
*  NAO REORDENAR CAMPOS SEM ALTERAR OS CONSUMIDORES JUNTOS       *
*MD151026 - D947315I
*MD151026 - D947320I
*  (657/659/669/671, O PROVISIONAMENTO 701, AS EXCECOES DO LOG   *
*  DE TRANSACOES 702 E A CONCILIACAO COM OS SISTEMAS 707).       *
*MD151026 - D947320F
*MD151026 - D947315F
*MD151026 - D947314F
*----------------------------------------------------------------*

 FD  MATRIZ-COMUM
 77  WS-CONT-ORFAOS            PIC 9(09)   COMP.
 77  WS-CONT-SUSPENSOS         PIC 9(09)   COMP.

*MD151026 - D947319I
*----------------------------------------------------------------*
* DATA E HORA (HHMM) DA EXECUCAO - A DATA E GUARDADA AQUI PORQUE *
* O INITIALIZE VARIAVEIS DE CADA USUARIO ZERA DATA-SISTEMA; A    *
* HORA E A REFERENCIA DO VENCIMENTO POR HORA DAS CONCESSOES DE   *
* EMERGENCIA (0705-VERIFICA-VALIDADE-GRX).                       *
*----------------------------------------------------------------*

 77  WS-DATA-EXECUCAO          PIC 9(08)   COMP.
 77  WS-HORA-ACCEPT            PIC 9(08).
 77  WS-HHMM-SISTEMA           PIC 9(04).
*MD151026 - D947319F

 01 VARIAVEIS.
   02 TAB-SISTEMA-FLAG.
      03  TAB-SISTEMA-OK              PIC 9(1) OCCURS 10000.
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.

*MD151026 - D947319I
     MOVE DATA-SISTEMA TO WS-DATA-EXECUCAO.

     ACCEPT WS-HORA-ACCEPT FROM TIME.
     COMPUTE WS-HHMM-SISTEMA = WS-HORA-ACCEPT / 10000.
*MD151026 - D947319F

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0150-CARREGA-TAB-REMAP-JANELA
  003-INICIO-REL.

     INITIALIZE VARIAVEIS.
*MD151026 - D947319I
     MOVE WS-DATA-EXECUCAO TO DATA-SISTEMA.
*MD151026 - D947319F
     INITIALIZE SV-AREA-REL.
     MOVE "N" TO FLAG-FIM-USUARIO.

      EXIT.


*MD151026 - D947307I
*----------------------------------------------------------------*
* A JANELA USC-DATA-INI-EXC/USC-DATA-FIM-EXC DO USUARIO-CLI E SO *
* A ENVOLTORIA DAS JANELAS DAS LINHAS DE EXCECAO (MANTIDA PELO   *
* 668) - AQUI ELA SO DECIDE SE VALE A PENA PERCORRER AS LINHAS;  *
* CADA LINHA E CONFERIDA NA SUA PROPRIA JANELA EM 0705/0735.     *
*----------------------------------------------------------------*
*MD151026 - D947307F

  0240-VERIFICA-MEX.

     MOVE "N" TO FLAG-MEX.
  0605-VERIFICA-VALIDADE-MPE-FIM.
     EXIT.

*MD151026 - D947307I
*----------------------------------------------------------------*
* JANELA DE VALIDADE PROPRIA DA LINHA DE EXCECAO (GRUPO-EXC-USU/ *
* PERFIL-EXC-USU) - MESMA CONVENCAO DO 0505/0605: ZEROS = LINHA  *
* SEM JANELA PROPRIA, VALE A JANELA DO USUARIO (0240).           *
*----------------------------------------------------------------*

  0705-VERIFICA-VALIDADE-GRX.

     MOVE "S" TO FLAG-LINHA-VIGENTE.

     IF GRX-SEC-INI-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR < GRX-DATA-INI-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE
        GO TO 0705-VERIFICA-VALIDADE-GRX-FIM.

     IF GRX-SEC-FIM-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR > GRX-DATA-FIM-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.

*MD151026 - D947319I
*    CONCESSAO DE EMERGENCIA (S0947-OBJ-705) VENCE NA HORA: NO DIA
*    DO INICIO SO VALE A PARTIR DE GRX-HORA-INI-EXC E NO DIA DO
*    FIM SO ATE ANTES DE GRX-HORA-FIM-EXC (ZEROS = DIA INTEIRO).
     IF GRX-HORA-INI-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR EQUAL GRX-DATA-INI-EXC OF GRUPO-EXC-USU AND
        WS-HHMM-SISTEMA < GRX-HORA-INI-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.

     IF GRX-HORA-FIM-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR EQUAL GRX-DATA-FIM-EXC OF GRUPO-EXC-USU AND
        WS-HHMM-SISTEMA NOT < GRX-HORA-FIM-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.
*MD151026 - D947319F

  0705-VERIFICA-VALIDADE-GRX-FIM.
     EXIT.

  0735-VERIFICA-VALIDADE-PRX.

     MOVE "S" TO FLAG-LINHA-VIGENTE.

     IF PRX-SEC-INI-EXC OF PERFIL-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR < PRX-DATA-INI-EXC OF PERFIL-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE
        GO TO 0735-VERIFICA-VALIDADE-PRX-FIM.

     IF PRX-SEC-FIM-EXC OF PERFIL-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR > PRX-DATA-FIM-EXC OF PERFIL-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.

  0735-VERIFICA-VALIDADE-PRX-FIM.
     EXIT.
*MD151026 - D947307F

 0520-MONTA-SISTEMA.
    IF TAB-SISTEMA-OK(SIS-CODIGO-WS) NOT EQUAL ZEROS
        GO TO 0545-MONTA-SISTEMA-FIM.
    IF SITUACAO-APROVACAO OF GRUPO-EXC-USU EQUAL "P"
       GO TO 0701-MONTA-MATRIZ.

*MD151026 - D947307I
*   FORA DA JANELA DE VALIDADE PROPRIA DA LINHA A EXCECAO TAMBEM
*   E SALTADA COMO SE NAO EXISTISSE.
    PERFORM 0705-VERIFICA-VALIDADE-GRX
       THRU 0705-VERIFICA-VALIDADE-GRX-FIM.

    IF FLAG-LINHA-VIGENTE EQUAL "N"
       GO TO 0701-MONTA-MATRIZ.
*MD151026 - D947307F

    IF CONT-SISTEMA = 0
      PERFORM 0520-MONTA-SISTEMA THRU 0545-MONTA-SISTEMA-FIM.

    IF SITUACAO-APROVACAO OF PERFIL-EXC-USU EQUAL "P"
       GO TO 0710-MONTA-MATRIZ-EXC-PERFIL.

*MD151026 - D947307I
*   FORA DA JANELA DE VALIDADE PROPRIA DA LINHA A EXCECAO TAMBEM
*   E SALTADA COMO SE NAO EXISTISSE.
    PERFORM 0735-VERIFICA-VALIDADE-PRX
       THRU 0735-VERIFICA-VALIDADE-PRX-FIM.

    IF FLAG-LINHA-VIGENTE EQUAL "N"
       GO TO 0710-MONTA-MATRIZ-EXC-PERFIL.
*MD151026 - D947307F

    IF CONT-SISTEMA = 0
      PERFORM 0520-MONTA-SISTEMA THRU 0545-MONTA-SISTEMA-FIM.

