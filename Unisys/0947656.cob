     03  AUD-PROGRAMDESG          PIC 9(11).
     03  AUD-CLI-CODIGO           PIC 9(04).
     03  AUD-USU-CODIGO           PIC X(07).
*MD151026 - D947309I
     03  AUD-SEQ-TRILHA           PIC 9(09).
     03  AUD-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  RELATORIO DE CONFLITO/SOBREPOSICAO ENTRE GRUPOS DA MAC (ORI/  *
 01  TAB-REMAP-JANELA-FUN.
    COPY "(D0947F05)S0947/LIB/SRV/V094765602 ON PROJETO01".

*MD151026 - D947309I
*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".
*MD151026 - D947309F

 01  CLI-JANELA-SEG-WS           PIC 9(04).
 01  CLI-JANELA-FUN              PIC 9(04).

 77  IND-SEC-GLOBAL-77           PIC 9(02).
 77  CODIGO-INFORMACAO-77        PIC S9(11) BINARY EXTENDED.
 77  ENVIA-TELA-77               PIC S9(11)  BINARY EXTENDED.
*MD151026 - D947319I
 77  WS-HORA-ACCEPT              PIC 9(08).
 77  WS-HHMM-SISTEMA             PIC 9(04).
*MD151026 - D947319F

 01 VARIAVEIS.
   02 TAB-SISTEMA-FLAG.

     CHANGE ATTRIBUTE TITLE OF BDSEGURANCA  TO CONTEUDO-GETINFO.

*MD151026 - D947309I
*    UPDATE - A CADA CONSULTA GRAVADA NA TRILHA (0140) O SELO DA
*    TRILHA AUDMACMEX E ATUALIZADO NO CONTROLE-TRILHA.
     OPEN UPDATE BDSEGURANCA.
*MD151026 - D947309F

     OPEN EXTEND AUD-MACMEX.
     OPEN EXTEND REL-CONFLITOS.
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.

*MD151026 - D947319I
     ACCEPT WS-HORA-ACCEPT FROM TIME.
     COMPUTE WS-HHMM-SISTEMA = WS-HORA-ACCEPT / 10000.
*MD151026 - D947319F

     INITIALIZE SV-AREA-REL.

     RECEIVE COMS-IN MESSAGE INTO SV-AREA-REL.
     MOVE CLI-JANELA-SEG-WS             TO AUD-CLI-CODIGO.
     MOVE USU-CODIGO OF SV-AREA-REL     TO AUD-USU-CODIGO.

*MD151026 - D947309I
     MOVE "AUDMACMEX"                    TO SEL-TRILHA.
     MOVE AUD-DATA-CONSULTA              TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO AUD-SEQ-TRILHA.
     MOVE AUD-REG-MACMEX                 TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-MACMEX) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO AUD-CHECK-TRILHA.
*MD151026 - D947309F

     WRITE AUD-REG-MACMEX.

*MD151026 - D947309I
     PERFORM 0195-CONFIRMA-SELO-TRILHA
        THRU 0195-CONFIRMA-SELO-TRILHA-FIM.
*MD151026 - D947309F

  0140-GRAVA-AUDITORIA-FIM.
     EXIT.

  0150-CARREGA-TAB-REMAP-JANELA-FIM.
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


*MD151026 - D947307I
*----------------------------------------------------------------*
* A JANELA USC-DATA-INI-EXC/USC-DATA-FIM-EXC DO USUARIO-CLI E SO *
* A ENVOLTORIA DAS JANELAS DAS LINHAS DE EXCECAO (MANTIDA PELO   *
* 668) - AQUI ELA SO DECIDE SE VALE A PENA PERCORRER AS LINHAS;  *
* CADA LINHA E CONFERIDA NA SUA PROPRIA JANELA EM 0705/0735.     *
*----------------------------------------------------------------*
*MD151026 - D947307F

  0240-VERIFICA-MEX.

     EXIT.
*MD010926 - D947303F

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
* PROCURA SISTEMA
    IF TAB-SISTEMA-OK(SIS-CODIGO-WS) NOT EQUAL ZEROS
       GO TO 0701-MONTA-MATRIZ.
*MD010926 - D947305F

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

       GO TO 0710-MONTA-MATRIZ-EXC-PERFIL.
*MD010926 - D947305F

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

