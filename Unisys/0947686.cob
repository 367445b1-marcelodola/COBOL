     03  AMN-DATA-INI             PIC 9(08).
     03  AMN-DATA-FIM             PIC 9(08).
     03  AMN-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  AMN-SEQ-TRILHA           PIC 9(09).
     03  AMN-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  LEDGER COMUM DE EXECUCAO DA FAMILIA BATCH S0947 - CADA        *

 WORKING-STORAGE SECTION.

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

        MOVE USU-CODIGO-WS     TO USU-CODIGO OF GRUPO-EXC-USU
        MOVE CRG-SIS-CODIGO    TO SIS-CODIGO OF GRUPO-EXC-USU
        MOVE CRG-GOP-CODIGO    TO GOP-CODIGO OF GRUPO-EXC-USU
*MD151026 - D947307I
        PERFORM 0347-JANELA-LINHA-GRUPO
           THRU 0347-JANELA-LINHA-GRUPO-FIM
*MD151026 - D947307F
        PERFORM 0345-MARCA-SITUACAO-GRUPO
           THRU 0345-MARCA-SITUACAO-GRUPO-FIM
        STORE GRUPO-EXC-USU
        MOVE USU-CODIGO-WS     TO USU-CODIGO OF PERFIL-EXC-USU
        MOVE CRG-SIS-CODIGO    TO SIS-CODIGO OF PERFIL-EXC-USU
        MOVE CRG-PER-CODIGO    TO PER-CODIGO OF PERFIL-EXC-USU
*MD151026 - D947307I
        PERFORM 0348-JANELA-LINHA-PERFIL
           THRU 0348-JANELA-LINHA-PERFIL-FIM
*MD151026 - D947307F
        PERFORM 0346-MARCA-SITUACAO-PERFIL
           THRU 0346-MARCA-SITUACAO-PERFIL-FIM
        STORE PERFIL-EXC-USU
  0346-MARCA-SITUACAO-PERFIL-FIM.
     EXIT.

*MD151026 - D947307I
******************************************************************
*    JANELA DE VALIDADE PROPRIA DA LINHA DE EXCECAO = A DO       *
*    PEDIDO (0347/0348 DO 668); A JANELA DO USUARIO (0340) E SO  *
*    A ENVOLTORIA DAS JANELAS DAS LINHAS                         *
******************************************************************

  0347-JANELA-LINHA-GRUPO.

     MOVE CRG-SEC-INI TO GRX-SEC-INI-EXC OF GRUPO-EXC-USU.
     MOVE CRG-ANO-INI TO GRX-ANO-INI-EXC OF GRUPO-EXC-USU.
     MOVE CRG-MES-INI TO GRX-MES-INI-EXC OF GRUPO-EXC-USU.
     MOVE CRG-DIA-INI TO GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     MOVE CRG-SEC-FIM TO GRX-SEC-FIM-EXC OF GRUPO-EXC-USU.
     MOVE CRG-ANO-FIM TO GRX-ANO-FIM-EXC OF GRUPO-EXC-USU.
     MOVE CRG-MES-FIM TO GRX-MES-FIM-EXC OF GRUPO-EXC-USU.
     MOVE CRG-DIA-FIM TO GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

  0347-JANELA-LINHA-GRUPO-FIM.
     EXIT.

  0348-JANELA-LINHA-PERFIL.

     MOVE CRG-SEC-INI TO PRX-SEC-INI-EXC OF PERFIL-EXC-USU.
     MOVE CRG-ANO-INI TO PRX-ANO-INI-EXC OF PERFIL-EXC-USU.
     MOVE CRG-MES-INI TO PRX-MES-INI-EXC OF PERFIL-EXC-USU.
     MOVE CRG-DIA-INI TO PRX-DIA-INI-EXC OF PERFIL-EXC-USU.

     MOVE CRG-SEC-FIM TO PRX-SEC-FIM-EXC OF PERFIL-EXC-USU.
     MOVE CRG-ANO-FIM TO PRX-ANO-FIM-EXC OF PERFIL-EXC-USU.
     MOVE CRG-MES-FIM TO PRX-MES-FIM-EXC OF PERFIL-EXC-USU.
     MOVE CRG-DIA-FIM TO PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

  0348-JANELA-LINHA-PERFIL-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    ABRE OU ESTENDE A JANELA USC-DATA-INI-EXC/USC-DATA-FIM-EXC  *
*    DO USUARIO PARA COBRIR A VALIDADE DO PEDIDO (0340 DO 668)   *
     MOVE CRG-DATA-INI      TO AMN-DATA-INI.
     MOVE CRG-DATA-FIM      TO AMN-DATA-FIM.

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

  0830-GRAVA-REG-AUDITORIA-FIM.
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

*---

 10000-00-TRATA-ERRO-DMS.
