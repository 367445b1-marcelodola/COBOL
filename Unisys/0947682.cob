     03  AMC-PER-CODIGO           PIC 9(05).
     03  AMC-QTD-AFETADOS         PIC 9(09).
     03  AMC-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  AMC-SEQ-TRILHA           PIC 9(09).
     03  AMC-CHECK-TRILHA         PIC 9(09).
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

 01 SV-MANUT-MAC.
    COPY "(D0947F05)S0947/LIB/SRV/V094768201 ON PROJETO01".

     ELSE
        MOVE "REJEITADA" TO AMC-RESULTADO.

*MD151026 - D947309I
     MOVE "AUDMACMNT"                    TO SEL-TRILHA.
     MOVE AMC-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO AMC-SEQ-TRILHA.
     MOVE AUD-REG-MACMNT                 TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-MACMNT) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO AMC-CHECK-TRILHA.
*MD151026 - D947309F

     WRITE AUD-REG-MACMNT.

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
