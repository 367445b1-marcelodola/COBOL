*        DIFERENTE DO QUE SUSPENDEU (QUATRO OLHOS).              *
*  TODA ACAO EXECUTADA OU REJEITADA GERA UMA LINHA NA TRILHA     *
*  AUDSUSPENSAO, COM O MOTIVO.                                   *
*MD151026 - D947321I
*  A CONTA DORMENTE E SUSPENSA SEM OPERADOR PELO S0947-OBJ-708,  *
*  COM A MESMA REGRA DO 0400-SUSPENDE-CLIENTE E USERCODE DE      *
*  SUSPENSAO ZERADO; A REATIVACAO DELA E ESTE MESMO "REATIVAR".  *
*MD151026 - D947321F
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.
     03  ASU-QTD-CLIENTES         PIC 9(04).
     03  ASU-MOTIVO               PIC X(60).
     03  ASU-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  ASU-SEQ-TRILHA           PIC 9(09).
     03  ASU-CHECK-TRILHA         PIC 9(09).
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

 01 SV-LOCKOUT.
    COPY "(D0947F05)S0947/LIB/SRV/V094769201 ON PROJETO01".

     ELSE
        MOVE "REJEITADA" TO ASU-RESULTADO.

*MD151026 - D947309I
     MOVE "AUDSUSPENSAO"                 TO SEL-TRILHA.
     MOVE ASU-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO ASU-SEQ-TRILHA.
     MOVE AUD-REG-SUSPENSAO              TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-SUSPENSAO) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO ASU-CHECK-TRILHA.
*MD151026 - D947309F

     WRITE AUD-REG-SUSPENSAO.

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
