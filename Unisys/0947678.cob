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

 01  FLAG-FIM-PLANILHA           PIC X(01).
 01  FLAG-ACHOU-EXCECAO          PIC X(01).
 01  FLAG-ACHOU-USUARIO          PIC X(01).
*MD151026 - D947319I
 01  FLAG-ACHOU-EMERGENCIA       PIC X(01).
*MD151026 - D947319F
 01  WS-FLAG-JA-VISTA            PIC X(01).

*----------------------------------------------------------------*
*    TRANSACAO. LINHA SEM EXCECAO CORRESPONDENTE NO BANCO E      *
*    AUDITADA COMO REJEITADA (JA REVOGADA POR FORA, OU PLANILHA  *
*    DE CAMPANHA ANTIGA).                                        *
*MD151026 - D947319I
*    CONCESSAO DE EMERGENCIA (GRX-TIPO-CONCESSAO "E") NAO E      *
*    REVOGADA AQUI - E MANTIDA PELO S0947-OBJ-705 E FICA NO      *
*    BANCO COMO EVIDENCIA ATE O VISTO; A LINHA E AUDITADA COMO   *
*    REJEITADA, COMO NO REVOGAR DO S0947-OBJ-668.                *
*MD151026 - D947319F
******************************************************************

  0300-REVOGA-MEX.

     MOVE "N" TO FLAG-ACHOU-EXCECAO.
*MD151026 - D947319I
     MOVE "N" TO FLAG-ACHOU-EMERGENCIA.
*MD151026 - D947319F
     MOVE ZEROS TO GOP-CODIGO-WS.

     BEGIN-TRANSACTION NO-AUDIT
        PERFORM 0810-GRAVA-AUD-REJEITADA
           THRU 0810-GRAVA-AUD-REJEITADA-FIM.

*MD151026 - D947319I
*    SO A CONCESSAO COMUM FOI REVOGADA - A DE EMERGENCIA DO MESMO
*    GRUPO TAMBEM DEIXA SUA LINHA REJEITADA NA TRILHA.
     IF FLAG-ACHOU-EMERGENCIA EQUAL "S" AND
        FLAG-ACHOU-EXCECAO EQUAL "S"
        PERFORM 0810-GRAVA-AUD-REJEITADA
           THRU 0810-GRAVA-AUD-REJEITADA-FIM.
*MD151026 - D947319F

  0300-REVOGA-MEX-FIM.
     EXIT.

        WS-WKS-GOP-MNEMONICO
        GO TO 0311-PROXIMA-EXC-GRUPO.

*MD151026 - D947319I
     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU EQUAL "E"
        MOVE "S" TO FLAG-ACHOU-EMERGENCIA
        GO TO 0311-PROXIMA-EXC-GRUPO.
*MD151026 - D947319F

     DELETE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
     MOVE GOP-CODIGO-WS       TO AMN-GOP-CODIGO.
     MOVE WS-WKS-PER-CODIGO   TO AMN-PER-CODIGO.

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
