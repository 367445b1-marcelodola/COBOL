     03  AUD-PROGRAMDESG          PIC 9(11).
     03  AUD-CLI-CODIGO           PIC 9(04).
     03  AUD-USU-CODIGO           PIC X(07).
*MD151026 - D947309I
     03  AUD-SEQ-TRILHA           PIC 9(09).
     03  AUD-CHECK-TRILHA         PIC 9(09).

 DATA-BASE SECTION.

*----------------------------------------------------------------*
*  O BANCO SO E USADO PARA O SELO DA TRILHA AUDMACMEX (DATASET   *
*  CONTROLE-TRILHA) - A CONSULTA CONTINUA SO NO RELSNAPSHOT.     *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.
*MD151026 - D947309F

 WORKING-STORAGE SECTION.

 01 SV-AREA-REL.
    COPY "(D0947F05)S0947/LIB/SRV/V094765601 ON PROJETO01".

*MD151026 - D947309I
*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".
*MD151026 - D947309F

 01  CLI-JANELA-SEG-WS           PIC 9(04).

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.
      03  WS-ORDEM-AREA          PIC X(03)   OCCURS 4.
   02  MENSAGEM-WS               PIC X(160).
   02  AGENDA-NOME-WS            PIC X(17).
*MD151026 - D947309I
   02  TELA-MENSAGEM-WS.
     03  FILLER                  PIC 9(12)   COMP    VALUE
         @27E7277F4FF6@.
     03  LINHA-MENSAGEM-WS       PIC X(169).
     03  FILLER                  PIC 9(06)   COMP    VALUE
         @27E603@.

   02  IDENTIFICADOR-GETINFO.
     03  TAMANHO-GETINFO         PIC 9(04).
     03  CONTEUDO-GETINFO        PIC X(80).
     03  CONTEUDO-GETINFO-R1  REDEFINES  CONTEUDO-GETINFO.
         05  IND-SECULO-GETINFO  PIC 9(02).
         05  RESTO-GETINFO       PIC X(78).
*MD151026 - D947309F
*  DATA SISTEMA
   02 DATA-ACCEPT            PIC 9(06)     COMP.
   02 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
      03 MES-SISTEMA         PIC 9(02)      COMP.
      03 DIA-SISTEMA         PIC 9(02)      COMP.

*MD151026 - D947309I
*----------------------------------------------------------------*
*   AREA COM OPCOES E INFORMACOES DE ENTRADA E SAIDA             *
*   PARA A LIBRARY DE TRATAMENTO DE EXCECAO DMS                  *
*----------------------------------------------------------------*

 01  DMS-PARAMETROS-WS                                   COMMON.

*    -----  PARAMETROS DE ENTRADA  -----

     03  DMS-INTERFACE-COMS-WS       PIC X(01).
     03  DMS-TITLEBD-WS              PIC X(60).
     03  DMS-RESULT-WS               PIC X(06).
     03  DMS-PROG-ONLINE-WS          PIC X(01).

*    -----  PARAMETROS DE SAIDA  -----

     03  DMS-ACAO-TOMAR-WS           PIC 9(01).
     88  DMS-CONTINUAR               VALUE   01.
     88  DMS-ENCERRAR                VALUE   02.
     88  DMS-ATIVAR-DMTERMINATE      VALUE   03.
*MD151026 - D947309F

*----------------------------------------------------------------*
* VALORES ASSUMIDOS PELOS CAMPOS DO HEADER E USADOS NO PROGRAMA  *
*----------------------------------------------------------------*
     IF  RESULTADO-77    NOT =   0
         GO TO 99900-00-ULTIMO-PARAGRAFO.

*MD151026 - D947309I
     MOVE    "BANCO-BDDATAMEC-<HOST>-<USERCODE>" TO
             IDENTIFICADOR-GETINFO.
     CALL    "GET_INSTALLATION_INFO OF S0997/OBJ/SLIBRARIES"
             USING IDENTIFICADOR-GETINFO
             GIVING RESULTADO-77.

    IF  RESULTADO-77    NOT =   0
             MOVE    "*** ERRO NA OBTENCAO DO TITULO DO BANCO"
                                      TO MENSAGEM-WS
             MOVE 1                   TO DESTCOUNT   OF COMS-OUT
             MOVE 0                   TO STATUSVALUE OF COMS-OUT
             MOVE 178                 TO TEXTLENGTH  OF COMS-OUT
             MOVE STATION OF COMS-IN  TO
                                      DESTINATIONDESG OF COMS-OUT
             MOVE MENSAGEM-WS         TO      LINHA-MENSAGEM-WS
             SEND COMS-OUT            FROM    TELA-MENSAGEM-WS
             GO TO 99900-00-ULTIMO-PARAGRAFO.

     CHANGE ATTRIBUTE TITLE OF BDSEGURANCA  TO CONTEUDO-GETINFO.

*    UPDATE - A CADA CONSULTA GRAVADA NA TRILHA (0140) O SELO DA
*    TRILHA AUDMACMEX E ATUALIZADO NO CONTROLE-TRILHA.
     OPEN UPDATE BDSEGURANCA.
*MD151026 - D947309F

     OPEN EXTEND AUD-MACMEX.

  003-INICIO-REL.
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
  0100-00-ENVIA-TELA-FIM.
     EXIT.

*MD151026 - D947309I
*---

 10000-00-TRATA-ERRO-DMS.
*ERRO BANCO DE DADOS
     MOVE    DMSTATUS (DMRESULT) TO  DMS-RESULT-WS.
     MOVE FORM-KEY-IN      OF COMS-IN TO FORM-KEY-WS
     MOVE SDFINFO          OF COMS-IN TO SDFINFO-WS
     MOVE PROGRAMDESG      OF COMS-IN TO PROGRAMDESG-WS
     MOVE FUNCTIONINDEX    OF COMS-IN TO FUNCTIONINDEX-WS
     MOVE USERCODE         OF COMS-IN TO USERCODE-WS
     MOVE SECURITYDESG     OF COMS-IN TO SECURITYDESG-WS
     MOVE TIMESTAMP        OF COMS-IN TO TIMESTAMP-WS
     MOVE STATION          OF COMS-IN TO STATION-WS
     MOVE TEXTLENGTH       OF COMS-IN TO TEXTLENGTH-WS
     MOVE STATUSVALUE      OF COMS-IN TO STATUSVALUE-WS
     MOVE RESTART          OF COMS-IN TO RESTART-WS
     MOVE AGENDA           OF COMS-IN TO AGENDA-WS

     CALL "TRATA_EXCECAO_DMS OF S0997/OBJ/LIBRARY/INSTALACAO"
          USING   DMS-PARAMETROS-WS
                  ARRAY-IN-WS
          GIVING  RESULTADO-77.

     IF  DMS-ENCERRAR
         STOP    RUN.

     IF  DMS-ATIVAR-DMTERMINATE
         CALL    SYSTEM  DMTERMINATE.

     MOVE 1 TO RESULTADO-77.

 10000-99-TRATA-ERRO-DMS.
     EXIT.
*MD151026 - D947309F

 99900-00-ULTIMO-PARAGRAFO.
*MD151026 - D947309I
      CLOSE BDSEGURANCA.
*MD151026 - D947309F
      CLOSE AUD-MACMEX.
      STOP RUN.

