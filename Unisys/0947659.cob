*  AQUI (O FONTE ANTERIOR, COM A MONTAGEM PROPRIA, FICA NO       *
*  CONTROLE DE VERSAO).                                          *
*MD010926 - D947302F
*MD151026 - D947316I
*  ANTES DE ABRIR O MATRIZCOMUM VERIFICA NO LEDGERS0947          *
*  SE OS PREDECESSORES NA CADEIA NOTURNA (PADRAO: 684)           *
*  TERMINARAM NORMAL NA DATA - SENAO GRAVA O TERMINO "BLOQUEA"   *
*  (BLOQUEADO) NO LEDGER E NAO PROCESSA. DEPENDENCIAS MANTIDAS   *
*  NO PARAMETROS-S0947 ("PREDJOBS", TRANSACAO S0947-OBJ-680).    *
*MD151026 - D947316F

 ENVIRONMENT DIVISION.

     03  LED-CONT-SAIDA          PIC 9(09).
     03  LED-CONT-AUXILIAR       PIC 9(09).

*MD151026 - D947316I
 DATA-BASE SECTION.

*----------------------------------------------------------------*
*  O BANCO SO E CONSULTADO NA INICIALIZACAO, PARA A VERIFICACAO  *
*  DOS PREDECESSORES NO DATASET DE PARAMETROS DA FAMILIA (VER    *
*  0080-VERIFICA-PREDECESSORES).                                 *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.
*MD151026 - D947316F

 WORKING-STORAGE SECTION.

*MD151026 - D947316I
 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.
*MD151026 - D947316F

 77  WS-CONT-LINHAS              PIC 9(09)   COMP.
 77  WS-CONT-USUARIOS            PIC 9(09)   COMP.
 77  WS-CONT-GRAVADOS            PIC 9(09)   COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

*MD151026 - D947316I
*----------------------------------------------------------------*
* VERIFICACAO DOS PREDECESSORES NA CADEIA NOTURNA - LAYOUT NO    *
* MEMBRO V094765610 E LOGICA NO MEMBRO V094765611 (BIBLIOTECA    *
* D0947F05).                                                     *
*----------------------------------------------------------------*

 01  TAB-PREDECESSORES.
    COPY "(D0947F05)S0947/LIB/SRV/V094765610 ON PROJETO01".

 01  DMS-PARAMETROS-WS                                   COMMON.

     03  DMS-INTERFACE-COMS-WS       PIC X(01).
     03  DMS-TITLEBD-WS              PIC X(60).
     03  DMS-RESULT-WS               PIC X(06).
     03  DMS-PROG-ONLINE-WS          PIC X(01).

     03  DMS-ACAO-TOMAR-WS           PIC 9(01).
     88  DMS-CONTINUAR               VALUE   01.
     88  DMS-ENCERRAR                VALUE   02.
     88  DMS-ATIVAR-DMTERMINATE      VALUE   03.

 01  ARRAY-IN-WS                     USAGE REAL COMMON    .
     03 PROGRAMDESG-WS               REAL                 .
     03 FUNCTIONINDEX-WS             REAL                 .
     03 USERCODE-WS                  REAL                 .
     03 SECURITYDESG-WS              REAL                 .
     03 FIELDS-WS                    REAL                 .
     03 TIMESTAMP-WS                 REAL                 .
     03 STATION-WS                   REAL                 .
     03 TEXTLENGTH-WS                REAL                 .
     03 FILLER-WS                    REAL                 .
     03 STATUSVALUE-WS               REAL                 .
     03 RESTART-WS                   REAL                 .
     03 AGENDA-WS                    REAL                 .
     03 SDFINFO-WS                   REAL                 .
     03 FORM-KEY-WS                  REAL                 .
     03 SDFTRANSNUM-WS               REAL                 .
     03 SDFFORMRECNUM-WS             REAL                 .
*MD151026 - D947316F

*----------------------------------------------------------------*
* APOIO A GRAVACAO DO LEDGER COMUM DE EXECUCAO DA FAMILIA S0947  *
* (VER 0900/0910/0920) - DATA/HORA PROPRIAS PARA NAO INTERFERIR  *

 0002-00-INICIO-TRATA-RELATORIO.

     MOVE ZEROS TO WS-CONT-LINHAS WS-CONT-USUARIOS WS-CONT-GRAVADOS.

     MOVE HIGH-VALUES TO WS-QUEBRA-USUARIO.

     ACCEPT DATA-ACCEPT FROM DATE.

*MD151026 - D947316I
     OPEN INQUIRY BDSEGURANCA.

     INITIALIZE ARRAY-IN-WS.

     MOVE 659 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     CLOSE BDSEGURANCA.

     OPEN INPUT MATRIZ-COMUM.

     OPEN EXTEND REL-SNAPSHOT.
*MD151026 - D947316F

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     EXIT.


*MD151026 - D947316I
*****************************************************************
*   VERIFICACAO DOS PREDECESSORES NA CADEIA NOTURNA - EXECUTADA *
*   ANTES DE ABRIR AS ENTRADAS; SEM TODOS OS PREDECESSORES COM  *
*   TERMINO NORMAL NA DATA O PROGRAMA GRAVA "BLOQUEA" NO LEDGER *
*   E ENCERRA (MEMBRO COPY V094765611, BIBLIOTECA D0947F05).    *
*****************************************************************

  0080-VERIFICA-PREDECESSORES.
      COPY "(D0947F05)S0947/LIB/SRV/V094765611 ON PROJETO01".

  0080-VERIFICA-PREDECESSORES-FIM.
      EXIT.

*---

 10000-00-TRATA-ERRO-DMS.
*ERRO BANCO DE DADOS - PROCESSAMENTO BATCH
     MOVE    DMSTATUS (DMRESULT) TO  DMS-RESULT-WS.

     CALL "TRATA_EXCECAO_DMS OF S0997/OBJ/LIBRARY/INSTALACAO"
          USING   DMS-PARAMETROS-WS
                  ARRAY-IN-WS
          GIVING  RESULTADO-77.

     IF  DMS-ENCERRAR
         MOVE "ANORMAL" TO LED-TERMINO-WS
         PERFORM 0910-LEDGER-TERMINO
            THRU 0910-LEDGER-TERMINO-FIM
         STOP    RUN.

     IF  DMS-ATIVAR-DMTERMINATE
         CALL    SYSTEM  DMTERMINATE.

     DISPLAY "S0947-OBJ-659 - ERRO DMS " DMS-RESULT-WS.

 10000-99-TRATA-ERRO-DMS.
     EXIT.
*MD151026 - D947316F


******************************************************************
*    LEDGER COMUM DE EXECUCAO DA FAMILIA S0947 - GRAVACAO DAS    *
*    LINHAS DE INICIO E DE TERMINO (VER S0947-OBJ-674)           *
