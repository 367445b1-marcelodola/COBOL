$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-699.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   ESTORNO DE UMA RODADA DE LIQUIDACAO NSGD (S0947-OBJ-685)     *
*----------------------------------------------------------------*
*  QUANDO A PLATAFORMA NSGD MANDA UM LIQNSGD ERRADO OU REPETIDO, *
*  O 685 APLICA. ESTE PROGRAMA DESFAZ A RODADA: LE O             *
*  SAILIQUIDACAO DAQUELA EXECUCAO (UMA LINHA POR CONTA ALTERADA, *
*  COM A IMAGEM ANTERIOR E A DATA/HORA DA EXECUCAO) E DEVOLVE    *
*  CADA CONTA A SCN-SITUACAO E A SCN-DATA-MIGRACAO QUE TINHA.    *
*  CONTA QUE MUDOU DE NOVO DEPOIS DA RODADA NAO E TOCADA - SAI NO*
*  REJESTORNO PARA TRATAMENTO MANUAL, COM O MOTIVO:              *
*    01 = LINHA SEM IMAGEM ANTERIOR (SAILIQUIDACAO ANTIGO);      *
*    02 = CONTA NAO ENCONTRADA NA TABELA DE MIGRACAO;            *
*    03 = CONTA ALTERADA POR EXECUCAO POSTERIOR (HISTMIGRACAO);  *
*    04 = SITUACAO ATUAL DIFERENTE DA GRAVADA PELA RODADA        *
*         (ALTERACAO QUE NAO PASSOU PELO HISTORICO).             *
*  CONTA ALTERADA DUAS VEZES NA MESMA RODADA (01->02->03) E      *
*  DESFEITA DA ULTIMA PARA A PRIMEIRA LINHA.                     *
*  CADA ESTORNO APLICADO SAI NO SAIESTORNO E GERA UMA LINHA NO   *
*  HISTORICO HISTMIGRACAO (SITUACAO DESFEITA -> RESTAURADA), E A *
*  EXECUCAO FICA NO LEDGER COMUM LEDGERS0947.                    *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT SAI-LIQUIDACAO  ASSIGN TO "SAILIQUIDACAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT HIS-MIGRACAO    ASSIGN TO "HISTMIGRACAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WKS-HIS-MIGRACAO ASSIGN TO "WKHISTESTORNO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT SAI-ESTORNO     ASSIGN TO "SAIESTORNO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REJ-ESTORNO     ASSIGN TO "REJESTORNO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-HIS-ORDENA   ASSIGN TO "WKHISORDENA".

     SELECT WS-EST-ORDENA   ASSIGN TO "WKESTORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  LINHAS APLICADAS PELA RODADA DO 685 - MESMO LAYOUT DO 685.    *
*----------------------------------------------------------------*

 FD  SAI-LIQUIDACAO
     LABEL RECORD IS STANDARD.

 01  REG-SAI-LIQUIDACAO.
     03  SAI-PEDIDO-LIQ.
         05  SAI-CON-IDENTIFICACAO PIC 9(12).
         05  SAI-SITUACAO-NOVA     PIC 9(02).
         05  SAI-DATA-LIQUIDACAO   PIC 9(08).
     03  SAI-SITUACAO-ANTERIOR   PIC 9(02).
     03  SAI-DATA-MIGRACAO-ANTERIOR PIC 9(08).
     03  SAI-DATA-EXECUCAO       PIC 9(08).
     03  SAI-HORA-EXECUCAO       PIC 9(06).

*----------------------------------------------------------------*
*  HISTORICO DE TRANSICOES DE SITUACAO - MESMO LAYOUT DO 685.    *
*  LIDO (ORDENADO) PARA ACHAR ALTERACAO POSTERIOR E ESTENDIDO    *
*  COM OS ESTORNOS APLICADOS.                                    *
*----------------------------------------------------------------*

 FD  HIS-MIGRACAO
     LABEL RECORD IS STANDARD.

 01  REG-HIS-MIGRACAO.
     03  HMG-CON-IDENTIFICACAO   PIC 9(12).
     03  HMG-SITUACAO-ANTERIOR   PIC 9(02).
     03  HMG-SITUACAO-NOVA       PIC 9(02).
     03  HMG-DATA-LIQUIDACAO     PIC 9(08).
     03  HMG-DATA-EXECUCAO       PIC 9(08).
     03  HMG-HORA-EXECUCAO       PIC 9(06).
     03  HMG-PROGRAMA            PIC X(13).

 FD  WKS-HIS-MIGRACAO
     LABEL RECORD IS STANDARD.

 01  REG-WKS-HIS-MIGRACAO.
     03  WHM-CON-IDENTIFICACAO   PIC 9(12).
     03  WHM-SITUACAO-ANTERIOR   PIC 9(02).
     03  WHM-SITUACAO-NOVA       PIC 9(02).
     03  WHM-DATA-LIQUIDACAO     PIC 9(08).
     03  WHM-CARIMBO-EXECUCAO.
         05  WHM-DATA-EXECUCAO   PIC 9(08).
         05  WHM-HORA-EXECUCAO   PIC 9(06).
     03  WHM-PROGRAMA            PIC X(13).

 SD  WS-HIS-ORDENA.

 01  SORT-REC-HIS.
     03  SRH-CON-IDENTIFICACAO   PIC 9(12).
     03  SRH-SITUACAO-ANTERIOR   PIC 9(02).
     03  SRH-SITUACAO-NOVA       PIC 9(02).
     03  SRH-DATA-LIQUIDACAO     PIC 9(08).
     03  SRH-DATA-EXECUCAO       PIC 9(08).
     03  SRH-HORA-EXECUCAO       PIC 9(06).
     03  SRH-PROGRAMA            PIC X(13).

*----------------------------------------------------------------*
*  LINHAS A ESTORNAR EM ORDEM DE CONTA E, NA MESMA CONTA, DA     *
*  ULTIMA PARA A PRIMEIRA DO ARQUIVO.                            *
*----------------------------------------------------------------*

 SD  WS-EST-ORDENA.

 01  SORT-REC-EST.
     03  SRE-CON-IDENTIFICACAO   PIC 9(12).
     03  SRE-SEQ-LINHA           PIC 9(09).
     03  SRE-LINHA-LIQUIDACAO    PIC X(46).

*----------------------------------------------------------------*
*  ESTORNOS APLICADOS E LINHAS RECUSADAS.                        *
*----------------------------------------------------------------*

 FD  SAI-ESTORNO
     LABEL RECORD IS STANDARD.

 01  REG-SAI-ESTORNO.
     03  EST-CON-IDENTIFICACAO   PIC 9(12).
     03  EST-SITUACAO-DESFEITA   PIC 9(02).
     03  EST-SITUACAO-RESTAURADA PIC 9(02).
     03  EST-DATA-MIGRACAO-RESTAURADA PIC 9(08).
     03  EST-DATA-EXECUCAO-ORIGEM PIC 9(08).
     03  EST-HORA-EXECUCAO-ORIGEM PIC 9(06).

 FD  REJ-ESTORNO
     LABEL RECORD IS STANDARD.

 01  REG-REJ-ESTORNO.
     03  REJ-LINHA-LIQUIDACAO    PIC X(46).
     03  REJ-MOTIVO              PIC 9(02).

*----------------------------------------------------------------*
*  LEDGER COMUM DE EXECUCAO DA FAMILIA BATCH S0947 - CADA        *
*  PROGRAMA GRAVA UMA LINHA "INICIO" AO COMECAR E UMA LINHA      *
*  "FIM" AO TERMINAR (NORMAL OU ANORMAL), COM OS CONTADORES DA   *
*  EXECUCAO - LIDO PELO RELATORIO DIARIO S0947-OBJ-674.          *
*----------------------------------------------------------------*

 FD  LED-EXECUCAO
     LABEL RECORD IS STANDARD.

 01  REG-LEDGER.
     03  LED-PROGRAMA            PIC X(13).
     03  LED-TIPO-REG            PIC X(06).
     03  LED-DATA-EXECUCAO.
         05  LED-SEC-EXECUCAO    PIC 9(02).
         05  LED-ANO-EXECUCAO    PIC 9(02).
         05  LED-MES-EXECUCAO    PIC 9(02).
         05  LED-DIA-EXECUCAO    PIC 9(02).
     03  LED-HORA-EXECUCAO.
         05  LED-HH-EXECUCAO     PIC 9(02).
         05  LED-MM-EXECUCAO     PIC 9(02).
         05  LED-SS-EXECUCAO     PIC 9(02).
     03  LED-TERMINO             PIC X(07).
     03  LED-CONT-ENTRADA        PIC 9(09).
     03  LED-CONT-SAIDA          PIC 9(09).
     03  LED-CONT-AUXILIAR       PIC 9(09).

 DATA-BASE SECTION.

 DB  BDCONTAS OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-LIDAS               PIC 9(09)   COMP.
 77  WS-CONT-ESTORNADAS          PIC 9(09)   COMP.
 77  WS-CONT-RECUSADAS           PIC 9(09)   COMP.

 01  FLAG-FIM-ESTORNOS           PIC X(01).
 01  FLAG-FIM-HISTORICO          PIC X(01).

*----------------------------------------------------------------*
* LINHA CORRENTE DO ESTORNO (COPIA DA LINHA DO SAILIQUIDACAO).   *
*----------------------------------------------------------------*

 01  WS-LINHA-LIQUIDACAO.
     03  WS-LIQ-CON-IDENTIFICACAO PIC 9(12).
     03  WS-LIQ-SITUACAO-NOVA    PIC 9(02).
     03  WS-LIQ-DATA-LIQUIDACAO  PIC 9(08).
     03  WS-LIQ-SITUACAO-ANTERIOR PIC 9(02).
     03  WS-LIQ-DATA-MIGRACAO-ANT PIC 9(08).
     03  WS-LIQ-DATA-MIGRACAO-ANT-R
                       REDEFINES WS-LIQ-DATA-MIGRACAO-ANT.
         05  WS-LIQ-SEC-MIGRACAO-ANT PIC 9(02).
         05  WS-LIQ-ANO-MIGRACAO-ANT PIC 9(02).
         05  WS-LIQ-MES-MIGRACAO-ANT PIC 9(02).
         05  WS-LIQ-DIA-MIGRACAO-ANT PIC 9(02).
     03  WS-LIQ-CARIMBO-EXECUCAO.
         05  WS-LIQ-DATA-EXECUCAO PIC 9(08).
         05  WS-LIQ-HORA-EXECUCAO PIC 9(06).

*----------------------------------------------------------------*
* ULTIMA EXECUCAO QUE MEXEU NA CONTA CORRENTE SEGUNDO O          *
* HISTORICO (DATA E HORA DA EXECUCAO, AAAAMMDDHHMMSS).           *
*----------------------------------------------------------------*

 01  WS-CONTA-HISTORICO          PIC 9(12).
 01  WS-ULTIMO-CARIMBO           PIC 9(14).
 01  WS-SEQ-LINHA                PIC 9(09)   COMP.

 01  WS-HORA-EXECUCAO            PIC 9(08).
 01  WS-HORA-EXECUCAO-R REDEFINES WS-HORA-EXECUCAO.
     03  WS-HHMMSS-EXECUCAO      PIC 9(06).
     03  FILLER                  PIC 9(02).

*  DATA SISTEMA
 01 DATA-ACCEPT            PIC 9(06)     COMP.
 01 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
    03 ANO-ACCEPT          PIC 9(02)     COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

 01 DATA-SISTEMA           PIC 9(08)      COMP.
 01 DATA-SISTEMAR  REDEFINES DATA-SISTEMA COMP.
    03 SEC-SISTEMA         PIC 9(02)      COMP.
    03 ANO-SISTEMA         PIC 9(02)      COMP.
    03 MES-SISTEMA         PIC 9(02)      COMP.
    03 DIA-SISTEMA         PIC 9(02)      COMP.

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

*----------------------------------------------------------------*
* APOIO A GRAVACAO DO LEDGER COMUM DE EXECUCAO DA FAMILIA S0947  *
* (VER 0900/0910/0920) - DATA/HORA PROPRIAS PARA NAO INTERFERIR  *
* NAS AREAS DE DATA DO PROCESSAMENTO.                            *
*----------------------------------------------------------------*

 01  LED-TERMINO-WS              PIC X(07).
 01  LED-DATA-ACCEPT             PIC 9(06).
 01  LED-DATA-ACCEPT-R REDEFINES LED-DATA-ACCEPT.
     03  LED-ANO-ACCEPT          PIC 9(02).
     03  LED-MES-ACCEPT          PIC 9(02).
     03  LED-DIA-ACCEPT          PIC 9(02).
 01  LED-HORA-ACCEPT             PIC 9(08).
 01  LED-HORA-ACCEPT-R REDEFINES LED-HORA-ACCEPT.
     03  LED-HH-ACCEPT           PIC 9(02).
     03  LED-MM-ACCEPT           PIC 9(02).
     03  LED-SS-ACCEPT           PIC 9(02).
     03  LED-CC-ACCEPT           PIC 9(02).

******************************************************************
*                                                                *
*              CORPO PRINCIPAL DO PROGRAMA                       *
*                                                                *
******************************************************************

 PROCEDURE DIVISION.

 0001-00-PROGRAMA    SECTION.

 0002-00-INICIO-TRATA-RELATORIO.

     OPEN UPDATE BDCONTAS.

     MOVE ZEROS TO WS-CONT-LIDAS WS-CONT-ESTORNADAS
                   WS-CONT-RECUSADAS WS-SEQ-LINHA.

     ACCEPT DATA-ACCEPT FROM DATE.
     MOVE DIA-ACCEPT TO DIA-SISTEMA.
     MOVE MES-ACCEPT TO MES-SISTEMA.
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.
     ACCEPT WS-HORA-EXECUCAO FROM TIME.

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

*    O HISTORICO E ORDENADO ANTES DE SER ESTENDIDO COM OS
*    ESTORNOS DESTA EXECUCAO.
     SORT WS-HIS-ORDENA
          ASCENDING KEY SRH-CON-IDENTIFICACAO SRH-DATA-EXECUCAO
                        SRH-HORA-EXECUCAO
          USING HIS-MIGRACAO
          GIVING WKS-HIS-MIGRACAO.

     OPEN INPUT  WKS-HIS-MIGRACAO.
     OPEN EXTEND HIS-MIGRACAO.
     OPEN OUTPUT SAI-ESTORNO.
     OPEN OUTPUT REJ-ESTORNO.

     MOVE "N"   TO FLAG-FIM-HISTORICO.
     MOVE ZEROS TO WS-CONTA-HISTORICO WS-ULTIMO-CARIMBO.

     PERFORM 0280-LE-HISTORICO
        THRU 0280-LE-HISTORICO-FIM.

     SORT WS-EST-ORDENA
          ASCENDING KEY SRE-CON-IDENTIFICACAO
          DESCENDING KEY SRE-SEQ-LINHA
          INPUT PROCEDURE IS 0100-LIBERA-LIQUIDACOES
             THRU 0100-LIBERA-LIQUIDACOES-FIM
          OUTPUT PROCEDURE IS 0200-PROCESSA-ESTORNOS
             THRU 0200-PROCESSA-ESTORNOS-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-699 - LINHAS LIDAS.........: "
             WS-CONT-LIDAS.
     DISPLAY "S0947-OBJ-699 - CONTAS ESTORNADAS....: "
             WS-CONT-ESTORNADAS.
     DISPLAY "S0947-OBJ-699 - LINHAS RECUSADAS.....: "
             WS-CONT-RECUSADAS.

     CLOSE BDCONTAS.
     CLOSE WKS-HIS-MIGRACAO.
     CLOSE HIS-MIGRACAO.
     CLOSE SAI-ESTORNO.
     CLOSE REJ-ESTORNO.

     STOP RUN.

******************************************************************
*    PROCEDIMENTO DE ENTRADA - NUMERA AS LINHAS DO SAILIQUIDACAO *
*    PARA DESFAZER NA ORDEM INVERSA                              *
******************************************************************

  0100-LIBERA-LIQUIDACOES.

     OPEN INPUT SAI-LIQUIDACAO.

  0101-PROXIMA-LIQUIDACAO.

     READ SAI-LIQUIDACAO
         AT END
            GO TO 0109-FECHA-LIQUIDACOES.

     ADD 1 TO WS-CONT-LIDAS.
     ADD 1 TO WS-SEQ-LINHA.

     MOVE SAI-CON-IDENTIFICACAO TO SRE-CON-IDENTIFICACAO.
     MOVE WS-SEQ-LINHA          TO SRE-SEQ-LINHA.
     MOVE REG-SAI-LIQUIDACAO    TO SRE-LINHA-LIQUIDACAO.

     RELEASE SORT-REC-EST.

     GO TO 0101-PROXIMA-LIQUIDACAO.

  0109-FECHA-LIQUIDACOES.

     CLOSE SAI-LIQUIDACAO.

  0100-LIBERA-LIQUIDACOES-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA - VALIDA E APLICA CADA ESTORNO        *
******************************************************************

  0200-PROCESSA-ESTORNOS.

     MOVE "N" TO FLAG-FIM-ESTORNOS.

  0201-PROXIMO-ESTORNO.

     RETURN WS-EST-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ESTORNOS.

     IF FLAG-FIM-ESTORNOS EQUAL "S"
        GO TO 0200-PROCESSA-ESTORNOS-FIM.

     MOVE SRE-LINHA-LIQUIDACAO TO WS-LINHA-LIQUIDACAO.

     PERFORM 0210-APLICA-ESTORNO
        THRU 0210-APLICA-ESTORNO-FIM.

     GO TO 0201-PROXIMO-ESTORNO.

  0200-PROCESSA-ESTORNOS-FIM.
     EXIT.

  0210-APLICA-ESTORNO.

     IF WS-LIQ-DATA-EXECUCAO EQUAL ZEROS
        MOVE 01 TO REJ-MOTIVO
        PERFORM 0290-GRAVA-RECUSADA
           THRU 0290-GRAVA-RECUSADA-FIM
        GO TO 0210-APLICA-ESTORNO-FIM.

     IF WS-LIQ-CON-IDENTIFICACAO NOT EQUAL WS-CONTA-HISTORICO
        PERFORM 0260-ULTIMA-ALTERACAO
           THRU 0260-ULTIMA-ALTERACAO-FIM.

*    O HISTORICO FOI LIDO ANTES DESTA EXECUCAO - O ESTORNO DE UMA
*    LINHA NAO BLOQUEIA O DA LINHA ANTERIOR DA MESMA RODADA.
     IF WS-ULTIMO-CARIMBO > WS-LIQ-CARIMBO-EXECUCAO
        MOVE 03 TO REJ-MOTIVO
        PERFORM 0290-GRAVA-RECUSADA
           THRU 0290-GRAVA-RECUSADA-FIM
        GO TO 0210-APLICA-ESTORNO-FIM.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0210-APLICA-ESTORNO-FIM.

     LOCK FIRST CMC-POR-IDENT AT
           CON-IDENTIFICACAO = WS-LIQ-CON-IDENTIFICACAO
           ON EXCEPTION
              IF DMSTATUS (NOTFOUND)
                 MOVE 02 TO REJ-MOTIVO
                 PERFORM 0290-GRAVA-RECUSADA
                    THRU 0290-GRAVA-RECUSADA-FIM
              ELSE
                 PERFORM 10000-00-TRATA-ERRO-DMS
                    THRU 10000-99-TRATA-ERRO-DMS
              END-IF
              GO TO 0250-ABORTA-ESTORNO
     END-LOCK.

     IF SCN-SITUACAO OF CONTA-MIGRACAO NOT EQUAL
        WS-LIQ-SITUACAO-NOVA
        MOVE 04 TO REJ-MOTIVO
        PERFORM 0290-GRAVA-RECUSADA
           THRU 0290-GRAVA-RECUSADA-FIM
        GO TO 0250-ABORTA-ESTORNO.

     MOVE WS-LIQ-SITUACAO-ANTERIOR
       TO SCN-SITUACAO OF CONTA-MIGRACAO.
     MOVE WS-LIQ-SEC-MIGRACAO-ANT
       TO SCN-SEC-MIGRACAO OF CONTA-MIGRACAO.
     MOVE WS-LIQ-ANO-MIGRACAO-ANT
       TO SCN-ANO-MIGRACAO OF CONTA-MIGRACAO.
     MOVE WS-LIQ-MES-MIGRACAO-ANT
       TO SCN-MES-MIGRACAO OF CONTA-MIGRACAO.
     MOVE WS-LIQ-DIA-MIGRACAO-ANT
       TO SCN-DIA-MIGRACAO OF CONTA-MIGRACAO.

     STORE CONTA-MIGRACAO
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0250-ABORTA-ESTORNO
     END-STORE.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0210-APLICA-ESTORNO-FIM.

     MOVE WS-LIQ-CON-IDENTIFICACAO TO EST-CON-IDENTIFICACAO.
     MOVE WS-LIQ-SITUACAO-NOVA     TO EST-SITUACAO-DESFEITA.
     MOVE WS-LIQ-SITUACAO-ANTERIOR TO EST-SITUACAO-RESTAURADA.
     MOVE WS-LIQ-DATA-MIGRACAO-ANT TO EST-DATA-MIGRACAO-RESTAURADA.
     MOVE WS-LIQ-DATA-EXECUCAO     TO EST-DATA-EXECUCAO-ORIGEM.
     MOVE WS-LIQ-HORA-EXECUCAO     TO EST-HORA-EXECUCAO-ORIGEM.

     WRITE REG-SAI-ESTORNO.
     ADD 1 TO WS-CONT-ESTORNADAS.

     PERFORM 0270-GRAVA-HISTORICO
        THRU 0270-GRAVA-HISTORICO-FIM.

     GO TO 0210-APLICA-ESTORNO-FIM.

*    RECUSA OU ERRO DMS DENTRO DA TRANSACAO - ENCERRA A
*    TRANSACAO ANTES DE SEGUIR PARA O PROXIMO ESTORNO.
  0250-ABORTA-ESTORNO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0210-APLICA-ESTORNO-FIM.
     EXIT.

*----------------------------------------------------------------*
* ULTIMA EXECUCAO QUE MEXEU NA CONTA - CONSOME O HISTORICO       *
* ORDENADO ATE A CONTA DA LINHA CORRENTE.                        *
*----------------------------------------------------------------*

  0260-ULTIMA-ALTERACAO.

     MOVE WS-LIQ-CON-IDENTIFICACAO TO WS-CONTA-HISTORICO.
     MOVE ZEROS                    TO WS-ULTIMO-CARIMBO.

  0261-CONSOME-HISTORICO.

     IF FLAG-FIM-HISTORICO EQUAL "S"
        GO TO 0260-ULTIMA-ALTERACAO-FIM.

     IF WHM-CON-IDENTIFICACAO > WS-CONTA-HISTORICO
        GO TO 0260-ULTIMA-ALTERACAO-FIM.

     IF WHM-CON-IDENTIFICACAO EQUAL WS-CONTA-HISTORICO
        MOVE WHM-CARIMBO-EXECUCAO TO WS-ULTIMO-CARIMBO.

     PERFORM 0280-LE-HISTORICO
        THRU 0280-LE-HISTORICO-FIM.

     GO TO 0261-CONSOME-HISTORICO.

  0260-ULTIMA-ALTERACAO-FIM.
     EXIT.

*----------------------------------------------------------------*
* O ESTORNO TAMBEM E UMA TRANSICAO - VAI PARA O HISTORICO SEM    *
* DATA DE LIQUIDACAO.                                            *
*----------------------------------------------------------------*

  0270-GRAVA-HISTORICO.

     MOVE WS-LIQ-CON-IDENTIFICACAO TO HMG-CON-IDENTIFICACAO.
     MOVE WS-LIQ-SITUACAO-NOVA     TO HMG-SITUACAO-ANTERIOR.
     MOVE WS-LIQ-SITUACAO-ANTERIOR TO HMG-SITUACAO-NOVA.
     MOVE ZEROS                    TO HMG-DATA-LIQUIDACAO.
     MOVE DATA-SISTEMA             TO HMG-DATA-EXECUCAO.
     MOVE WS-HHMMSS-EXECUCAO       TO HMG-HORA-EXECUCAO.
     MOVE "S0947-OBJ-699"          TO HMG-PROGRAMA.

     WRITE REG-HIS-MIGRACAO.

  0270-GRAVA-HISTORICO-FIM.
     EXIT.

  0280-LE-HISTORICO.

     READ WKS-HIS-MIGRACAO
         AT END
            MOVE "S" TO FLAG-FIM-HISTORICO.

  0280-LE-HISTORICO-FIM.
     EXIT.

  0290-GRAVA-RECUSADA.

     MOVE WS-LINHA-LIQUIDACAO TO REJ-LINHA-LIQUIDACAO.

     WRITE REG-REJ-ESTORNO.
     ADD 1 TO WS-CONT-RECUSADAS.

  0290-GRAVA-RECUSADA-FIM.
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

     DISPLAY "S0947-OBJ-699 - ERRO DMS " DMS-RESULT-WS
             " CONTA " WS-LIQ-CON-IDENTIFICACAO.

 10000-99-TRATA-ERRO-DMS.
     EXIT.

******************************************************************
*    LEDGER COMUM DE EXECUCAO DA FAMILIA S0947 - GRAVACAO DAS    *
*    LINHAS DE INICIO E DE TERMINO (VER S0947-OBJ-674)           *
******************************************************************

 0900-LEDGER-INICIO.

     MOVE "NORMAL" TO LED-TERMINO-WS.

     OPEN EXTEND LED-EXECUCAO.

     MOVE "INICIO" TO LED-TIPO-REG.
     MOVE SPACES   TO LED-TERMINO.
     MOVE ZEROS    TO LED-CONT-ENTRADA LED-CONT-SAIDA
                      LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0900-LEDGER-INICIO-FIM.
     EXIT.

 0910-LEDGER-TERMINO.

     OPEN EXTEND LED-EXECUCAO.

     MOVE "FIM"          TO LED-TIPO-REG.
     MOVE LED-TERMINO-WS TO LED-TERMINO.
     MOVE WS-CONT-LIDAS      TO LED-CONT-ENTRADA.
     MOVE WS-CONT-ESTORNADAS TO LED-CONT-SAIDA.
     MOVE WS-CONT-RECUSADAS  TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-699" TO LED-PROGRAMA.

     ACCEPT LED-DATA-ACCEPT FROM DATE.
     ACCEPT LED-HORA-ACCEPT FROM TIME.

     MOVE 20              TO LED-SEC-EXECUCAO.
     MOVE LED-ANO-ACCEPT  TO LED-ANO-EXECUCAO.
     MOVE LED-MES-ACCEPT  TO LED-MES-EXECUCAO.
     MOVE LED-DIA-ACCEPT  TO LED-DIA-EXECUCAO.
     MOVE LED-HH-ACCEPT   TO LED-HH-EXECUCAO.
     MOVE LED-MM-ACCEPT   TO LED-MM-EXECUCAO.
     MOVE LED-SS-ACCEPT   TO LED-SS-EXECUCAO.

     WRITE REG-LEDGER.

 0920-GRAVA-REG-LEDGER-FIM.
     EXIT.

 END-OF-JOB.
