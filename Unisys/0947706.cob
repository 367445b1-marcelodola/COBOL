$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-706.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   REVISAO DO DIA SEGUINTE DAS CONCESSOES DE ACESSO DE          *
*   EMERGENCIA E ESCALACAO DAS NAO VISTADAS                      *
*----------------------------------------------------------------*
*  AS CONCESSOES DE EMERGENCIA DA TRANSACAO S0947-OBJ-705 ENTRAM *
*  JA APROVADAS (GRUPO DO CATALOGO "EMERGGRP") E PEDEM UM VISTO  *
*  POSTERIOR DE UM SEGUNDO USERCODE. ESTE PROGRAMA RODA NA       *
*  CADEIA NOTURNA, RECONSTROI AS CONCESSOES A PARTIR DA TRILHA   *
*  SELADA AUDEMERG (CONCEDER/ENCERRAR/VISTAR EXECUTADOS) E LISTA *
*  NO RELEMERG, PARA O VISTO, TODA CONCESSAO AINDA SEM VISTO OU  *
*  CUJA VIGENCIA ALCANCOU ONTEM OU HOJE:                         *
*    "CE" A CONCESSAO - CLIENTE, USUARIO, SIS/GOP, INCIDENTE,    *
*         INICIO E VENCIMENTO (DATA E HORA), QUEM CONCEDEU, A    *
*         SITUACAO (VIGENTE, PENDENTE, ESCALADA OU VISTADA, COM  *
*         QUEM VISTOU E QUANDO) E AS QUANTIDADES DE ATIVIDADE;   *
*    "AT" CADA LINHA DO TRNLOG DO USUARIO DENTRO DA VIGENCIA DA  *
*         CONCESSAO (DO INICIO AO VENCIMENTO, NA HORA), MARCANDO *
*         COM "S" O TRANCODE CONCEDIDO PELO PROPRIO GRUPO DE     *
*         EMERGENCIA (OPERACOES-GRUPO, MESMO MAPA DO 689/702).   *
*  CONCESSAO VENCIDA HA MAIS DIAS QUE O PRAZO DE VISTO           *
*  ("PRAZVIST", PADRAO 2) SEM VISTO E ESCALADA: SAI COMO         *
*  "ESCALADA" NO RELEMERG E GANHA UMA LINHA NO RELEMERGESC, COM  *
*  OS DIAS DE ATRASO, PARA A GERENCIA DE SEGURANCA. O RELATORIO  *
*  SAI ORDENADO POR CLIENTE, USUARIO E INICIO DA CONCESSAO, COM  *
*  AS ATIVIDADES EM ORDEM DE DATA E HORA.                        *
*  OS CONTADORES VAO PARA O LEDGER COMUM LEDGERS0947.            *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT AUD-EMERG       ASSIGN TO "AUDEMERG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT TRN-LOG         ASSIGN TO "TRNLOG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-EMERG       ASSIGN TO "RELEMERG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-EMERG-ESC   ASSIGN TO "RELEMERGESC"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-EMG-ORDENA   ASSIGN TO "WKEMGORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  TRILHA DE AUDITORIA DO ACESSO DE EMERGENCIA - MESMO LAYOUT    *
*  GRAVADO PELO S0947-OBJ-705 (AUD-REG-EMERG).                   *
*----------------------------------------------------------------*

 FD  AUD-EMERG
     LABEL RECORD IS STANDARD.

 01  AUD-REG-EMERG.
     03  AEM-DATA-ACAO.
         05  AEM-SEC-ACAO         PIC 9(02).
         05  AEM-ANO-ACAO         PIC 9(02).
         05  AEM-MES-ACAO         PIC 9(02).
         05  AEM-DIA-ACAO         PIC 9(02).
     03  AEM-HORA-ACAO            PIC 9(04).
     03  AEM-USERCODE             PIC 9(11).
     03  AEM-STATION              PIC 9(11).
     03  AEM-TIMESTAMP            PIC 9(11).
     03  AEM-CLI-CODIGO           PIC 9(04).
     03  AEM-USU-CODIGO           PIC X(07).
     03  AEM-ACAO                 PIC X(10).
     03  AEM-SIS-CODIGO           PIC 9(04).
     03  AEM-GOP-CODIGO           PIC 9(04).
     03  AEM-INCIDENTE            PIC X(20).
     03  AEM-DATA-INI             PIC 9(08).
     03  AEM-HORA-INI             PIC 9(04).
     03  AEM-DATA-FIM             PIC 9(08).
     03  AEM-HORA-FIM             PIC 9(04).
     03  AEM-USERCODE-CONCESSAO   PIC 9(11).
     03  AEM-RESULTADO            PIC X(09).
     03  AEM-SEQ-TRILHA           PIC 9(09).
     03  AEM-CHECK-TRILHA         PIC 9(09).

*----------------------------------------------------------------*
*  FEED DO LOG DE TRANSACOES DO COMS - MESMO LAYOUT LIDO PELOS   *
*  S0947-OBJ-689 E 702.                                          *
*----------------------------------------------------------------*

 FD  TRN-LOG
     LABEL RECORD IS STANDARD.

 01  REG-TRN-LOG.
     03  LOG-USERCODE            PIC 9(11).
     03  LOG-USU-CODIGO          PIC X(07).
     03  LOG-TRANCODE            PIC X(10).
     03  LOG-STATION             PIC 9(11).
     03  LOG-DATA                PIC 9(08).
     03  LOG-HORA                PIC 9(06).

*----------------------------------------------------------------*
*  RELATORIO DE REVISAO DAS CONCESSOES DE EMERGENCIA.            *
*    REM-TIPO-LINHA : "CE" CONCESSAO OU "AT" ATIVIDADE - AS DUAS *
*                     LEVAM A IDENTIFICACAO DA CONCESSAO.        *
*    REM-SITUACAO   : "VIGENTE", "PENDENTE" (VENCIDA, NO PRAZO   *
*                     DE VISTO), "ESCALADA" (FORA DO PRAZO) OU   *
*                     "VISTADA" - SO NA LINHA "CE", COM O VISTO  *
*                     E AS QUANTIDADES.                          *
*    REM-USERCODE A REM-USO-GRUPO: A LINHA DO TRNLOG - SO NA     *
*                     LINHA "AT".                                *
*----------------------------------------------------------------*

 FD  REL-EMERG
     LABEL RECORD IS STANDARD.

 01  REG-REL-EMERG.
     03  REM-TIPO-LINHA          PIC X(02).
     03  REM-CLI-CODIGO          PIC 9(04).
     03  REM-USU-CODIGO          PIC X(07).
     03  REM-SIS-CODIGO          PIC 9(04).
     03  REM-GOP-CODIGO          PIC 9(04).
     03  REM-INCIDENTE           PIC X(20).
     03  REM-DATA-INI            PIC 9(08).
     03  REM-HORA-INI            PIC 9(04).
     03  REM-DATA-FIM            PIC 9(08).
     03  REM-HORA-FIM            PIC 9(04).
     03  REM-USERCODE-CONCESSAO  PIC 9(11).
     03  REM-SITUACAO            PIC X(09).
     03  REM-USERCODE-VISTO      PIC 9(11).
     03  REM-DATA-VISTO          PIC 9(08).
     03  REM-QTD-ATIVIDADE       PIC 9(07).
     03  REM-QTD-USO-GRUPO       PIC 9(07).
     03  REM-USERCODE            PIC 9(11).
     03  REM-TRANCODE            PIC X(10).
     03  REM-STATION             PIC 9(11).
     03  REM-DATA                PIC 9(08).
     03  REM-HORA                PIC 9(06).
     03  REM-USO-GRUPO           PIC X(01).

*----------------------------------------------------------------*
*  ESCALACAO - UMA LINHA POR CONCESSAO SEM VISTO VENCIDA HA MAIS *
*  DIAS QUE O PRAZO DE VISTO (ESC-DIAS-ATRASO ALEM DO PRAZO).    *
*----------------------------------------------------------------*

 FD  REL-EMERG-ESC
     LABEL RECORD IS STANDARD.

 01  REG-EMERG-ESC.
     03  ESC-CLI-CODIGO          PIC 9(04).
     03  ESC-USU-CODIGO          PIC X(07).
     03  ESC-SIS-CODIGO          PIC 9(04).
     03  ESC-GOP-CODIGO          PIC 9(04).
     03  ESC-INCIDENTE           PIC X(20).
     03  ESC-DATA-INI            PIC 9(08).
     03  ESC-HORA-INI            PIC 9(04).
     03  ESC-DATA-FIM            PIC 9(08).
     03  ESC-HORA-FIM            PIC 9(04).
     03  ESC-USERCODE-CONCESSAO  PIC 9(11).
     03  ESC-DIAS-ATRASO         PIC 9(05).
     03  ESC-QTD-ATIVIDADE       PIC 9(07).

*----------------------------------------------------------------*
*  ORDENACAO POR CONCESSAO - A LINHA DA CONCESSAO (SRE-CLASSE 0) *
*  CHEGA ANTES DAS ATIVIDADES DELA (SRE-CLASSE 1).               *
*----------------------------------------------------------------*

 SD  WS-EMG-ORDENA.

 01  SORT-REC-EMG.
     03  SRE-CLI-CODIGO          PIC 9(04).
     03  SRE-USU-CODIGO          PIC X(07).
     03  SRE-DATA-INI            PIC 9(08).
     03  SRE-HORA-INI            PIC 9(04).
     03  SRE-SIS-CODIGO          PIC 9(04).
     03  SRE-GOP-CODIGO          PIC 9(04).
     03  SRE-CLASSE              PIC 9(01).
     03  SRE-DATA                PIC 9(08).
     03  SRE-HORA                PIC 9(06).
     03  SRE-IX-EMG              PIC 9(04).
     03  SRE-USERCODE            PIC 9(11).
     03  SRE-TRANCODE            PIC X(10).
     03  SRE-STATION             PIC 9(11).
     03  SRE-USO-GRUPO           PIC X(01).

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

*----------------------------------------------------------------*
*  O BANCO SO E CONSULTADO NA INICIALIZACAO - PRAZO DE VISTO     *
*  (PARAMETROS-S0947) E MAPA TRANCODE -> GRUPO DOS GRUPOS DE     *
*  EMERGENCIA LISTADOS (OPERACOES-GRUPO).                        *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-TRILHA              PIC 9(09)   COMP.
 77  WS-CONT-SEM-CONCESSAO       PIC 9(09)   COMP.
 77  WS-CONT-EMG-PERDIDAS        PIC 9(09)   COMP.
 77  WS-CONT-JA-VISTADAS         PIC 9(09)   COMP.
 77  WS-CONT-LOG                 PIC 9(09)   COMP.
 77  WS-CONT-SEM-USUARIO         PIC 9(09)   COMP.
 77  WS-CONT-ATIVIDADES          PIC 9(09)   COMP.
 77  WS-CONT-LISTADAS            PIC 9(09)   COMP.
 77  WS-CONT-VIGENTES            PIC 9(09)   COMP.
 77  WS-CONT-PENDENTES           PIC 9(09)   COMP.
 77  WS-CONT-ESCALADAS           PIC 9(09)   COMP.
 77  WS-CONT-VISTADAS            PIC 9(09)   COMP.
 77  WS-CONT-MAPA-PERDIDOS       PIC 9(05)   COMP.

*----------------------------------------------------------------*
* POLITICA DE SEGURANCA: DIAS, APOS O VENCIMENTO, PARA O VISTO   *
* DE UMA CONCESSAO DE EMERGENCIA QUANDO NAO HA "PRAZVIST" NO     *
* PARAMETROS-S0947.                                              *
*----------------------------------------------------------------*

 77  DIAS-PRAZO-VISTO-PADRAO     PIC 9(03)   VALUE 2.

 01  FLAG-FIM-PERCURSO           PIC X(01).
 01  FLAG-FIM-ORDENA             PIC X(01).

*----------------------------------------------------------------*
* CONCESSOES DE EMERGENCIA RECONSTRUIDAS DA AUDEMERG. CONCESSAO  *
* VISTADA QUE VENCEU ANTES DE ONTEM SAI DA TABELA NO PROPRIO     *
* VISTO (A ULTIMA ENTRADA OCUPA O LUGAR DELA).                   *
*----------------------------------------------------------------*

 01  WS-TAB-CONCESSOES.
     02  WS-CONT-EMG             PIC 9(04)   COMP.
     02  WS-TAB-EMG OCCURS 3000 TIMES.
         03  WS-EMG-CLI          PIC 9(04).
         03  WS-EMG-USU          PIC X(07).
         03  WS-EMG-SIS          PIC 9(04).
         03  WS-EMG-GOP          PIC 9(04).
         03  WS-EMG-INCIDENTE    PIC X(20).
         03  WS-EMG-DATA-INI     PIC 9(08).
         03  WS-EMG-HORA-INI     PIC 9(04).
         03  WS-EMG-DATA-FIM     PIC 9(08).
         03  WS-EMG-HORA-FIM     PIC 9(04).
         03  WS-EMG-USERCODE     PIC 9(11).
         03  WS-EMG-VISTO        PIC 9(11).
         03  WS-EMG-DATA-VISTO   PIC 9(08).
         03  WS-EMG-SITUACAO     PIC X(09).
         03  WS-EMG-DIAS-ATRASO  PIC 9(05)   COMP.
         03  WS-EMG-MOMENTO-INI  PIC 9(12)   COMP.
         03  WS-EMG-MOMENTO-FIM  PIC 9(12)   COMP.
         03  WS-EMG-QTD-ATIV     PIC 9(07)   COMP.
         03  WS-EMG-QTD-USO      PIC 9(07)   COMP.

 01  WS-IX-EMG                   PIC 9(04)   COMP.

*----------------------------------------------------------------*
* CONCESSOES LISTADAS NESTA EXECUCAO (INDICES EM WS-TAB-EMG).    *
*----------------------------------------------------------------*

 01  WS-TAB-LISTADAS.
     02  WS-CONT-LST             PIC 9(04)   COMP.
     02  WS-LST-IX-EMG OCCURS 3000 TIMES
                                 PIC 9(04)   COMP.

 01  WS-IX-LST                   PIC 9(04)   COMP.

*----------------------------------------------------------------*
* MAPA TRANCODE -> (CLIENTE, SISTEMA, GRUPO), SO DOS GRUPOS DAS  *
* CONCESSOES LISTADAS.                                           *
*----------------------------------------------------------------*

 01  WS-TAB-MAPA-TRANCODE.
     02  WS-CONT-MAPA            PIC 9(04)   COMP.
     02  WS-TAB-MAPA OCCURS 5000 TIMES.
         03  WS-MAP-TRANCODE     PIC X(10).
         03  WS-MAP-CLI          PIC 9(04).
         03  WS-MAP-SIS          PIC 9(04).
         03  WS-MAP-GOP          PIC 9(04).

 01  WS-IX-MAPA                  PIC 9(04)   COMP.

 01 VARIAVEIS.
   02  FLAG-ACHOU                PIC X(01).
   02  FLAG-USO-GRUPO            PIC X(01).
   02  WS-DIAS-PRAZO             PIC 9(03).
   02  WS-AAAAMMDD-HOJE          PIC 9(08).
   02  WS-AAAAMMDD-ONTEM         PIC 9(08).
   02  WS-AAAAMMDD-ACAO          PIC 9(08).
   02  WS-DIAS-VENCIDA           PIC S9(05).
   02  WS-HHMM-SISTEMA           PIC 9(04).
   02  WS-MOMENTO-AGORA          PIC 9(12).
   02  WS-MOMENTO-LOG            PIC 9(12).

 01 DATA-ACCEPT            PIC 9(06)     COMP.
 01 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
    03 ANO-ACCEPT          PIC 9(02)     COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

 01 HORA-ACCEPT            PIC 9(08).
 01 HORA-ACCEPTR REDEFINES HORA-ACCEPT.
    03 HH-ACCEPT           PIC 9(02).
    03 MM-ACCEPT           PIC 9(02).
    03 FILLER              PIC 9(04).

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
* VERIFICACAO DOS PREDECESSORES NA CADEIA NOTURNA - LAYOUT NO    *
* MEMBRO V094765610 E LOGICA NO MEMBRO V094765611 (BIBLIOTECA    *
* D0947F05).                                                     *
*----------------------------------------------------------------*

 01  TAB-PREDECESSORES.
    COPY "(D0947F05)S0947/LIB/SRV/V094765610 ON PROJETO01".

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

     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-TRILHA WS-CONT-SEM-CONCESSAO
                   WS-CONT-EMG-PERDIDAS WS-CONT-JA-VISTADAS
                   WS-CONT-LOG WS-CONT-SEM-USUARIO
                   WS-CONT-ATIVIDADES WS-CONT-LISTADAS
                   WS-CONT-VIGENTES WS-CONT-PENDENTES
                   WS-CONT-ESCALADAS WS-CONT-VISTADAS
                   WS-CONT-MAPA-PERDIDOS WS-CONT-EMG
                   WS-CONT-LST WS-CONT-MAPA.

     INITIALIZE VARIAVEIS.

     INITIALIZE ARRAY-IN-WS.

     MOVE 706 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.
     ACCEPT HORA-ACCEPT FROM TIME.

     COMPUTE WS-AAAAMMDD-HOJE = 20000000 + (ANO-ACCEPT * 10000) +
                                (MES-ACCEPT * 100) + DIA-ACCEPT.

     COMPUTE WS-AAAAMMDD-ONTEM = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) - 1).

     COMPUTE WS-HHMM-SISTEMA = (HH-ACCEPT * 100) + MM-ACCEPT.

     COMPUTE WS-MOMENTO-AGORA =
         (WS-AAAAMMDD-HOJE * 10000) + WS-HHMM-SISTEMA.

     PERFORM 0100-CARREGA-PRAZO-VISTO
        THRU 0100-CARREGA-PRAZO-VISTO-FIM.

     PERFORM 0120-CARREGA-CONCESSOES
        THRU 0120-CARREGA-CONCESSOES-FIM.

     PERFORM 0140-CLASSIFICA-CONCESSOES
        THRU 0140-CLASSIFICA-CONCESSOES-FIM.

     PERFORM 0160-MONTA-MAPA-TRANCODE
        THRU 0160-MONTA-MAPA-TRANCODE-FIM.

     CLOSE BDSEGURANCA.

     OPEN OUTPUT REL-EMERG.
     OPEN OUTPUT REL-EMERG-ESC.

     SORT WS-EMG-ORDENA
          ASCENDING KEY SRE-CLI-CODIGO SRE-USU-CODIGO
                        SRE-DATA-INI SRE-HORA-INI
                        SRE-SIS-CODIGO SRE-GOP-CODIGO
                        SRE-CLASSE SRE-DATA SRE-HORA
          INPUT PROCEDURE IS 0200-LIBERA-ENTRADAS
             THRU 0200-LIBERA-ENTRADAS-FIM
          OUTPUT PROCEDURE IS 0300-LISTA-CONCESSOES
             THRU 0300-LISTA-CONCESSOES-FIM.

     CLOSE REL-EMERG.
     CLOSE REL-EMERG-ESC.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-706 - PRAZO DE VISTO (DIAS)...: "
             WS-DIAS-PRAZO.
     DISPLAY "S0947-OBJ-706 - REGISTROS DA AUDEMERG...: "
             WS-CONT-TRILHA.
     DISPLAY "S0947-OBJ-706 - ACOES SEM CONCESSAO.....: "
             WS-CONT-SEM-CONCESSAO.
     DISPLAY "S0947-OBJ-706 - CONCESSOES SEM ESPACO...: "
             WS-CONT-EMG-PERDIDAS.
     DISPLAY "S0947-OBJ-706 - VISTADAS ANTERIORES.....: "
             WS-CONT-JA-VISTADAS.
     DISPLAY "S0947-OBJ-706 - CONCESSOES LISTADAS.....: "
             WS-CONT-LISTADAS.
     DISPLAY "S0947-OBJ-706 - VIGENTES................: "
             WS-CONT-VIGENTES.
     DISPLAY "S0947-OBJ-706 - PENDENTES DE VISTO......: "
             WS-CONT-PENDENTES.
     DISPLAY "S0947-OBJ-706 - ESCALADAS...............: "
             WS-CONT-ESCALADAS.
     DISPLAY "S0947-OBJ-706 - VISTADAS................: "
             WS-CONT-VISTADAS.
     DISPLAY "S0947-OBJ-706 - LINHAS DE LOG LIDAS.....: "
             WS-CONT-LOG.
     DISPLAY "S0947-OBJ-706 - LINHAS SEM USUARIO......: "
             WS-CONT-SEM-USUARIO.
     DISPLAY "S0947-OBJ-706 - ATIVIDADES LISTADAS.....: "
             WS-CONT-ATIVIDADES.
     DISPLAY "S0947-OBJ-706 - MAPA SEM ESPACO.........: "
             WS-CONT-MAPA-PERDIDOS.

     STOP RUN.

******************************************************************
*    PARAMETROS-S0947 - PRAZO DE VISTO ("PRAZVIST")              *
******************************************************************

  0100-CARREGA-PRAZO-VISTO.

     MOVE DIAS-PRAZO-VISTO-PADRAO TO WS-DIAS-PRAZO.

     SET PRM-POR-IDENT TO BEGINNING.

  0101-PROXIMO-PRAZO.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "PRAZVIST"
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0100-CARREGA-PRAZO-VISTO-FIM
     END-FIND.

     IF PRM-VALOR-5 OF PARAMETROS-S0947 NOT EQUAL ZEROS AND
        PRM-VALOR-5 OF PARAMETROS-S0947 < 1000
        MOVE PRM-VALOR-5 OF PARAMETROS-S0947 TO WS-DIAS-PRAZO.

     GO TO 0101-PROXIMO-PRAZO.

  0100-CARREGA-PRAZO-VISTO-FIM.
     EXIT.

******************************************************************
*    RECONSTROI AS CONCESSOES A PARTIR DA TRILHA AUDEMERG - SO   *
*    AS ACOES EXECUTADAS. ENCERRAR E VISTAR LEVAM A CONCESSAO A  *
*    QUE SE REFEREM (CLIENTE, USUARIO, SIS/GOP E INICIO).        *
******************************************************************

  0120-CARREGA-CONCESSOES.

     OPEN INPUT AUD-EMERG.

  0121-PROXIMO-EMERG.

     READ AUD-EMERG
         AT END
            GO TO 0129-FECHA-EMERG.

     ADD 1 TO WS-CONT-TRILHA.

     IF AEM-RESULTADO NOT EQUAL "EXECUTADA"
        GO TO 0121-PROXIMO-EMERG.

     IF AEM-ACAO EQUAL "CONCEDER"
        PERFORM 0125-INCLUI-CONCESSAO
           THRU 0125-INCLUI-CONCESSAO-FIM
        GO TO 0121-PROXIMO-EMERG.

     PERFORM 0127-LOCALIZA-CONCESSAO
        THRU 0127-LOCALIZA-CONCESSAO-FIM.

     IF FLAG-ACHOU EQUAL "N"
        ADD 1 TO WS-CONT-SEM-CONCESSAO
        GO TO 0121-PROXIMO-EMERG.

     IF AEM-ACAO EQUAL "ENCERRAR"
        MOVE AEM-DATA-FIM TO WS-EMG-DATA-FIM(WS-IX-EMG)
        MOVE AEM-HORA-FIM TO WS-EMG-HORA-FIM(WS-IX-EMG)
        GO TO 0121-PROXIMO-EMERG.

     IF AEM-ACAO NOT EQUAL "VISTAR"
        GO TO 0121-PROXIMO-EMERG.

     COMPUTE WS-AAAAMMDD-ACAO =
         (((AEM-SEC-ACAO * 100) + AEM-ANO-ACAO) * 10000) +
         (AEM-MES-ACAO * 100) + AEM-DIA-ACAO.

     MOVE AEM-USERCODE     TO WS-EMG-VISTO(WS-IX-EMG).
     MOVE WS-AAAAMMDD-ACAO TO WS-EMG-DATA-VISTO(WS-IX-EMG).

*    VISTADA E VENCIDA ANTES DE ONTEM - JA FOI REVISTA, SAI DA
*    TABELA.
     IF WS-EMG-DATA-FIM(WS-IX-EMG) < WS-AAAAMMDD-ONTEM
        PERFORM 0128-REMOVE-CONCESSAO
           THRU 0128-REMOVE-CONCESSAO-FIM.

     GO TO 0121-PROXIMO-EMERG.

  0129-FECHA-EMERG.

     CLOSE AUD-EMERG.

  0120-CARREGA-CONCESSOES-FIM.
     EXIT.

  0125-INCLUI-CONCESSAO.

     IF WS-CONT-EMG >= 3000
        ADD 1 TO WS-CONT-EMG-PERDIDAS
        GO TO 0125-INCLUI-CONCESSAO-FIM.

     ADD 1 TO WS-CONT-EMG.

     MOVE AEM-CLI-CODIGO   TO WS-EMG-CLI(WS-CONT-EMG).
     MOVE AEM-USU-CODIGO   TO WS-EMG-USU(WS-CONT-EMG).
     MOVE AEM-SIS-CODIGO   TO WS-EMG-SIS(WS-CONT-EMG).
     MOVE AEM-GOP-CODIGO   TO WS-EMG-GOP(WS-CONT-EMG).
     MOVE AEM-INCIDENTE    TO WS-EMG-INCIDENTE(WS-CONT-EMG).
     MOVE AEM-DATA-INI     TO WS-EMG-DATA-INI(WS-CONT-EMG).
     MOVE AEM-HORA-INI     TO WS-EMG-HORA-INI(WS-CONT-EMG).
     MOVE AEM-DATA-FIM     TO WS-EMG-DATA-FIM(WS-CONT-EMG).
     MOVE AEM-HORA-FIM     TO WS-EMG-HORA-FIM(WS-CONT-EMG).
     MOVE AEM-USERCODE-CONCESSAO
                           TO WS-EMG-USERCODE(WS-CONT-EMG).
     MOVE ZEROS            TO WS-EMG-VISTO(WS-CONT-EMG)
                              WS-EMG-DATA-VISTO(WS-CONT-EMG)
                              WS-EMG-DIAS-ATRASO(WS-CONT-EMG)
                              WS-EMG-QTD-ATIV(WS-CONT-EMG)
                              WS-EMG-QTD-USO(WS-CONT-EMG).
     MOVE SPACES           TO WS-EMG-SITUACAO(WS-CONT-EMG).

  0125-INCLUI-CONCESSAO-FIM.
     EXIT.

  0127-LOCALIZA-CONCESSAO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1   TO WS-IX-EMG.

  0127-PROXIMA-CONCESSAO.

     IF WS-IX-EMG > WS-CONT-EMG
        GO TO 0127-LOCALIZA-CONCESSAO-FIM.

     IF WS-EMG-CLI(WS-IX-EMG)      EQUAL AEM-CLI-CODIGO AND
        WS-EMG-USU(WS-IX-EMG)      EQUAL AEM-USU-CODIGO AND
        WS-EMG-SIS(WS-IX-EMG)      EQUAL AEM-SIS-CODIGO AND
        WS-EMG-GOP(WS-IX-EMG)      EQUAL AEM-GOP-CODIGO AND
        WS-EMG-DATA-INI(WS-IX-EMG) EQUAL AEM-DATA-INI   AND
        WS-EMG-HORA-INI(WS-IX-EMG) EQUAL AEM-HORA-INI
        MOVE "S" TO FLAG-ACHOU
        GO TO 0127-LOCALIZA-CONCESSAO-FIM.

     ADD 1 TO WS-IX-EMG.
     GO TO 0127-PROXIMA-CONCESSAO.

  0127-LOCALIZA-CONCESSAO-FIM.
     EXIT.

  0128-REMOVE-CONCESSAO.

     IF WS-IX-EMG < WS-CONT-EMG
        MOVE WS-TAB-EMG(WS-CONT-EMG) TO WS-TAB-EMG(WS-IX-EMG).

     SUBTRACT 1 FROM WS-CONT-EMG.

     ADD 1 TO WS-CONT-JA-VISTADAS.

  0128-REMOVE-CONCESSAO-FIM.
     EXIT.

******************************************************************
*    SITUACAO DE CADA CONCESSAO E SELECAO DAS LISTADAS - SEM     *
*    VISTO (VIGENTE, PENDENTE OU ESCALADA) OU COM VIGENCIA ATE   *
*    ONTEM OU DEPOIS. HORA ZERADA NO VENCIMENTO VALE O DIA       *
*    INTEIRO (MESMA CONVENCAO DO 0705 DO 656/684).               *
******************************************************************

  0140-CLASSIFICA-CONCESSOES.

     MOVE 1 TO WS-IX-EMG.

  0141-PROXIMA-CONCESSAO.

     IF WS-IX-EMG > WS-CONT-EMG
        GO TO 0140-CLASSIFICA-CONCESSOES-FIM.

     COMPUTE WS-EMG-MOMENTO-INI(WS-IX-EMG) =
         (WS-EMG-DATA-INI(WS-IX-EMG) * 10000) +
          WS-EMG-HORA-INI(WS-IX-EMG).

     IF WS-EMG-HORA-FIM(WS-IX-EMG) EQUAL ZEROS
        COMPUTE WS-EMG-MOMENTO-FIM(WS-IX-EMG) =
            (WS-EMG-DATA-FIM(WS-IX-EMG) * 10000) + 2400
     ELSE
        COMPUTE WS-EMG-MOMENTO-FIM(WS-IX-EMG) =
            (WS-EMG-DATA-FIM(WS-IX-EMG) * 10000) +
             WS-EMG-HORA-FIM(WS-IX-EMG).

     IF WS-EMG-VISTO(WS-IX-EMG) NOT EQUAL ZEROS
        IF WS-EMG-DATA-FIM(WS-IX-EMG) < WS-AAAAMMDD-ONTEM
           GO TO 0149-PROXIMA-CONCESSAO
        ELSE
           MOVE "VISTADA" TO WS-EMG-SITUACAO(WS-IX-EMG)
           ADD 1 TO WS-CONT-VISTADAS
           GO TO 0148-LISTA-CONCESSAO.

     IF WS-EMG-MOMENTO-FIM(WS-IX-EMG) > WS-MOMENTO-AGORA
        MOVE "VIGENTE" TO WS-EMG-SITUACAO(WS-IX-EMG)
        ADD 1 TO WS-CONT-VIGENTES
        GO TO 0148-LISTA-CONCESSAO.

     COMPUTE WS-DIAS-VENCIDA =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) -
         FUNCTION INTEGER-OF-DATE(WS-EMG-DATA-FIM(WS-IX-EMG)).

     IF WS-DIAS-VENCIDA > WS-DIAS-PRAZO
        MOVE "ESCALADA" TO WS-EMG-SITUACAO(WS-IX-EMG)
        COMPUTE WS-EMG-DIAS-ATRASO(WS-IX-EMG) =
            WS-DIAS-VENCIDA - WS-DIAS-PRAZO
        ADD 1 TO WS-CONT-ESCALADAS
     ELSE
        MOVE "PENDENTE" TO WS-EMG-SITUACAO(WS-IX-EMG)
        ADD 1 TO WS-CONT-PENDENTES.

  0148-LISTA-CONCESSAO.

     ADD 1 TO WS-CONT-LST.
     MOVE WS-IX-EMG TO WS-LST-IX-EMG(WS-CONT-LST).
     ADD 1 TO WS-CONT-LISTADAS.

  0149-PROXIMA-CONCESSAO.

     ADD 1 TO WS-IX-EMG.
     GO TO 0141-PROXIMA-CONCESSAO.

  0140-CLASSIFICA-CONCESSOES-FIM.
     EXIT.

******************************************************************
*    MAPA TRANCODE -> GRUPO DOS GRUPOS DAS CONCESSOES LISTADAS,  *
*    POR UM PERCURSO COMPLETO DE OPERACOES-GRUPO (MESMA MONTAGEM *
*    DO S0947-OBJ-689/702, RESTRITA A ESSES GRUPOS)              *
******************************************************************

  0160-MONTA-MAPA-TRANCODE.

     IF WS-CONT-LST EQUAL ZEROS
        GO TO 0160-MONTA-MAPA-TRANCODE-FIM.

     SET OPG-POR-GRUPO TO BEGINNING.

  0161-PROXIMA-OPERACAO.

     MOVE "N" TO FLAG-FIM-PERCURSO.

     FIND NEXT OPG-POR-GRUPO
         ON EXCEPTION
            IF DMSTATUS(NOTFOUND)
               MOVE "S" TO FLAG-FIM-PERCURSO
            ELSE
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
               MOVE "S" TO FLAG-FIM-PERCURSO
            END-IF
     END-FIND.

     IF FLAG-FIM-PERCURSO EQUAL "S"
        GO TO 0160-MONTA-MAPA-TRANCODE-FIM.

     IF OPG-TRANSACAO OF OPERACOES-GRUPO EQUAL SPACES
        GO TO 0161-PROXIMA-OPERACAO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1   TO WS-IX-LST.

  0162-PROCURA-GRUPO-LISTADO.

     IF WS-IX-LST > WS-CONT-LST
        GO TO 0163-VERIFICA-GRUPO.

     MOVE WS-LST-IX-EMG(WS-IX-LST) TO WS-IX-EMG.

     IF WS-EMG-CLI(WS-IX-EMG) EQUAL OPG-CLIENTE OF OPERACOES-GRUPO AND
        WS-EMG-SIS(WS-IX-EMG) EQUAL OPG-SISTEMA OF OPERACOES-GRUPO AND
        WS-EMG-GOP(WS-IX-EMG) EQUAL OPG-GRUPO   OF OPERACOES-GRUPO
        MOVE "S" TO FLAG-ACHOU
        GO TO 0163-VERIFICA-GRUPO.

     ADD 1 TO WS-IX-LST.
     GO TO 0162-PROCURA-GRUPO-LISTADO.

  0163-VERIFICA-GRUPO.

     IF FLAG-ACHOU EQUAL "N"
        GO TO 0161-PROXIMA-OPERACAO.

     IF WS-CONT-MAPA >= 5000
        ADD 1 TO WS-CONT-MAPA-PERDIDOS
        GO TO 0161-PROXIMA-OPERACAO.

     ADD 1 TO WS-CONT-MAPA.
     MOVE OPG-TRANSACAO OF OPERACOES-GRUPO
       TO WS-MAP-TRANCODE(WS-CONT-MAPA).
     MOVE OPG-CLIENTE OF OPERACOES-GRUPO
       TO WS-MAP-CLI(WS-CONT-MAPA).
     MOVE OPG-SISTEMA OF OPERACOES-GRUPO
       TO WS-MAP-SIS(WS-CONT-MAPA).
     MOVE OPG-GRUPO OF OPERACOES-GRUPO
       TO WS-MAP-GOP(WS-CONT-MAPA).

     GO TO 0161-PROXIMA-OPERACAO.

  0160-MONTA-MAPA-TRANCODE-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO - UMA LINHA POR        *
*    CONCESSAO LISTADA E AS LINHAS DO TRNLOG DENTRO DA VIGENCIA  *
*    DE CADA UMA                                                 *
******************************************************************

  0200-LIBERA-ENTRADAS.

     MOVE 1 TO WS-IX-LST.

  0201-LIBERA-CONCESSAO.

     IF WS-IX-LST > WS-CONT-LST
        GO TO 0205-ABRE-LOG.

     MOVE WS-LST-IX-EMG(WS-IX-LST) TO WS-IX-EMG.

     PERFORM 0230-CHAVE-CONCESSAO
        THRU 0230-CHAVE-CONCESSAO-FIM.

     MOVE 0      TO SRE-CLASSE.
     MOVE ZEROS  TO SRE-DATA SRE-HORA SRE-USERCODE SRE-STATION.
     MOVE SPACES TO SRE-TRANCODE SRE-USO-GRUPO.

     RELEASE SORT-REC-EMG.

     ADD 1 TO WS-IX-LST.
     GO TO 0201-LIBERA-CONCESSAO.

  0205-ABRE-LOG.

     IF WS-CONT-LST EQUAL ZEROS
        GO TO 0200-LIBERA-ENTRADAS-FIM.

     OPEN INPUT TRN-LOG.

  0206-PROXIMO-LOG.

     READ TRN-LOG
         AT END
            GO TO 0209-FECHA-LOG.

     ADD 1 TO WS-CONT-LOG.

     IF LOG-USU-CODIGO EQUAL SPACES
        ADD 1 TO WS-CONT-SEM-USUARIO
        GO TO 0206-PROXIMO-LOG.

     COMPUTE WS-MOMENTO-LOG = (LOG-DATA * 10000) + (LOG-HORA / 100).

     PERFORM 0210-CONFRONTA-CONCESSOES
        THRU 0210-CONFRONTA-CONCESSOES-FIM.

     GO TO 0206-PROXIMO-LOG.

  0209-FECHA-LOG.

     CLOSE TRN-LOG.

  0200-LIBERA-ENTRADAS-FIM.
     EXIT.

******************************************************************
*    A LINHA DO LOG CAI NA VIGENCIA DE ALGUMA CONCESSAO LISTADA  *
*    DO USUARIO? (DO INICIO, INCLUSIVE, AO VENCIMENTO)           *
******************************************************************

  0210-CONFRONTA-CONCESSOES.

     MOVE 1 TO WS-IX-LST.

  0211-PROXIMA-LISTADA.

     IF WS-IX-LST > WS-CONT-LST
        GO TO 0210-CONFRONTA-CONCESSOES-FIM.

     MOVE WS-LST-IX-EMG(WS-IX-LST) TO WS-IX-EMG.

     IF WS-EMG-USU(WS-IX-EMG) EQUAL LOG-USU-CODIGO AND
        WS-MOMENTO-LOG NOT < WS-EMG-MOMENTO-INI(WS-IX-EMG) AND
        WS-MOMENTO-LOG < WS-EMG-MOMENTO-FIM(WS-IX-EMG)
        PERFORM 0220-LIBERA-ATIVIDADE
           THRU 0220-LIBERA-ATIVIDADE-FIM.

     ADD 1 TO WS-IX-LST.
     GO TO 0211-PROXIMA-LISTADA.

  0210-CONFRONTA-CONCESSOES-FIM.
     EXIT.

  0220-LIBERA-ATIVIDADE.

*    O TRANCODE E CONCEDIDO PELO PROPRIO GRUPO DE EMERGENCIA?
     MOVE "N" TO FLAG-USO-GRUPO.
     MOVE 1   TO WS-IX-MAPA.

  0221-PROCURA-MAPA.

     IF WS-IX-MAPA > WS-CONT-MAPA
        GO TO 0222-LIBERA.

     IF WS-MAP-TRANCODE(WS-IX-MAPA) EQUAL LOG-TRANCODE AND
        WS-MAP-CLI(WS-IX-MAPA) EQUAL WS-EMG-CLI(WS-IX-EMG) AND
        WS-MAP-SIS(WS-IX-MAPA) EQUAL WS-EMG-SIS(WS-IX-EMG) AND
        WS-MAP-GOP(WS-IX-MAPA) EQUAL WS-EMG-GOP(WS-IX-EMG)
        MOVE "S" TO FLAG-USO-GRUPO
        GO TO 0222-LIBERA.

     ADD 1 TO WS-IX-MAPA.
     GO TO 0221-PROCURA-MAPA.

  0222-LIBERA.

     ADD 1 TO WS-EMG-QTD-ATIV(WS-IX-EMG).

     IF FLAG-USO-GRUPO EQUAL "S"
        ADD 1 TO WS-EMG-QTD-USO(WS-IX-EMG).

     PERFORM 0230-CHAVE-CONCESSAO
        THRU 0230-CHAVE-CONCESSAO-FIM.

     MOVE 1              TO SRE-CLASSE.
     MOVE LOG-DATA       TO SRE-DATA.
     MOVE LOG-HORA       TO SRE-HORA.
     MOVE LOG-USERCODE   TO SRE-USERCODE.
     MOVE LOG-TRANCODE   TO SRE-TRANCODE.
     MOVE LOG-STATION    TO SRE-STATION.
     MOVE FLAG-USO-GRUPO TO SRE-USO-GRUPO.

     RELEASE SORT-REC-EMG.

     ADD 1 TO WS-CONT-ATIVIDADES.

  0220-LIBERA-ATIVIDADE-FIM.
     EXIT.

  0230-CHAVE-CONCESSAO.

     MOVE WS-EMG-CLI(WS-IX-EMG)      TO SRE-CLI-CODIGO.
     MOVE WS-EMG-USU(WS-IX-EMG)      TO SRE-USU-CODIGO.
     MOVE WS-EMG-DATA-INI(WS-IX-EMG) TO SRE-DATA-INI.
     MOVE WS-EMG-HORA-INI(WS-IX-EMG) TO SRE-HORA-INI.
     MOVE WS-EMG-SIS(WS-IX-EMG)      TO SRE-SIS-CODIGO.
     MOVE WS-EMG-GOP(WS-IX-EMG)      TO SRE-GOP-CODIGO.
     MOVE WS-IX-EMG                  TO SRE-IX-EMG.

  0230-CHAVE-CONCESSAO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA ORDENACAO - GRAVA A CONCESSAO (E A *
*    ESCALACAO, SE FOR O CASO) E AS ATIVIDADES DELA              *
******************************************************************

  0300-LISTA-CONCESSOES.

     MOVE "N" TO FLAG-FIM-ORDENA.

  0301-PROXIMO-ORDENADO.

     RETURN WS-EMG-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ORDENA.

     IF FLAG-FIM-ORDENA EQUAL "S"
        GO TO 0300-LISTA-CONCESSOES-FIM.

     MOVE SRE-IX-EMG TO WS-IX-EMG.

     IF SRE-CLASSE EQUAL 0
        PERFORM 0310-GRAVA-CONCESSAO
           THRU 0310-GRAVA-CONCESSAO-FIM
     ELSE
        PERFORM 0320-GRAVA-ATIVIDADE
           THRU 0320-GRAVA-ATIVIDADE-FIM.

     GO TO 0301-PROXIMO-ORDENADO.

  0300-LISTA-CONCESSOES-FIM.
     EXIT.

  0310-GRAVA-CONCESSAO.

     PERFORM 0330-PREENCHE-CONCESSAO
        THRU 0330-PREENCHE-CONCESSAO-FIM.

     MOVE "CE"                         TO REM-TIPO-LINHA.
     MOVE WS-EMG-SITUACAO(WS-IX-EMG)   TO REM-SITUACAO.
     MOVE WS-EMG-VISTO(WS-IX-EMG)      TO REM-USERCODE-VISTO.
     MOVE WS-EMG-DATA-VISTO(WS-IX-EMG) TO REM-DATA-VISTO.
     MOVE WS-EMG-QTD-ATIV(WS-IX-EMG)   TO REM-QTD-ATIVIDADE.
     MOVE WS-EMG-QTD-USO(WS-IX-EMG)    TO REM-QTD-USO-GRUPO.

     WRITE REG-REL-EMERG.

     IF WS-EMG-SITUACAO(WS-IX-EMG) NOT EQUAL "ESCALADA"
        GO TO 0310-GRAVA-CONCESSAO-FIM.

     MOVE WS-EMG-CLI(WS-IX-EMG)        TO ESC-CLI-CODIGO.
     MOVE WS-EMG-USU(WS-IX-EMG)        TO ESC-USU-CODIGO.
     MOVE WS-EMG-SIS(WS-IX-EMG)        TO ESC-SIS-CODIGO.
     MOVE WS-EMG-GOP(WS-IX-EMG)        TO ESC-GOP-CODIGO.
     MOVE WS-EMG-INCIDENTE(WS-IX-EMG)  TO ESC-INCIDENTE.
     MOVE WS-EMG-DATA-INI(WS-IX-EMG)   TO ESC-DATA-INI.
     MOVE WS-EMG-HORA-INI(WS-IX-EMG)   TO ESC-HORA-INI.
     MOVE WS-EMG-DATA-FIM(WS-IX-EMG)   TO ESC-DATA-FIM.
     MOVE WS-EMG-HORA-FIM(WS-IX-EMG)   TO ESC-HORA-FIM.
     MOVE WS-EMG-USERCODE(WS-IX-EMG)   TO ESC-USERCODE-CONCESSAO.
     MOVE WS-EMG-DIAS-ATRASO(WS-IX-EMG) TO ESC-DIAS-ATRASO.
     MOVE WS-EMG-QTD-ATIV(WS-IX-EMG)   TO ESC-QTD-ATIVIDADE.

     WRITE REG-EMERG-ESC.

  0310-GRAVA-CONCESSAO-FIM.
     EXIT.

  0320-GRAVA-ATIVIDADE.

     PERFORM 0330-PREENCHE-CONCESSAO
        THRU 0330-PREENCHE-CONCESSAO-FIM.

     MOVE "AT"          TO REM-TIPO-LINHA.
     MOVE SRE-USERCODE  TO REM-USERCODE.
     MOVE SRE-TRANCODE  TO REM-TRANCODE.
     MOVE SRE-STATION   TO REM-STATION.
     MOVE SRE-DATA      TO REM-DATA.
     MOVE SRE-HORA      TO REM-HORA.
     MOVE SRE-USO-GRUPO TO REM-USO-GRUPO.

     WRITE REG-REL-EMERG.

  0320-GRAVA-ATIVIDADE-FIM.
     EXIT.

  0330-PREENCHE-CONCESSAO.

     INITIALIZE REG-REL-EMERG.

     MOVE WS-EMG-CLI(WS-IX-EMG)       TO REM-CLI-CODIGO.
     MOVE WS-EMG-USU(WS-IX-EMG)       TO REM-USU-CODIGO.
     MOVE WS-EMG-SIS(WS-IX-EMG)       TO REM-SIS-CODIGO.
     MOVE WS-EMG-GOP(WS-IX-EMG)       TO REM-GOP-CODIGO.
     MOVE WS-EMG-INCIDENTE(WS-IX-EMG) TO REM-INCIDENTE.
     MOVE WS-EMG-DATA-INI(WS-IX-EMG)  TO REM-DATA-INI.
     MOVE WS-EMG-HORA-INI(WS-IX-EMG)  TO REM-HORA-INI.
     MOVE WS-EMG-DATA-FIM(WS-IX-EMG)  TO REM-DATA-FIM.
     MOVE WS-EMG-HORA-FIM(WS-IX-EMG)  TO REM-HORA-FIM.
     MOVE WS-EMG-USERCODE(WS-IX-EMG)  TO REM-USERCODE-CONCESSAO.

  0330-PREENCHE-CONCESSAO-FIM.
     EXIT.

*---

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

     DISPLAY "S0947-OBJ-706 - ERRO DMS " DMS-RESULT-WS.

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

     MOVE "FIM"             TO LED-TIPO-REG.
     MOVE LED-TERMINO-WS    TO LED-TERMINO.
     MOVE WS-CONT-LOG       TO LED-CONT-ENTRADA.
     MOVE WS-CONT-LISTADAS  TO LED-CONT-SAIDA.
     MOVE WS-CONT-ESCALADAS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-706" TO LED-PROGRAMA.

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
