$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-698.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   ENVELHECIMENTO E PRAZO (SLA) DA MIGRACAO SIDEC/NSGD POR BANCO*
*----------------------------------------------------------------*
*  O S0947-OBJ-663 SO CONTA CONTAS POR BANCO/SITUACAO. ESTE      *
*  PROGRAMA MEDE HA QUANTO TEMPO CADA CONTA ESTA NA SITUACAO     *
*  ATUAL, A PARTIR DA SCN-DATA-INCLUSAO E DO HISTORICO DE        *
*  TRANSICOES HISTMIGRACAO GRAVADO PELO S0947-OBJ-685:           *
*    - SITUACAO 01 CONTA DA INCLUSAO DA CONTA;                   *
*    - DEMAIS SITUACOES CONTAM DA ULTIMA TRANSICAO PARA ELA NO   *
*      HISTORICO (DATA DE LIQUIDACAO, OU DATA DA EXECUCAO QUANDO *
*      A LIQUIDACAO VEIO ZERADA); CONTA SEM HISTORICO (AVANCADA  *
*      ANTES DO HISTORICO EXISTIR) USA A SCN-DATA-MIGRACAO NA    *
*      SITUACAO 03 E A INCLUSAO NAS DEMAIS.                      *
*  SAIDA RELAGINGMIGR, POR SCN-SIGLA-BANCO:                      *
*    "FX" - POR SITUACAO, QUANTAS CONTAS ESTAO HA 0-30, 31-60,   *
*           61-90 E MAIS DE 90 DIAS NELA;                        *
*    "MD" - TEMPO MEDIO EM DIAS DA INCLUSAO (01) A CONCLUSAO     *
*           (03) DAS CONTAS CONCLUIDAS;                          *
*    "SL" - CADA CONTA PARADA NA SITUACAO 01 OU 02 HA MAIS DIAS  *
*           QUE O PRAZO DO PARAMETRO "SLAMIGRA" (PARAMETROS-     *
*           S0947, VALOR-5; SEM PARAMETRO, 60 DIAS), DA MAIS      *
*           ANTIGA PARA A MAIS RECENTE.                          *
*  DOMINIO DE SCN-SITUACAO: VER S0947-OBJ-685.                   *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT HIS-MIGRACAO    ASSIGN TO "HISTMIGRACAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WKS-HIS-MIGRACAO ASSIGN TO "WKHISTMIGR"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-AGING-MIGRACAO ASSIGN TO "RELAGINGMIGR"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-HIS-ORDENA   ASSIGN TO "WKHISORDENA".

     SELECT WS-AGI-ORDENA   ASSIGN TO "WKAGIORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  HISTORICO DE TRANSICOES DE SITUACAO - MESMO LAYOUT DO 685.    *
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

*----------------------------------------------------------------*
*  HISTORICO EM ORDEM DE CONTA E DE EXECUCAO, PARA O CASAMENTO   *
*  COM A CONTA-MIGRACAO.                                         *
*----------------------------------------------------------------*

 FD  WKS-HIS-MIGRACAO
     LABEL RECORD IS STANDARD.

 01  REG-WKS-HIS-MIGRACAO.
     03  WHM-CON-IDENTIFICACAO   PIC 9(12).
     03  WHM-SITUACAO-ANTERIOR   PIC 9(02).
     03  WHM-SITUACAO-NOVA       PIC 9(02).
     03  WHM-DATA-LIQUIDACAO     PIC 9(08).
     03  WHM-DATA-EXECUCAO       PIC 9(08).
     03  WHM-HORA-EXECUCAO       PIC 9(06).
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
*  RELATORIO DE ENVELHECIMENTO - AS LINHAS PASSAM PELA ORDENACAO *
*  WS-AGI-ORDENA PARA SAIREM AGRUPADAS POR BANCO.                *
*----------------------------------------------------------------*

 FD  REL-AGING-MIGRACAO
     LABEL RECORD IS STANDARD.

 01  REG-AGING-MIGRACAO          PIC X(62).

 SD  WS-AGI-ORDENA.

 01  SORT-REC-AGI.
     03  SRA-CHAVE.
         05  SRA-SIGLA-BANCO     PIC X(03).
         05  SRA-ORDEM           PIC 9(01).
         05  SRA-SITUACAO        PIC 9(02).
         05  SRA-DIAS            PIC 9(05).
     03  SRA-LINHA.
         05  AGM-TIPO-LINHA      PIC X(02).
*            "FX" = FAIXAS, "MD" = MEDIA 01-03, "SL" = FORA DO PRAZO.
         05  AGM-DATA-REFERENCIA PIC 9(08).
         05  AGM-SIGLA-BANCO     PIC X(03).
         05  AGM-SITUACAO        PIC 9(02).
         05  AGM-DETALHE.
             07  AGM-QTD-0-30    PIC 9(07).
             07  AGM-QTD-31-60   PIC 9(07).
             07  AGM-QTD-61-90   PIC 9(07).
             07  AGM-QTD-MAIS-90 PIC 9(07).
             07  AGM-QTD-TOTAL   PIC 9(07).
             07  FILLER          PIC X(10).
         05  AGM-MEDIA REDEFINES AGM-DETALHE.
             07  AGM-QTD-CONCLUIDAS PIC 9(07).
             07  AGM-MEDIA-DIAS  PIC 9(05)V9(02).
             07  FILLER          PIC X(31).
         05  AGM-PRAZO REDEFINES AGM-DETALHE.
             07  AGM-CON-IDENTIFICACAO PIC 9(12).
             07  AGM-DIAS-SITUACAO PIC 9(05).
             07  AGM-SLA-DIAS    PIC 9(05).
             07  AGM-DATA-INCLUSAO PIC 9(08).
             07  AGM-DATA-ENTRADA PIC 9(08).
             07  AGM-DIAS-INCLUSAO PIC 9(05).
         05  FILLER              PIC X(02).

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

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-LIDOS               PIC 9(09)   COMP.
 77  WS-CONT-GRAVADOS            PIC 9(09)   COMP.
 77  WS-CONT-FORA-PRAZO          PIC 9(09)   COMP.
 77  WS-CONT-HISTORICO           PIC 9(09)   COMP.
 77  WS-CONT-PERDIDOS            PIC 9(05)   COMP.

 77  WS-SLA-DIAS                 PIC 9(05).

*----------------------------------------------------------------*
* TABELA DE ACUMULO BANCO/SITUACAO - FAIXAS DE IDADE E, NA       *
* SITUACAO 03, A SOMA DOS DIAS DA INCLUSAO A CONCLUSAO (VER      *
* 0300-ACUMULA-AGING).                                           *
*----------------------------------------------------------------*

 01  WS-TAB-AGING-MIGRACAO.
     02  WS-CONT-TAB-AGING       PIC 9(03)   COMP.
     02  WS-TAB-AGING OCCURS 200 TIMES.
         03  AGM-SIGLA-BANCO-WS  PIC X(03).
         03  AGM-SITUACAO-WS     PIC 9(02).
         03  AGM-FAIXA-WS        PIC 9(07)   COMP OCCURS 4 TIMES.
         03  AGM-CONCLUIDAS-WS   PIC 9(07)   COMP.
         03  AGM-SOMA-DIAS-WS    PIC 9(11)   COMP.

 01  WS-IX-AGING                 PIC 9(03)   COMP.
 01  WS-IX-FAIXA                 PIC 9(01)   COMP.

*----------------------------------------------------------------*
* CONTA CORRENTE E O QUE O HISTORICO DISSE DELA.                 *
*----------------------------------------------------------------*

 01 VARIAVEIS.
   02  FLAG-FIM-MIGRACAO         PIC X(01).
   02  FLAG-FIM-HISTORICO        PIC X(01).
   02  FLAG-FIM-AGING            PIC X(01).
   02  WS-CON-IDENTIFICACAO      PIC 9(12).
   02  WS-SITUACAO-CONTA         PIC 9(02).
   02  WS-AAAAMMDD-SISTEMA       PIC 9(08).
   02  WS-AAAAMMDD-INCLUSAO      PIC 9(08).
   02  WS-AAAAMMDD-MIGRACAO      PIC 9(08).
   02  WS-AAAAMMDD-ENTRADA       PIC 9(08).
   02  WS-AAAAMMDD-HISTORICO     PIC 9(08).
   02  WS-DIAS-SITUACAO          PIC S9(07)  COMP.
   02  WS-DIAS-INCLUSAO          PIC S9(07)  COMP.
   02  WS-DIAS-CONCLUSAO         PIC S9(07)  COMP.

*  DATA SISTEMA
 01 DATA-ACCEPT            PIC 9(06)     COMP.
 01 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
    03 ANO-ACCEPT          PIC 9(02)     COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

*----------------------------------------------------------------*
*   AREA COM OPCOES E INFORMACOES DE ENTRADA E SAIDA             *
*   PARA A LIBRARY DE TRATAMENTO DE EXCECAO DMS                  *
*----------------------------------------------------------------*

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

     OPEN INQUIRY BDCONTAS.
     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-GRAVADOS WS-CONT-PERDIDOS
                   WS-CONT-FORA-PRAZO WS-CONT-HISTORICO
                   WS-CONT-TAB-AGING.

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.
     COMPUTE WS-AAAAMMDD-SISTEMA = 20000000 + (ANO-ACCEPT * 10000) +
                                   (MES-ACCEPT * 100) + DIA-ACCEPT.

     PERFORM 0150-CARREGA-PARAMETRO-BD
        THRU 0150-CARREGA-PARAMETRO-BD-FIM.

     SORT WS-HIS-ORDENA
          ASCENDING KEY SRH-CON-IDENTIFICACAO SRH-DATA-EXECUCAO
                        SRH-HORA-EXECUCAO
          USING HIS-MIGRACAO
          GIVING WKS-HIS-MIGRACAO.

     SORT WS-AGI-ORDENA
          ASCENDING KEY SRA-SIGLA-BANCO SRA-ORDEM SRA-SITUACAO
          DESCENDING KEY SRA-DIAS
          INPUT PROCEDURE IS 0200-PERCORRE-CONTAS
             THRU 0200-PERCORRE-CONTAS-FIM
          OUTPUT PROCEDURE IS 0700-GRAVA-RELATORIO
             THRU 0700-GRAVA-RELATORIO-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-698 - CONTAS LIDAS........: " WS-CONT-LIDOS.
     DISPLAY "S0947-OBJ-698 - TRANSICOES LIDAS....: "
             WS-CONT-HISTORICO.
     DISPLAY "S0947-OBJ-698 - CONTAS FORA DO PRAZO: "
             WS-CONT-FORA-PRAZO.
     DISPLAY "S0947-OBJ-698 - LINHAS GRAVADAS.....: " WS-CONT-GRAVADOS.
     DISPLAY "S0947-OBJ-698 - COMBINACOES PERDIDAS: " WS-CONT-PERDIDOS.

     CLOSE BDCONTAS.
     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    PRAZO DA MIGRACAO NO DATASET DE PARAMETROS DA FAMILIA       *
*    (MANTIDO PELA TRANSACAO S0947-OBJ-680)                      *
******************************************************************

  0150-CARREGA-PARAMETRO-BD.

     MOVE 60 TO WS-SLA-DIAS.

     FIND FIRST PRM-POR-IDENT AT
          PRM-IDENT = "SLAMIGRA" AND
          PRM-CLI-CODIGO = ZEROS AND
          PRM-SEQ = 1
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0150-CARREGA-PARAMETRO-BD-FIM
     END-FIND.

     MOVE PRM-VALOR-5 OF PARAMETROS-S0947 TO WS-SLA-DIAS.

  0150-CARREGA-PARAMETRO-BD-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO DO RELATORIO - PERCORRE*
*    A CONTA-MIGRACAO EM ORDEM DE CON-IDENTIFICACAO CASANDO COM O*
*    HISTORICO ORDENADO, E NO FIM LIBERA AS LINHAS DE RESUMO     *
******************************************************************

  0200-PERCORRE-CONTAS.

     OPEN INPUT WKS-HIS-MIGRACAO.

     MOVE "N" TO FLAG-FIM-HISTORICO.

     PERFORM 0280-LE-HISTORICO
        THRU 0280-LE-HISTORICO-FIM.

     SET CMC-POR-IDENT TO BEGINNING.

  0201-PROXIMA-CONTA.

     MOVE "N" TO FLAG-FIM-MIGRACAO.

     FIND NEXT CMC-POR-IDENT
         ON EXCEPTION
            IF DMSTATUS(NOTFOUND)
               MOVE "S" TO FLAG-FIM-MIGRACAO
            ELSE
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
               MOVE "S" TO FLAG-FIM-MIGRACAO
            END-IF
     END-FIND.

     IF FLAG-FIM-MIGRACAO EQUAL "S"
        GO TO 0209-FECHA-CONTAS.

     ADD 1 TO WS-CONT-LIDOS.

     PERFORM 0250-DATA-ENTRADA-SITUACAO
        THRU 0250-DATA-ENTRADA-SITUACAO-FIM.

     PERFORM 0300-ACUMULA-AGING
        THRU 0300-ACUMULA-AGING-FIM.

     PERFORM 0350-VERIFICA-PRAZO
        THRU 0350-VERIFICA-PRAZO-FIM.

     GO TO 0201-PROXIMA-CONTA.

  0209-FECHA-CONTAS.

     CLOSE WKS-HIS-MIGRACAO.

     PERFORM 0400-LIBERA-RESUMO
        THRU 0400-LIBERA-RESUMO-FIM.

  0200-PERCORRE-CONTAS-FIM.
     EXIT.

*----------------------------------------------------------------*
* DATA EM QUE A CONTA ENTROU NA SITUACAO ATUAL. CONSOME AS       *
* TRANSICOES DO HISTORICO ATE A CONTA CORRENTE - AS DE CONTA QUE *
* NAO EXISTE MAIS SAO SO DESCARTADAS.                            *
*----------------------------------------------------------------*

  0250-DATA-ENTRADA-SITUACAO.

     MOVE CON-IDENTIFICACAO OF CONTA-MIGRACAO
       TO WS-CON-IDENTIFICACAO.
     MOVE SCN-SITUACAO OF CONTA-MIGRACAO TO WS-SITUACAO-CONTA.

     COMPUTE WS-AAAAMMDD-INCLUSAO =
         (((SCN-SEC-INCLUSAO OF CONTA-MIGRACAO * 100) +
            SCN-ANO-INCLUSAO OF CONTA-MIGRACAO) * 10000) +
         (SCN-MES-INCLUSAO OF CONTA-MIGRACAO * 100) +
          SCN-DIA-INCLUSAO OF CONTA-MIGRACAO.

     COMPUTE WS-AAAAMMDD-MIGRACAO =
         (((SCN-SEC-MIGRACAO OF CONTA-MIGRACAO * 100) +
            SCN-ANO-MIGRACAO OF CONTA-MIGRACAO) * 10000) +
         (SCN-MES-MIGRACAO OF CONTA-MIGRACAO * 100) +
          SCN-DIA-MIGRACAO OF CONTA-MIGRACAO.

     MOVE ZEROS TO WS-AAAAMMDD-ENTRADA.

  0251-CONSOME-HISTORICO.

     IF FLAG-FIM-HISTORICO EQUAL "S"
        GO TO 0255-SEM-HISTORICO.

     IF WHM-CON-IDENTIFICACAO > WS-CON-IDENTIFICACAO
        GO TO 0255-SEM-HISTORICO.

*MD151026 - D947312I
*    O ESTORNO (S0947-OBJ-699) DEVOLVE A CONTA A SITUACAO EM QUE
*    ELA JA ESTAVA - A ENTRADA NELA CONTINUA SENDO A ORIGINAL.
     IF WHM-CON-IDENTIFICACAO EQUAL WS-CON-IDENTIFICACAO AND
        WHM-SITUACAO-NOVA EQUAL WS-SITUACAO-CONTA AND
        WHM-PROGRAMA NOT EQUAL "S0947-OBJ-699"
*MD151026 - D947312F
        IF WHM-DATA-LIQUIDACAO NOT EQUAL ZEROS
           MOVE WHM-DATA-LIQUIDACAO TO WS-AAAAMMDD-ENTRADA
        ELSE
           MOVE WHM-DATA-EXECUCAO   TO WS-AAAAMMDD-ENTRADA
        END-IF
     END-IF.

     PERFORM 0280-LE-HISTORICO
        THRU 0280-LE-HISTORICO-FIM.

     GO TO 0251-CONSOME-HISTORICO.

*    A SITUACAO 01 E A DE INCLUSAO - CONTA SEMPRE DESDE A INCLUSAO,
*    MESMO QUANDO A CONTA VOLTOU A ELA POR ESTORNO.
  0255-SEM-HISTORICO.

     IF WS-SITUACAO-CONTA EQUAL 01
        MOVE WS-AAAAMMDD-INCLUSAO TO WS-AAAAMMDD-ENTRADA.

     IF WS-AAAAMMDD-ENTRADA EQUAL ZEROS AND
        WS-SITUACAO-CONTA EQUAL 03
        MOVE WS-AAAAMMDD-MIGRACAO TO WS-AAAAMMDD-ENTRADA.

     IF WS-AAAAMMDD-ENTRADA EQUAL ZEROS
        MOVE WS-AAAAMMDD-INCLUSAO TO WS-AAAAMMDD-ENTRADA.

     MOVE ZEROS TO WS-DIAS-SITUACAO WS-DIAS-INCLUSAO.

*    DATA IMPLAUSIVEL (VER S0947-OBJ-677) NAO ENTRA NA CONTA DE
*    DIAS - A CONTA FICA NA PRIMEIRA FAIXA.
     IF WS-AAAAMMDD-ENTRADA < 19000101 OR
        WS-AAAAMMDD-ENTRADA > WS-AAAAMMDD-SISTEMA
        GO TO 0256-DIAS-INCLUSAO.

     COMPUTE WS-DIAS-SITUACAO =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-SISTEMA) -
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-ENTRADA).

  0256-DIAS-INCLUSAO.

     IF WS-AAAAMMDD-INCLUSAO < 19000101 OR
        WS-AAAAMMDD-INCLUSAO > WS-AAAAMMDD-SISTEMA
        GO TO 0250-DATA-ENTRADA-SITUACAO-FIM.

     COMPUTE WS-DIAS-INCLUSAO =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-SISTEMA) -
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-INCLUSAO).

  0250-DATA-ENTRADA-SITUACAO-FIM.
     EXIT.

  0280-LE-HISTORICO.

     READ WKS-HIS-MIGRACAO
         AT END
            MOVE "S" TO FLAG-FIM-HISTORICO
            GO TO 0280-LE-HISTORICO-FIM.

     ADD 1 TO WS-CONT-HISTORICO.

  0280-LE-HISTORICO-FIM.
     EXIT.

******************************************************************
*    LOCALIZA OU CRIA A LINHA DA TABELA DE ACUMULO PARA O PAR    *
*    SCN-SIGLA-BANCO/SCN-SITUACAO DA CONTA CORRENTE E SOMA A     *
*    CONTA NA FAIXA DE IDADE - NA SITUACAO 03, SOMA TAMBEM OS    *
*    DIAS DA INCLUSAO A CONCLUSAO.                               *
******************************************************************

  0300-ACUMULA-AGING.

     MOVE 1 TO WS-IX-AGING.

  0301-ACUMULA-AGING.

     IF WS-IX-AGING > WS-CONT-TAB-AGING
        GO TO 0305-ACUMULA-AGING-NOVA.

     IF AGM-SIGLA-BANCO-WS(WS-IX-AGING) EQUAL
           SCN-SIGLA-BANCO OF CONTA-MIGRACAO AND
        AGM-SITUACAO-WS(WS-IX-AGING) EQUAL WS-SITUACAO-CONTA
        GO TO 0310-SOMA-FAIXA.

     ADD 1 TO WS-IX-AGING.
     GO TO 0301-ACUMULA-AGING.

  0305-ACUMULA-AGING-NOVA.

     IF WS-CONT-TAB-AGING >= 200
        ADD 1 TO WS-CONT-PERDIDOS
        GO TO 0300-ACUMULA-AGING-FIM.

     ADD 1 TO WS-CONT-TAB-AGING.
     MOVE WS-CONT-TAB-AGING TO WS-IX-AGING.
     MOVE SCN-SIGLA-BANCO OF CONTA-MIGRACAO
       TO AGM-SIGLA-BANCO-WS(WS-IX-AGING).
     MOVE WS-SITUACAO-CONTA TO AGM-SITUACAO-WS(WS-IX-AGING).
     MOVE ZEROS TO AGM-FAIXA-WS(WS-IX-AGING, 1)
                   AGM-FAIXA-WS(WS-IX-AGING, 2)
                   AGM-FAIXA-WS(WS-IX-AGING, 3)
                   AGM-FAIXA-WS(WS-IX-AGING, 4)
                   AGM-CONCLUIDAS-WS(WS-IX-AGING)
                   AGM-SOMA-DIAS-WS(WS-IX-AGING).

  0310-SOMA-FAIXA.

     MOVE 4 TO WS-IX-FAIXA.
     IF WS-DIAS-SITUACAO <= 90
        MOVE 3 TO WS-IX-FAIXA.
     IF WS-DIAS-SITUACAO <= 60
        MOVE 2 TO WS-IX-FAIXA.
     IF WS-DIAS-SITUACAO <= 30
        MOVE 1 TO WS-IX-FAIXA.

     ADD 1 TO AGM-FAIXA-WS(WS-IX-AGING, WS-IX-FAIXA).

     IF WS-SITUACAO-CONTA NOT EQUAL 03
        GO TO 0300-ACUMULA-AGING-FIM.

*    DIAS DE 01 A 03 = DA INCLUSAO A ENTRADA NA CONCLUSAO.
     COMPUTE WS-DIAS-CONCLUSAO = WS-DIAS-INCLUSAO - WS-DIAS-SITUACAO.
     IF WS-DIAS-CONCLUSAO < ZEROS
        GO TO 0300-ACUMULA-AGING-FIM.

     ADD 1                 TO AGM-CONCLUIDAS-WS(WS-IX-AGING).
     ADD WS-DIAS-CONCLUSAO TO AGM-SOMA-DIAS-WS(WS-IX-AGING).

  0300-ACUMULA-AGING-FIM.
     EXIT.

******************************************************************
*    CONTA PARADA EM 01 OU 02 ALEM DO PRAZO - UMA LINHA "SL"     *
******************************************************************

  0350-VERIFICA-PRAZO.

     IF WS-SITUACAO-CONTA NOT EQUAL 01 AND
        WS-SITUACAO-CONTA NOT EQUAL 02
        GO TO 0350-VERIFICA-PRAZO-FIM.

     IF WS-DIAS-SITUACAO NOT > WS-SLA-DIAS
        GO TO 0350-VERIFICA-PRAZO-FIM.

     MOVE SPACES                   TO SORT-REC-AGI.
     MOVE SCN-SIGLA-BANCO OF CONTA-MIGRACAO TO SRA-SIGLA-BANCO
                                               AGM-SIGLA-BANCO.
     MOVE 3                        TO SRA-ORDEM.
     MOVE WS-SITUACAO-CONTA        TO SRA-SITUACAO AGM-SITUACAO.
     MOVE WS-DIAS-SITUACAO         TO SRA-DIAS AGM-DIAS-SITUACAO.
     MOVE "SL"                     TO AGM-TIPO-LINHA.
     MOVE WS-AAAAMMDD-SISTEMA      TO AGM-DATA-REFERENCIA.
     MOVE WS-CON-IDENTIFICACAO     TO AGM-CON-IDENTIFICACAO.
     MOVE WS-SLA-DIAS              TO AGM-SLA-DIAS.
     MOVE WS-AAAAMMDD-INCLUSAO     TO AGM-DATA-INCLUSAO.
     MOVE WS-AAAAMMDD-ENTRADA      TO AGM-DATA-ENTRADA.
     MOVE WS-DIAS-INCLUSAO         TO AGM-DIAS-INCLUSAO.

     RELEASE SORT-REC-AGI.

     ADD 1 TO WS-CONT-FORA-PRAZO.

  0350-VERIFICA-PRAZO-FIM.
     EXIT.

******************************************************************
*    LIBERA AS LINHAS DE RESUMO DE CADA BANCO/SITUACAO ACUMULADO *
*    - FAIXAS ("FX") E, NA SITUACAO 03, A MEDIA 01-03 ("MD")     *
******************************************************************

  0400-LIBERA-RESUMO.

     MOVE 1 TO WS-IX-AGING.

  0401-LIBERA-RESUMO.

     IF WS-IX-AGING > WS-CONT-TAB-AGING
        GO TO 0400-LIBERA-RESUMO-FIM.

     MOVE SPACES                   TO SORT-REC-AGI.
     MOVE AGM-SIGLA-BANCO-WS(WS-IX-AGING) TO SRA-SIGLA-BANCO
                                              AGM-SIGLA-BANCO.
     MOVE 1                        TO SRA-ORDEM.
     MOVE AGM-SITUACAO-WS(WS-IX-AGING) TO SRA-SITUACAO AGM-SITUACAO.
     MOVE ZEROS                    TO SRA-DIAS.
     MOVE "FX"                     TO AGM-TIPO-LINHA.
     MOVE WS-AAAAMMDD-SISTEMA      TO AGM-DATA-REFERENCIA.
     MOVE AGM-FAIXA-WS(WS-IX-AGING, 1) TO AGM-QTD-0-30.
     MOVE AGM-FAIXA-WS(WS-IX-AGING, 2) TO AGM-QTD-31-60.
     MOVE AGM-FAIXA-WS(WS-IX-AGING, 3) TO AGM-QTD-61-90.
     MOVE AGM-FAIXA-WS(WS-IX-AGING, 4) TO AGM-QTD-MAIS-90.
     COMPUTE AGM-QTD-TOTAL = AGM-FAIXA-WS(WS-IX-AGING, 1) +
                             AGM-FAIXA-WS(WS-IX-AGING, 2) +
                             AGM-FAIXA-WS(WS-IX-AGING, 3) +
                             AGM-FAIXA-WS(WS-IX-AGING, 4).

     RELEASE SORT-REC-AGI.

     IF AGM-SITUACAO-WS(WS-IX-AGING) NOT EQUAL 03 OR
        AGM-CONCLUIDAS-WS(WS-IX-AGING) EQUAL ZEROS
        GO TO 0409-PROXIMO-RESUMO.

     MOVE SPACES                   TO AGM-DETALHE.
     MOVE 2                        TO SRA-ORDEM.
     MOVE "MD"                     TO AGM-TIPO-LINHA.
     MOVE AGM-CONCLUIDAS-WS(WS-IX-AGING) TO AGM-QTD-CONCLUIDAS.
     COMPUTE AGM-MEDIA-DIAS ROUNDED =
         AGM-SOMA-DIAS-WS(WS-IX-AGING) /
         AGM-CONCLUIDAS-WS(WS-IX-AGING).

     RELEASE SORT-REC-AGI.

  0409-PROXIMO-RESUMO.

     ADD 1 TO WS-IX-AGING.
     GO TO 0401-LIBERA-RESUMO.

  0400-LIBERA-RESUMO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA - GRAVA O RELATORIO POR BANCO: FAIXAS,*
*    MEDIA E CONTAS FORA DO PRAZO DA MAIS ANTIGA PARA A MAIS     *
*    RECENTE                                                     *
******************************************************************

  0700-GRAVA-RELATORIO.

     OPEN OUTPUT REL-AGING-MIGRACAO.

     MOVE "N" TO FLAG-FIM-AGING.

  0701-PROXIMA-LINHA.

     RETURN WS-AGI-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-AGING.

     IF FLAG-FIM-AGING EQUAL "S"
        GO TO 0709-FECHA-RELATORIO.

     WRITE REG-AGING-MIGRACAO FROM SRA-LINHA.
     ADD 1 TO WS-CONT-GRAVADOS.

     GO TO 0701-PROXIMA-LINHA.

  0709-FECHA-RELATORIO.

     CLOSE REL-AGING-MIGRACAO.

  0700-GRAVA-RELATORIO-FIM.
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

     DISPLAY "S0947-OBJ-698 - ERRO DMS " DMS-RESULT-WS
             " CONTA " WS-CON-IDENTIFICACAO.

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
     MOVE WS-CONT-LIDOS      TO LED-CONT-ENTRADA.
     MOVE WS-CONT-GRAVADOS   TO LED-CONT-SAIDA.
     MOVE WS-CONT-FORA-PRAZO TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-698" TO LED-PROGRAMA.

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
