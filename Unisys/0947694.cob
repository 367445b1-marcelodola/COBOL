$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-694.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   HISTORICO DE SEGURANCA DE UMA PESSOA (TODAS AS TRILHAS)      *
*----------------------------------------------------------------*
*  A PERGUNTA DA AUDITORIA "O QUE ACONTECEU COM O ACESSO DO      *
*  USUARIO X NESTE ANO" EXIGIA LEVANTAR A MAO CADA TRILHA. ESTA  *
*  TRANSACAO COMS, PAGINADA COMO A TAB-GRUPOS DO 656, RECEBE O   *
*  USU-CODIGO, O CLIENTE (ZEROS = CLIENTE DA JANELA DA ESTACAO)  *
*  E O PERIODO, E DEVOLVE UMA UNICA LINHA DO TEMPO, EM ORDEM     *
*  CRONOLOGICA, COM QUEM FEZ, DE QUAL ESTACAO, A ACAO, O ITEM    *
*  (SIS/GOP/PER) E O RESULTADO, INTERCALANDO:                    *
*    AUDMACMEX    - CONSULTAS DO PERFIL (656/665);               *
*    AUDMEXMNT    - MANUTENCAO DE EXCECOES (668/678/686);        *
*    AUDMACMNT    - MANUTENCAO DA MAC (682) - A ALTERACAO DE     *
*                   UMA COMBINACAO LOT-CODIGO/TIF-CODIGO ATINGE  *
*                   TODOS OS USUARIOS DELA, ENTAO APARECE NO     *
*                   HISTORICO DE QUEM HOJE RESOLVE PARA ESSA     *
*                   COMBINACAO (MESMO 0630 DO 682);              *
*    AUDPARMNT    - PARAMETROS PROPRIOS DO CLIENTE DO USUARIO    *
*                   (680, PRM-CLI NAO ZERADO);                   *
*    AUDSUSPENSAO - SUSPENSAO/REATIVACAO DO USERCODE (692);      *
*    HISTMEXEXP   - MEX VENCIDA EXPURGADA PELO 679;              *
*MD151026 - D947319I
*    AUDEMERG     - ACESSO DE EMERGENCIA AOS GRUPOS DO USUARIO - *
*                   CONCESSAO, ENCERRAMENTO E VISTO (705).       *
*MD151026 - D947319F
*  CADA TRILHA E GRAVADA EM EXTEND, PORTANTO JA ESTA EM ORDEM    *
*MD151026 - D947319I
*  DE DATA: O PROGRAMA LE AS SETE EM PARALELO E A CADA PASSO     *
*MD151026 - D947319F
*  DEVOLVE A MENOR (DATA + TIMESTAMP) - NAO HA SORT. A LEITURA   *
*  DE UMA TRILHA PARA NA PRIMEIRA LINHA DEPOIS DO PERIODO.       *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT AUD-MACMEX       ASSIGN TO "AUDMACMEX"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MEXMNT       ASSIGN TO "AUDMEXMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MACMNT       ASSIGN TO "AUDMACMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-PARMNT       ASSIGN TO "AUDPARMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-SUSPENSAO    ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT HIST-MEX-EXP     ASSIGN TO "HISTMEXEXP"
            ORGANIZATION IS SEQUENTIAL.
*MD151026 - D947319I

     SELECT AUD-EMERG        ASSIGN TO "AUDEMERG"
            ORGANIZATION IS SEQUENTIAL.
*MD151026 - D947319F

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  TRILHA DE CONSULTAS - MESMO LAYOUT GRAVADO PELO 656/665.      *
*----------------------------------------------------------------*

 FD  AUD-MACMEX
     LABEL RECORD IS STANDARD.

 01  AUD-REG-MACMEX.
     03  AUD-DATA-CONSULTA.
         05  AUD-SEC-CONSULTA     PIC 9(02).
         05  AUD-ANO-CONSULTA     PIC 9(02).
         05  AUD-MES-CONSULTA     PIC 9(02).
         05  AUD-DIA-CONSULTA     PIC 9(02).
     03  AUD-USERCODE             PIC 9(11).
     03  AUD-STATION              PIC 9(11).
     03  AUD-TIMESTAMP            PIC 9(11).
     03  AUD-PROGRAMDESG          PIC 9(11).
     03  AUD-CLI-CODIGO           PIC 9(04).
     03  AUD-USU-CODIGO           PIC X(07).
*MD151026 - D947309I
     03  AUD-SEQ-TRILHA           PIC 9(09).
     03  AUD-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  TRILHA DA MANUTENCAO DE EXCECOES - MESMO LAYOUT GRAVADO PELO  *
*  S0947-OBJ-668 (AUD-REG-MEXMNT), 678 E 686.                    *
*----------------------------------------------------------------*

 FD  AUD-MEXMNT
     LABEL RECORD IS STANDARD.

 01  AUD-REG-MEXMNT.
     03  AMN-DATA-ACAO.
         05  AMN-SEC-ACAO         PIC 9(02).
         05  AMN-ANO-ACAO         PIC 9(02).
         05  AMN-MES-ACAO         PIC 9(02).
         05  AMN-DIA-ACAO         PIC 9(02).
     03  AMN-USERCODE             PIC 9(11).
     03  AMN-STATION              PIC 9(11).
     03  AMN-TIMESTAMP            PIC 9(11).
     03  AMN-CLI-CODIGO           PIC 9(04).
     03  AMN-USU-CODIGO           PIC X(07).
     03  AMN-ACAO                 PIC X(10).
     03  AMN-TIPO-ITEM            PIC X(06).
     03  AMN-SIS-CODIGO           PIC 9(04).
     03  AMN-GOP-CODIGO           PIC 9(04).
     03  AMN-PER-CODIGO           PIC 9(05).
     03  AMN-DATA-INI             PIC 9(08).
     03  AMN-DATA-FIM             PIC 9(08).
     03  AMN-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  AMN-SEQ-TRILHA           PIC 9(09).
     03  AMN-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  TRILHA DA MANUTENCAO DA MAC - MESMO LAYOUT GRAVADO PELO       *
*  S0947-OBJ-682 (AUD-REG-MACMNT).                               *
*----------------------------------------------------------------*

 FD  AUD-MACMNT
     LABEL RECORD IS STANDARD.

 01  AUD-REG-MACMNT.
     03  AMC-DATA-ACAO.
         05  AMC-SEC-ACAO         PIC 9(02).
         05  AMC-ANO-ACAO         PIC 9(02).
         05  AMC-MES-ACAO         PIC 9(02).
         05  AMC-DIA-ACAO         PIC 9(02).
     03  AMC-USERCODE             PIC 9(11).
     03  AMC-STATION              PIC 9(11).
     03  AMC-TIMESTAMP            PIC 9(11).
     03  AMC-CLI-CODIGO           PIC 9(04).
     03  AMC-ACAO                 PIC X(10).
     03  AMC-TIPO-ITEM            PIC X(06).
     03  AMC-LOT-CODIGO           PIC 9(04).
     03  AMC-TIF-CODIGO           PIC 9(04).
     03  AMC-SIS-CODIGO           PIC 9(04).
     03  AMC-GOP-CODIGO           PIC 9(04).
     03  AMC-PER-CODIGO           PIC 9(05).
     03  AMC-QTD-AFETADOS         PIC 9(09).
     03  AMC-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  AMC-SEQ-TRILHA           PIC 9(09).
     03  AMC-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  TRILHA DA MANUTENCAO DE PARAMETROS - MESMO LAYOUT GRAVADO     *
*  PELO S0947-OBJ-680 (AUD-REG-PARMNT).                          *
*----------------------------------------------------------------*

 FD  AUD-PARMNT
     LABEL RECORD IS STANDARD.

 01  AUD-REG-PARMNT.
     03  APM-DATA-ACAO.
         05  APM-SEC-ACAO         PIC 9(02).
         05  APM-ANO-ACAO         PIC 9(02).
         05  APM-MES-ACAO         PIC 9(02).
         05  APM-DIA-ACAO         PIC 9(02).
     03  APM-USERCODE             PIC 9(11).
     03  APM-STATION              PIC 9(11).
     03  APM-TIMESTAMP            PIC 9(11).
     03  APM-ACAO                 PIC X(10).
     03  APM-IDENT                PIC X(08).
     03  APM-CLI-CODIGO           PIC 9(04).
     03  APM-SEQ                  PIC 9(03).
     03  APM-VALOR-1              PIC 9(04).
     03  APM-VALOR-2              PIC 9(04).
     03  APM-VALOR-3              PIC 9(04).
     03  APM-VALOR-4              PIC 9(04).
     03  APM-VALOR-5              PIC 9(09).
     03  APM-TEXTO                PIC X(40).
     03  APM-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  APM-SEQ-TRILHA           PIC 9(09).
     03  APM-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  TRILHA DE SUSPENSAO/REATIVACAO - MESMO LAYOUT GRAVADO PELO    *
*  S0947-OBJ-692 (AUD-REG-SUSPENSAO).                            *
*----------------------------------------------------------------*

 FD  AUD-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  AUD-REG-SUSPENSAO.
     03  ASU-DATA-ACAO.
         05  ASU-SEC-ACAO         PIC 9(02).
         05  ASU-ANO-ACAO         PIC 9(02).
         05  ASU-MES-ACAO         PIC 9(02).
         05  ASU-DIA-ACAO         PIC 9(02).
     03  ASU-USERCODE             PIC 9(11).
     03  ASU-STATION              PIC 9(11).
     03  ASU-TIMESTAMP            PIC 9(11).
     03  ASU-ACAO                 PIC X(10).
     03  ASU-USU-CODIGO           PIC X(07).
     03  ASU-QTD-CLIENTES         PIC 9(04).
     03  ASU-MOTIVO               PIC X(60).
     03  ASU-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  ASU-SEQ-TRILHA           PIC 9(09).
     03  ASU-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  HISTORICO DAS MEX VENCIDAS EXPURGADAS - MESMO LAYOUT GRAVADO  *
*  PELO S0947-OBJ-679 (REG-HIST-MEX).                            *
*----------------------------------------------------------------*

 FD  HIST-MEX-EXP
     LABEL RECORD IS STANDARD.

 01  REG-HIST-MEX.
     03  HST-DATA-REMOCAO.
         05  HST-SEC-REMOCAO     PIC 9(02).
         05  HST-ANO-REMOCAO     PIC 9(02).
         05  HST-MES-REMOCAO     PIC 9(02).
         05  HST-DIA-REMOCAO     PIC 9(02).
     03  HST-CLI-CODIGO          PIC 9(04).
     03  HST-USU-CODIGO          PIC X(07).
     03  HST-TIPO-ITEM           PIC X(06).
     03  HST-SIS-CODIGO          PIC 9(04).
     03  HST-GOP-CODIGO          PIC 9(04).
     03  HST-PER-CODIGO          PIC 9(05).
     03  HST-DATA-INI-EXC        PIC 9(08).
     03  HST-DATA-FIM-EXC        PIC 9(08).
*MD151026 - D947319I

*----------------------------------------------------------------*
*  TRILHA DO ACESSO DE EMERGENCIA - MESMO LAYOUT GRAVADO PELO    *
*  S0947-OBJ-705 (AUD-REG-EMERG).                                *
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
*MD151026 - D947319F

 DATA-BASE SECTION.

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 01 SV-HISTORICO-PESSOA.
    COPY "(D0947F05)S0947/LIB/SRV/V094769401 ON PROJETO01".

 01  CLI-JANELA-SEG-WS           PIC 9(04).
 01  CLI-JANELA-FUN              PIC 9(04).

*----------------------------------------------------------------*
* TABELA DE REMAPEAMENTO CLIENTE-JANELA -> CLIENTE-FUNCIONARIO,  *
* CARREGADA UMA UNICA VEZ POR 0150-CARREGA-TAB-REMAP-JANELA NA   *
* INICIALIZACAO DO PROGRAMA (VER 0630-RESOLVE-LOT-TIF-USU).      *
*----------------------------------------------------------------*

 01  TAB-REMAP-JANELA-FUN.
    COPY "(D0947F05)S0947/LIB/SRV/V094765602 ON PROJETO01".

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.
 77  PROGRAMA-DESIGNATOR-77      REAL.
 77  AGENDA-INPUT-77             REAL.
 77  AGENDA-DESTINO-77           REAL.
 77  WINDOW-DESIGNATOR-77        REAL.
 77  ESTACAO-REAL-77             REAL.
 77  CODIGO-INFORMACAO-77        PIC S9(11) BINARY EXTENDED.

*----------------------------------------------------------------*
* EVENTO CORRENTE DE CADA TRILHA (A "CABECA" DA INTERCALACAO) -  *
* 1 AUDMACMEX, 2 AUDMEXMNT, 3 AUDMACMNT, 4 AUDPARMNT,            *
*MD151026 - D947319I
* 5 AUDSUSPENSAO, 6 HISTMEXEXP, 7 AUDEMERG. WS-CAB-EVENTO TEM O  *
* MESMO LAYOUT DE UMA LINHA DA TAB-EVENTOS (V094769401); OS 19   *
*MD151026 - D947319F
* PRIMEIROS BYTES (DATA + TIMESTAMP) SAO A CHAVE DE ORDENACAO.   *
*----------------------------------------------------------------*

 01  WS-CABECAS-TRILHAS.
*MD151026 - D947319I
     02  WS-CABECA OCCURS 7 TIMES.
*MD151026 - D947319F
         03  WS-CAB-FIM              PIC X(01).
         03  WS-CAB-EVENTO.
             05  WS-CAB-CHAVE        PIC X(19).
             05  FILLER              PIC X(164).

 01  WS-EVENTO-LIDO.
     02  WS-EVL-DATA-EVENTO          PIC 9(08).
     02  WS-EVL-TIMESTAMP            PIC 9(11).
     02  WS-EVL-TRILHA               PIC X(12).
     02  WS-EVL-USERCODE             PIC 9(11).
     02  WS-EVL-STATION              PIC 9(11).
     02  WS-EVL-ACAO                 PIC X(10).
     02  WS-EVL-TIPO-ITEM            PIC X(06).
     02  WS-EVL-SIS-CODIGO           PIC 9(04).
     02  WS-EVL-GOP-CODIGO           PIC 9(04).
     02  WS-EVL-PER-CODIGO           PIC 9(05).
     02  WS-EVL-LOT-CODIGO           PIC 9(04).
     02  WS-EVL-TIF-CODIGO           PIC 9(04).
     02  WS-EVL-DATA-INI             PIC 9(08).
     02  WS-EVL-DATA-FIM             PIC 9(08).
     02  WS-EVL-PRM-IDENT            PIC X(08).
     02  WS-EVL-COMPLEMENTO          PIC X(60).
     02  WS-EVL-RESULTADO            PIC X(09).

 01 VARIAVEIS.
   02  TAMANHO-AREA-WS           PIC 9(05).
   02  MENSAGEM-WS               PIC X(160).
   02  AGENDA-NOME-WS            PIC X(17).
   02  CLI-HIST-WS               PIC 9(04).
   02  USU-CODIGO-WS             PIC X(07).
   02  IND-FUNC-WS               PIC X(1).
   02  FLAG-VALIDACAO-OK         PIC X(1).
   02  FLAG-TEM-MAC              PIC X(1).
   02  LOT-CODIGO-WS             PIC 9(04).
   02  TIF-CODIGO-WS             PIC 9(04).
   02  WS-IX-REMAP               PIC 9(02)   COMP.
   02  WS-IX-TRILHA              PIC 9(02)   COMP.
   02  WS-IX-MENOR               PIC 9(02)   COMP.
   02  WS-DATA-LIDA              PIC 9(08).
   02  WS-AAAAMMDD-HOJE          PIC 9(08).
   02  WS-AAAAMMDD-INI-HIST      PIC 9(08).
   02  WS-AAAAMMDD-FIM-HIST      PIC 9(08).
* CONTADOR DE PERCURSO E JANELA DE PAGINACAO, MESMO CALCULO DO
* 0108-CALCULA-PAGINACAO DO 656.
   02  WS-TOTAL-EVENTOS          PIC 9(07)   COMP.
   02  WS-INICIO-PAGINA          PIC 9(07)   COMP.
*  DATA SISTEMA
   02 DATA-ACCEPT            PIC 9(06)     COMP.
   02 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
      03 ANO-ACCEPT          PIC 9(02)     COMP.
      03 MES-ACCEPT          PIC 9(02)     COMP.
      03 DIA-ACCEPT          PIC 9(02)     COMP.

   02 DATA-SISTEMA           PIC 9(08)      COMP.
   02 DATA-SISTEMAR  REDEFINES DATA-SISTEMA COMP.
      03 SEC-SISTEMA         PIC 9(02)      COMP.
      03 ANO-SISTEMA         PIC 9(02)      COMP.
      03 MES-SISTEMA         PIC 9(02)      COMP.
      03 DIA-SISTEMA         PIC 9(02)      COMP.

   02  IDENTIFICADOR-GETINFO.
     03  TAMANHO-GETINFO         PIC 9(04).
     03  CONTEUDO-GETINFO        PIC X(80).

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

*----------------------------------------------------------------*
* VALORES ASSUMIDOS PELOS CAMPOS DO HEADER E USADOS NO PROGRAMA  *
*----------------------------------------------------------------*

 01 VALORES-STATUSVALUE-IN USAGE BINARY.
    03 FINALIZAR                    PIC S9(11) BINARY VALUE 99.

 01  VALORES-STATUSVALUE-OUT       USAGE BINARY.
     03  SEND-SEM-ERRO             PIC S9(11) BINARY VALUE 00.

*---------------------------------------------------------------*
*       CAMPOS DO HEADER PARA PASSAGEM DE PARAMETROS            *
*---------------------------------------------------------------*

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

 COMMUNICATION   SECTION.

*----------------------------------------------------------------*
*                                                                *
* DECLARACAO INPUT E OUTPUT HEADER USADOS PELO COMS.             *
*                                                                *
*----------------------------------------------------------------*

 INPUT HEADER COMS-IN
     CONVERSATION AREA.
     02 CONVERSATION-AREA    REAL.
        03 FORM-KEY-IN       REAL.
  OUTPUT HEADER COMS-OUT
  CONVERSATION AREA.
  02 CONVERSATION-AREA.
     03 FORM-KEY-OUT      REAL.
     03 PAGINADOR-OUT     PIC S9(11) BINARY EXTENDED.
     03 AGENDA-OUT        REAL.
     03 FUNCTIONINDEX-OUT REAL.

******************************************************************
*                                                                *
*              CORPO PRINCIPAL DO PROGRAMA                       *
*                                                                *
******************************************************************

 PROCEDURE DIVISION.

 0001-00-PROGRAMA    SECTION.

 0002-00-INICIO-TRATA-RELATORIO.

     CHANGE ATTRIBUTE LIBACCESS OF "DCILIBRARY" TO BYFUNCTION.
*
     CHANGE ATTRIBUTE FUNCTIONNAME OF "DCILIBRARY" TO
                                      "COMSSUPPORT".
*
     ENABLE INPUT COMS-IN KEY "ONLINE".
*
     MOVE    PROGRAMDESG OF COMS-IN  TO  PROGRAMA-DESIGNATOR-77.
     MOVE    "A_S094769401"          TO  AGENDA-NOME-WS.
*
     CALL   "INICIALIZA_HOST_COMS OF S0997/OBJ/LIBRARY/INSTALACAO"
             USING   AGENDA-NOME-WS
                     PROGRAMA-DESIGNATOR-77
                     AGENDA-DESTINO-77
                     AGENDA-INPUT-77
                     WINDOW-DESIGNATOR-77
                     MENSAGEM-WS
             GIVING  RESULTADO-77.
*
     IF  RESULTADO-77    =  00
         MOVE    "BANCO-BDDATAMEC-<HOST>-<USERCODE>" TO
                 IDENTIFICADOR-GETINFO
         CALL    "GET_INSTALLATION_INFO OF S0997/OBJ/SLIBRARIES"
                 USING IDENTIFICADOR-GETINFO
                 GIVING RESULTADO-77.

     IF  RESULTADO-77    NOT =   0
         GO TO 99900-00-ULTIMO-PARAGRAFO.

     CHANGE ATTRIBUTE TITLE OF BDSEGURANCA  TO CONTEUDO-GETINFO.

     OPEN INQUIRY BDSEGURANCA.

     PERFORM 0150-CARREGA-TAB-REMAP-JANELA
        THRU 0150-CARREGA-TAB-REMAP-JANELA-FIM.

  003-INICIO-REL.

     INITIALIZE VARIAVEIS.

     ACCEPT DATA-ACCEPT FROM DATE.
     MOVE DIA-ACCEPT TO DIA-SISTEMA.
     MOVE MES-ACCEPT TO MES-SISTEMA.
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.

     COMPUTE WS-AAAAMMDD-HOJE =
         (((SEC-SISTEMA * 100) + ANO-SISTEMA) * 10000) +
         (MES-SISTEMA * 100) + DIA-SISTEMA.

     INITIALIZE SV-HISTORICO-PESSOA.

     RECEIVE COMS-IN MESSAGE INTO SV-HISTORICO-PESSOA.
     IF STATUSVALUE OF COMS-IN = FINALIZAR
        GO TO 99900-00-ULTIMO-PARAGRAFO.

     MOVE STATION OF COMS-IN TO ESTACAO-REAL-77.
     MOVE 12 TO CODIGO-INFORMACAO-77.
     CALL
       "SEG_OBTEM_INFORMACOES OF S0997/OBJ/LIBRARY/SEGURANCA/NOVA"
           USING ESTACAO-REAL-77
           CODIGO-INFORMACAO-77
           CLI-JANELA-SEG-WS
           GIVING RESULTADO-77.

     MOVE SPACES TO MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA.
     MOVE ZEROS  TO CODIGO-RESULTADO   OF SV-HISTORICO-PESSOA
                    CONT-REG           OF SV-HISTORICO-PESSOA.
     MOVE "N"    TO FLAG-FIM           OF SV-HISTORICO-PESSOA
                    FLAG-MAIS-DADOS    OF SV-HISTORICO-PESSOA.

     IF CLI-CODIGO-ENTRADA OF SV-HISTORICO-PESSOA NOT EQUAL ZEROS
        MOVE CLI-CODIGO-ENTRADA OF SV-HISTORICO-PESSOA TO CLI-HIST-WS
     ELSE
        MOVE CLI-JANELA-SEG-WS TO CLI-HIST-WS.

     PERFORM 0200-VALIDA-ENTRADA
        THRU 0200-VALIDA-ENTRADA-FIM.

     IF FLAG-VALIDACAO-OK EQUAL "S"
        PERFORM 0108-CALCULA-PAGINACAO
           THRU 0108-CALCULA-PAGINACAO-FIM
        PERFORM 0250-LOCALIZA-MAC-USUARIO
           THRU 0250-LOCALIZA-MAC-USUARIO-FIM
        PERFORM 0400-MONTA-HISTORICO
           THRU 0400-MONTA-HISTORICO-FIM.

     MOVE "S" TO FLAG-FIM OF SV-HISTORICO-PESSOA.

     IF CONT-REG OF SV-HISTORICO-PESSOA EQUAL ZEROS
        AND MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA EQUAL SPACES
        MOVE "Nenhum evento de seguranca para o usuario no periodo."
          TO MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA
        MOVE 1 TO CODIGO-RESULTADO OF SV-HISTORICO-PESSOA.

     PERFORM 0100-00-ENVIA-TELA
        THRU 0100-00-ENVIA-TELA-FIM.

     GO TO 003-INICIO-REL.

  003-FIM-REL.
     EXIT.

*****************************************************************
*                                                               *
*   CARGA INICIAL DA TABELA DE REMAPEAMENTO CLIENTE-JANELA ->   *
*   CLIENTE-FUNCIONARIO - EXECUTADA UMA UNICA VEZ, NO INICIO    *
*   DO PROCESSAMENTO (MESMO MEMBRO V094765603 DO 682).          *
*                                                               *
*****************************************************************

  0150-CARREGA-TAB-REMAP-JANELA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765603 ON PROJETO01".

  0150-CARREGA-TAB-REMAP-JANELA-FIM.
      EXIT.

*****************************************************************
*                                                               *
*   REMAPEIA CLIENTE-JANELA PARA CLIENTE-FUNCIONARIO VIA TABELA *
*   CARREGADA POR 0150-CARREGA-TAB-REMAP-JANELA (INICIALIZACAO) *
*                                                               *
*****************************************************************

  0205-REMAPEIA-JANELA-FUN.

      MOVE CLI-HIST-WS TO CLI-JANELA-FUN.
      MOVE 1 TO WS-IX-REMAP.

  0206-REMAPEIA-JANELA-FUN.

      IF WS-IX-REMAP > CONT-REMAP-JANELA
         GO TO 0205-REMAPEIA-JANELA-FUN-FIM.

      IF REM-CLI-ORIGEM(WS-IX-REMAP) EQUAL CLI-HIST-WS
         MOVE REM-CLI-DESTINO(WS-IX-REMAP) TO CLI-JANELA-FUN
         GO TO 0205-REMAPEIA-JANELA-FUN-FIM.

      ADD 1 TO WS-IX-REMAP.
      GO TO 0206-REMAPEIA-JANELA-FUN.

  0205-REMAPEIA-JANELA-FUN-FIM.
      EXIT.

******************************************************************
*    CALCULA A JANELA DE CONTINUACAO DA PAGINACAO, A PARTIR DO   *
*    NUMERO DE PAGINA RECEBIDO EM PAGINA-ATUAL (MESMO CALCULO    *
*    DO 0108 DO 656).                                            *
******************************************************************

  0108-CALCULA-PAGINACAO.

     MOVE ZEROS TO WS-TOTAL-EVENTOS.

     IF PAGINA-ATUAL OF SV-HISTORICO-PESSOA <= 1
        MOVE ZEROS TO WS-INICIO-PAGINA
        GO TO 0108-CALCULA-PAGINACAO-FIM.

     COMPUTE WS-INICIO-PAGINA =
        (PAGINA-ATUAL OF SV-HISTORICO-PESSOA - 1) * 150.

  0108-CALCULA-PAGINACAO-FIM.
  EXIT.

******************************************************************
*    VALIDA A ENTRADA - USUARIO OBRIGATORIO, PERIODO COERENTE    *
******************************************************************

  0200-VALIDA-ENTRADA.

     MOVE "N" TO FLAG-VALIDACAO-OK.

     IF USU-CODIGO-ENTRADA OF SV-HISTORICO-PESSOA EQUAL SPACES
        MOVE "Informe o USU-CODIGO da pessoa."
          TO MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA
        MOVE 1 TO CODIGO-RESULTADO OF SV-HISTORICO-PESSOA
        GO TO 0200-VALIDA-ENTRADA-FIM.

     MOVE USU-CODIGO-ENTRADA OF SV-HISTORICO-PESSOA TO USU-CODIGO-WS.

     MOVE DATA-INI-ENTRADA OF SV-HISTORICO-PESSOA
       TO WS-AAAAMMDD-INI-HIST.

     IF DATA-FIM-ENTRADA OF SV-HISTORICO-PESSOA EQUAL ZEROS
        MOVE WS-AAAAMMDD-HOJE TO WS-AAAAMMDD-FIM-HIST
     ELSE
        MOVE DATA-FIM-ENTRADA OF SV-HISTORICO-PESSOA
          TO WS-AAAAMMDD-FIM-HIST.

     IF WS-AAAAMMDD-INI-HIST > WS-AAAAMMDD-FIM-HIST
        MOVE "Data inicial posterior a data final do periodo."
          TO MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA
        MOVE 1 TO CODIGO-RESULTADO OF SV-HISTORICO-PESSOA
        GO TO 0200-VALIDA-ENTRADA-FIM.

*    DEVOLVE O PERIODO EFETIVAMENTE CONSULTADO.
     MOVE WS-AAAAMMDD-FIM-HIST
       TO DATA-FIM-ENTRADA OF SV-HISTORICO-PESSOA.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0200-VALIDA-ENTRADA-FIM.
     EXIT.

******************************************************************
*    LOCALIZA O USUARIO NO CLIENTE E RESOLVE A COMBINACAO        *
*    LOT-CODIGO/TIF-CODIGO DELE - SO COM ELA AS ALTERACOES DA    *
*    MAC (AUDMACMNT) PODEM SER ATRIBUIDAS A PESSOA. USUARIO SEM  *
*    USUARIO-CLI NO CLIENTE (JA EXCLUIDO) AINDA TEM AS DEMAIS    *
*    TRILHAS LISTADAS.                                           *
******************************************************************

  0250-LOCALIZA-MAC-USUARIO.

     MOVE "N" TO FLAG-TEM-MAC.
     MOVE ZEROS TO LOT-CODIGO-WS TIF-CODIGO-WS.

     FIND FIRST USC-POR-USUARIO AT
        CLI-CODIGO = CLI-HIST-WS AND
        USU-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
            IF NOT DMSTATUS(NOTFOUND)
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
            END-IF
            GO TO 0250-LOCALIZA-MAC-USUARIO-FIM
     END-FIND.

     PERFORM 0630-RESOLVE-LOT-TIF-USU
        THRU 0630-RESOLVE-LOT-TIF-USU-FIM.

     IF LOT-CODIGO-WS NOT EQUAL ZEROS AND
        TIF-CODIGO-WS NOT EQUAL ZEROS
        MOVE "S" TO FLAG-TEM-MAC.

  0250-LOCALIZA-MAC-USUARIO-FIM.
     EXIT.

******************************************************************
*    RESOLVE LOT/TIF DA LOTACAO/FUNCAO ORIGINAL DO USUARIO       *
*    CORRENTE DE USUARIO-CLI (MESMO CAMINHO 0630 DO 682)         *
******************************************************************

  0630-RESOLVE-LOT-TIF-USU.

     MOVE ZEROS TO LOT-CODIGO-WS TIF-CODIGO-WS.
     MOVE "S" TO IND-FUNC-WS.

     PERFORM 0205-REMAPEIA-JANELA-FUN
        THRU 0205-REMAPEIA-JANELA-FUN-FIM.

     FIND FIRST FUN-POR-IDENT AT
        FUN-CLIENTE = CLI-JANELA-FUN  AND
        FUN-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
          IF DMSTATUS(NOTFOUND)
             MOVE "N" TO IND-FUNC-WS
          ELSE
               PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
          END-IF
     END-FIND.

     FIND UNL-POR-UNO AT
           CLI-CODIGO = CLI-HIST-WS AND
           UNO-CODIGO = UNO-CODIGO-ORI OF USUARIO-CLI
           ON EXCEPTION
              IF NOT DMSTATUS (NOTFOUND) THEN
                 PERFORM 10000-00-TRATA-ERRO-DMS
                    THRU 10000-99-TRATA-ERRO-DMS
              END-IF
              GO TO 0630-RESOLVE-LOT-TIF-USU-FIM
     END-FIND.

     MOVE LOT-CODIGO OF UNO-LOTACAO TO LOT-CODIGO-WS.

     IF IND-FUNC-WS EQUAL "S"
        FIND FIRST FCO-POR-CODIGO AT
               CLI-CODIGO   =  CLI-HIST-WS AND
               FCO-CODIGO   =  FCO-CODIGO-ORI OF USUARIO-CLI
               ON EXCEPTION
                  IF NOT DMSTATUS (NOTFOUND)
                     PERFORM 10000-00-TRATA-ERRO-DMS
                        THRU 10000-99-TRATA-ERRO-DMS
                  END-IF
                  GO TO 0630-RESOLVE-LOT-TIF-USU-FIM
        END-FIND
        MOVE TIF-CODIGO OF FUNCAO TO TIF-CODIGO-WS
     ELSE
        FIND FIRST TIF-POR-CODIGO AT
               CLI-CODIGO   =  CLI-HIST-WS AND
               TIF-CODIGO   =  TIF-CODIGO OF USUARIO-CLI
               ON EXCEPTION
                  IF NOT DMSTATUS (NOTFOUND)
                     PERFORM 10000-00-TRATA-ERRO-DMS
                        THRU 10000-99-TRATA-ERRO-DMS
                  END-IF
                  GO TO 0630-RESOLVE-LOT-TIF-USU-FIM
        END-FIND
        MOVE TIF-CODIGO OF TIPO-FUNCAO TO TIF-CODIGO-WS
     END-IF.

  0630-RESOLVE-LOT-TIF-USU-FIM.
     EXIT.

******************************************************************
*MD151026 - D947319I
*    MONTA A LINHA DO TEMPO - ABRE AS SETE TRILHAS, CARREGA O    *
*MD151026 - D947319F
*    PRIMEIRO EVENTO DE CADA UMA E INTERCALA: A CADA PASSO O     *
*    MENOR (DATA + TIMESTAMP) VAI PARA A TELA, PAGINADO, E A     *
*    TRILHA DE ONDE ELE VEIO AVANCA.                             *
******************************************************************

  0400-MONTA-HISTORICO.

     MOVE "N" TO WS-CAB-FIM(1) WS-CAB-FIM(2) WS-CAB-FIM(3)
                 WS-CAB-FIM(4) WS-CAB-FIM(5) WS-CAB-FIM(6).
*MD151026 - D947319I
     MOVE "N" TO WS-CAB-FIM(7).
*MD151026 - D947319F

     OPEN INPUT AUD-MACMEX.
     OPEN INPUT AUD-MEXMNT.
     OPEN INPUT AUD-MACMNT.
     OPEN INPUT AUD-PARMNT.
     OPEN INPUT AUD-SUSPENSAO.
     OPEN INPUT HIST-MEX-EXP.
*MD151026 - D947319I
     OPEN INPUT AUD-EMERG.
*MD151026 - D947319F

*    SEM COMBINACAO LOT/TIF NAO HA COMO ATRIBUIR ALTERACAO DA MAC.
     IF FLAG-TEM-MAC EQUAL "N"
        MOVE "S" TO WS-CAB-FIM(3).

     PERFORM 0410-LE-AUDMACMEX    THRU 0410-LE-AUDMACMEX-FIM.
     PERFORM 0420-LE-AUDMEXMNT    THRU 0420-LE-AUDMEXMNT-FIM.
     PERFORM 0430-LE-AUDMACMNT    THRU 0430-LE-AUDMACMNT-FIM.
     PERFORM 0440-LE-AUDPARMNT    THRU 0440-LE-AUDPARMNT-FIM.
     PERFORM 0450-LE-AUDSUSPENSAO THRU 0450-LE-AUDSUSPENSAO-FIM.
     PERFORM 0460-LE-HISTMEXEXP   THRU 0460-LE-HISTMEXEXP-FIM.
*MD151026 - D947319I
     PERFORM 0480-LE-AUDEMERG     THRU 0480-LE-AUDEMERG-FIM.
*MD151026 - D947319F

  0401-PROXIMO-EVENTO.

     PERFORM 0470-ESCOLHE-MENOR
        THRU 0470-ESCOLHE-MENOR-FIM.

     IF WS-IX-MENOR EQUAL ZEROS
        GO TO 0409-FECHA-TRILHAS.

     ADD 1 TO WS-TOTAL-EVENTOS.

     IF WS-TOTAL-EVENTOS <= WS-INICIO-PAGINA
        GO TO 0402-AVANCA-TRILHA.

     IF CONT-REG OF SV-HISTORICO-PESSOA >= 150
        MOVE "S" TO FLAG-MAIS-DADOS OF SV-HISTORICO-PESSOA
        MOVE "Limite de EVENTOS excedido - solicite a proxima pagina"
          TO MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA
        GO TO 0409-FECHA-TRILHAS.

     ADD 1 TO CONT-REG OF SV-HISTORICO-PESSOA.

     MOVE WS-CAB-EVENTO(WS-IX-MENOR) TO
          TAB-EVENTOS OF SV-HISTORICO-PESSOA
                      (CONT-REG OF SV-HISTORICO-PESSOA).

  0402-AVANCA-TRILHA.

     IF WS-IX-MENOR EQUAL 1
        PERFORM 0410-LE-AUDMACMEX    THRU 0410-LE-AUDMACMEX-FIM.
     IF WS-IX-MENOR EQUAL 2
        PERFORM 0420-LE-AUDMEXMNT    THRU 0420-LE-AUDMEXMNT-FIM.
     IF WS-IX-MENOR EQUAL 3
        PERFORM 0430-LE-AUDMACMNT    THRU 0430-LE-AUDMACMNT-FIM.
     IF WS-IX-MENOR EQUAL 4
        PERFORM 0440-LE-AUDPARMNT    THRU 0440-LE-AUDPARMNT-FIM.
     IF WS-IX-MENOR EQUAL 5
        PERFORM 0450-LE-AUDSUSPENSAO THRU 0450-LE-AUDSUSPENSAO-FIM.
     IF WS-IX-MENOR EQUAL 6
        PERFORM 0460-LE-HISTMEXEXP   THRU 0460-LE-HISTMEXEXP-FIM.
*MD151026 - D947319I
     IF WS-IX-MENOR EQUAL 7
        PERFORM 0480-LE-AUDEMERG     THRU 0480-LE-AUDEMERG-FIM.
*MD151026 - D947319F

     GO TO 0401-PROXIMO-EVENTO.

  0409-FECHA-TRILHAS.

     CLOSE AUD-MACMEX.
     CLOSE AUD-MEXMNT.
     CLOSE AUD-MACMNT.
     CLOSE AUD-PARMNT.
     CLOSE AUD-SUSPENSAO.
     CLOSE HIST-MEX-EXP.
*MD151026 - D947319I
     CLOSE AUD-EMERG.
*MD151026 - D947319F

  0400-MONTA-HISTORICO-FIM.
     EXIT.

******************************************************************
*    PROXIMA CONSULTA DO PERFIL DA PESSOA (AUDMACMEX)            *
******************************************************************

  0410-LE-AUDMACMEX.

     IF WS-CAB-FIM(1) EQUAL "S"
        GO TO 0410-LE-AUDMACMEX-FIM.

     READ AUD-MACMEX
         AT END
            MOVE "S" TO WS-CAB-FIM(1).

     IF WS-CAB-FIM(1) EQUAL "S"
        GO TO 0410-LE-AUDMACMEX-FIM.

     MOVE AUD-DATA-CONSULTA TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(1)
        GO TO 0410-LE-AUDMACMEX-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0410-LE-AUDMACMEX.

     IF AUD-CLI-CODIGO NOT EQUAL CLI-HIST-WS OR
        AUD-USU-CODIGO NOT EQUAL USU-CODIGO-WS
        GO TO 0410-LE-AUDMACMEX.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE AUD-TIMESTAMP     TO WS-EVL-TIMESTAMP.
     MOVE "AUDMACMEX"       TO WS-EVL-TRILHA.
     MOVE AUD-USERCODE      TO WS-EVL-USERCODE.
     MOVE AUD-STATION       TO WS-EVL-STATION.
     MOVE "CONSULTA"        TO WS-EVL-ACAO.
     MOVE "EXECUTADA"       TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(1).

  0410-LE-AUDMACMEX-FIM.
     EXIT.

******************************************************************
*    PROXIMA MANUTENCAO DE EXCECAO DA PESSOA (AUDMEXMNT)         *
******************************************************************

  0420-LE-AUDMEXMNT.

     IF WS-CAB-FIM(2) EQUAL "S"
        GO TO 0420-LE-AUDMEXMNT-FIM.

     READ AUD-MEXMNT
         AT END
            MOVE "S" TO WS-CAB-FIM(2).

     IF WS-CAB-FIM(2) EQUAL "S"
        GO TO 0420-LE-AUDMEXMNT-FIM.

     MOVE AMN-DATA-ACAO TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(2)
        GO TO 0420-LE-AUDMEXMNT-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0420-LE-AUDMEXMNT.

     IF AMN-CLI-CODIGO NOT EQUAL CLI-HIST-WS OR
        AMN-USU-CODIGO NOT EQUAL USU-CODIGO-WS
        GO TO 0420-LE-AUDMEXMNT.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE AMN-TIMESTAMP     TO WS-EVL-TIMESTAMP.
     MOVE "AUDMEXMNT"       TO WS-EVL-TRILHA.
     MOVE AMN-USERCODE      TO WS-EVL-USERCODE.
     MOVE AMN-STATION       TO WS-EVL-STATION.
     MOVE AMN-ACAO          TO WS-EVL-ACAO.
     MOVE AMN-TIPO-ITEM     TO WS-EVL-TIPO-ITEM.
     MOVE AMN-SIS-CODIGO    TO WS-EVL-SIS-CODIGO.
     MOVE AMN-GOP-CODIGO    TO WS-EVL-GOP-CODIGO.
     MOVE AMN-PER-CODIGO    TO WS-EVL-PER-CODIGO.
     MOVE AMN-DATA-INI      TO WS-EVL-DATA-INI.
     MOVE AMN-DATA-FIM      TO WS-EVL-DATA-FIM.
     MOVE AMN-RESULTADO     TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(2).

  0420-LE-AUDMEXMNT-FIM.
     EXIT.

******************************************************************
*    PROXIMA ALTERACAO DA MAC QUE ATINGIU A PESSOA (AUDMACMNT) - *
*    SO ACAO EXECUTADA NA COMBINACAO LOT/TIF DO USUARIO; A       *
*    REJEITADA NAO ALTEROU O ACESSO DE NINGUEM.                  *
******************************************************************

  0430-LE-AUDMACMNT.

     IF WS-CAB-FIM(3) EQUAL "S"
        GO TO 0430-LE-AUDMACMNT-FIM.

     READ AUD-MACMNT
         AT END
            MOVE "S" TO WS-CAB-FIM(3).

     IF WS-CAB-FIM(3) EQUAL "S"
        GO TO 0430-LE-AUDMACMNT-FIM.

     MOVE AMC-DATA-ACAO TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(3)
        GO TO 0430-LE-AUDMACMNT-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0430-LE-AUDMACMNT.

     IF AMC-CLI-CODIGO NOT EQUAL CLI-HIST-WS OR
        AMC-LOT-CODIGO NOT EQUAL LOT-CODIGO-WS OR
        AMC-TIF-CODIGO NOT EQUAL TIF-CODIGO-WS
        GO TO 0430-LE-AUDMACMNT.

     IF AMC-RESULTADO NOT EQUAL "EXECUTADA"
        GO TO 0430-LE-AUDMACMNT.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE AMC-TIMESTAMP     TO WS-EVL-TIMESTAMP.
     MOVE "AUDMACMNT"       TO WS-EVL-TRILHA.
     MOVE AMC-USERCODE      TO WS-EVL-USERCODE.
     MOVE AMC-STATION       TO WS-EVL-STATION.
     MOVE AMC-ACAO          TO WS-EVL-ACAO.
     MOVE AMC-TIPO-ITEM     TO WS-EVL-TIPO-ITEM.
     MOVE AMC-SIS-CODIGO    TO WS-EVL-SIS-CODIGO.
     MOVE AMC-GOP-CODIGO    TO WS-EVL-GOP-CODIGO.
     MOVE AMC-PER-CODIGO    TO WS-EVL-PER-CODIGO.
     MOVE AMC-LOT-CODIGO    TO WS-EVL-LOT-CODIGO.
     MOVE AMC-TIF-CODIGO    TO WS-EVL-TIF-CODIGO.
     MOVE AMC-RESULTADO     TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(3).

  0430-LE-AUDMACMNT-FIM.
     EXIT.

******************************************************************
*    PROXIMA MUDANCA DE PARAMETRO PROPRIO DO CLIENTE (AUDPARMNT) *
*    - PARAMETROS ESCALARES (CLI ZERADO) VALEM PARA TODOS E NAO  *
*    ENTRAM NO HISTORICO DE UMA PESSOA.                          *
******************************************************************

  0440-LE-AUDPARMNT.

     IF WS-CAB-FIM(4) EQUAL "S"
        GO TO 0440-LE-AUDPARMNT-FIM.

     READ AUD-PARMNT
         AT END
            MOVE "S" TO WS-CAB-FIM(4).

     IF WS-CAB-FIM(4) EQUAL "S"
        GO TO 0440-LE-AUDPARMNT-FIM.

     MOVE APM-DATA-ACAO TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(4)
        GO TO 0440-LE-AUDPARMNT-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0440-LE-AUDPARMNT.

     IF APM-CLI-CODIGO NOT EQUAL CLI-HIST-WS
        GO TO 0440-LE-AUDPARMNT.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE APM-TIMESTAMP     TO WS-EVL-TIMESTAMP.
     MOVE "AUDPARMNT"       TO WS-EVL-TRILHA.
     MOVE APM-USERCODE      TO WS-EVL-USERCODE.
     MOVE APM-STATION       TO WS-EVL-STATION.
     MOVE APM-ACAO          TO WS-EVL-ACAO.
     MOVE APM-IDENT         TO WS-EVL-PRM-IDENT.
     MOVE APM-TEXTO         TO WS-EVL-COMPLEMENTO.
     MOVE APM-RESULTADO     TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(4).

  0440-LE-AUDPARMNT-FIM.
     EXIT.

******************************************************************
*    PROXIMA SUSPENSAO/REATIVACAO DO USERCODE (AUDSUSPENSAO) -   *
*    A SUSPENSAO DO 692 VALE PARA TODOS OS CLIENTES DA PESSOA.   *
******************************************************************

  0450-LE-AUDSUSPENSAO.

     IF WS-CAB-FIM(5) EQUAL "S"
        GO TO 0450-LE-AUDSUSPENSAO-FIM.

     READ AUD-SUSPENSAO
         AT END
            MOVE "S" TO WS-CAB-FIM(5).

     IF WS-CAB-FIM(5) EQUAL "S"
        GO TO 0450-LE-AUDSUSPENSAO-FIM.

     MOVE ASU-DATA-ACAO TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(5)
        GO TO 0450-LE-AUDSUSPENSAO-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0450-LE-AUDSUSPENSAO.

     IF ASU-USU-CODIGO NOT EQUAL USU-CODIGO-WS
        GO TO 0450-LE-AUDSUSPENSAO.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE ASU-TIMESTAMP     TO WS-EVL-TIMESTAMP.
     MOVE "AUDSUSPENSAO"    TO WS-EVL-TRILHA.
     MOVE ASU-USERCODE      TO WS-EVL-USERCODE.
     MOVE ASU-STATION       TO WS-EVL-STATION.
     MOVE ASU-ACAO          TO WS-EVL-ACAO.
     MOVE ASU-MOTIVO        TO WS-EVL-COMPLEMENTO.
     MOVE ASU-RESULTADO     TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(5).

  0450-LE-AUDSUSPENSAO-FIM.
     EXIT.

******************************************************************
*    PROXIMA MEX VENCIDA EXPURGADA PELO 679 (HISTMEXEXP) - SEM   *
*    USERCODE/STATION: A REMOCAO E FEITA EM BATCH.               *
******************************************************************

  0460-LE-HISTMEXEXP.

     IF WS-CAB-FIM(6) EQUAL "S"
        GO TO 0460-LE-HISTMEXEXP-FIM.

     READ HIST-MEX-EXP
         AT END
            MOVE "S" TO WS-CAB-FIM(6).

     IF WS-CAB-FIM(6) EQUAL "S"
        GO TO 0460-LE-HISTMEXEXP-FIM.

     MOVE HST-DATA-REMOCAO TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(6)
        GO TO 0460-LE-HISTMEXEXP-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0460-LE-HISTMEXEXP.

     IF HST-CLI-CODIGO NOT EQUAL CLI-HIST-WS OR
        HST-USU-CODIGO NOT EQUAL USU-CODIGO-WS
        GO TO 0460-LE-HISTMEXEXP.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE "HISTMEXEXP"      TO WS-EVL-TRILHA.
     MOVE "EXPURGO"         TO WS-EVL-ACAO.
     MOVE HST-TIPO-ITEM     TO WS-EVL-TIPO-ITEM.
     MOVE HST-SIS-CODIGO    TO WS-EVL-SIS-CODIGO.
     MOVE HST-GOP-CODIGO    TO WS-EVL-GOP-CODIGO.
     MOVE HST-PER-CODIGO    TO WS-EVL-PER-CODIGO.
     MOVE HST-DATA-INI-EXC  TO WS-EVL-DATA-INI.
     MOVE HST-DATA-FIM-EXC  TO WS-EVL-DATA-FIM.
     MOVE "EXECUTADA"       TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(6).

  0460-LE-HISTMEXEXP-FIM.
     EXIT.
*MD151026 - D947319I

******************************************************************
*    PROXIMO EVENTO DE ACESSO DE EMERGENCIA AOS GRUPOS DA PESSOA *
*    (AUDEMERG) - CONCESSAO, ENCERRAMENTO E VISTO DO 705, MESMO  *
*    OS REJEITADOS. O INCIDENTE VAI NO COMPLEMENTO.              *
******************************************************************

  0480-LE-AUDEMERG.

     IF WS-CAB-FIM(7) EQUAL "S"
        GO TO 0480-LE-AUDEMERG-FIM.

     READ AUD-EMERG
         AT END
            MOVE "S" TO WS-CAB-FIM(7).

     IF WS-CAB-FIM(7) EQUAL "S"
        GO TO 0480-LE-AUDEMERG-FIM.

     MOVE AEM-DATA-ACAO TO WS-DATA-LIDA.

     IF WS-DATA-LIDA > WS-AAAAMMDD-FIM-HIST
        MOVE "S" TO WS-CAB-FIM(7)
        GO TO 0480-LE-AUDEMERG-FIM.

     IF WS-DATA-LIDA < WS-AAAAMMDD-INI-HIST
        GO TO 0480-LE-AUDEMERG.

     IF AEM-CLI-CODIGO NOT EQUAL CLI-HIST-WS OR
        AEM-USU-CODIGO NOT EQUAL USU-CODIGO-WS
        GO TO 0480-LE-AUDEMERG.

     INITIALIZE WS-EVENTO-LIDO.
     MOVE WS-DATA-LIDA      TO WS-EVL-DATA-EVENTO.
     MOVE AEM-TIMESTAMP     TO WS-EVL-TIMESTAMP.
     MOVE "AUDEMERG"        TO WS-EVL-TRILHA.
     MOVE AEM-USERCODE      TO WS-EVL-USERCODE.
     MOVE AEM-STATION       TO WS-EVL-STATION.
     MOVE AEM-ACAO          TO WS-EVL-ACAO.
     MOVE "GRUPO"           TO WS-EVL-TIPO-ITEM.
     MOVE AEM-SIS-CODIGO    TO WS-EVL-SIS-CODIGO.
     MOVE AEM-GOP-CODIGO    TO WS-EVL-GOP-CODIGO.
     MOVE AEM-DATA-INI      TO WS-EVL-DATA-INI.
     MOVE AEM-DATA-FIM      TO WS-EVL-DATA-FIM.
     MOVE AEM-INCIDENTE     TO WS-EVL-COMPLEMENTO.
     MOVE AEM-RESULTADO     TO WS-EVL-RESULTADO.

     MOVE WS-EVENTO-LIDO TO WS-CAB-EVENTO(7).

  0480-LE-AUDEMERG-FIM.
     EXIT.
*MD151026 - D947319F

******************************************************************
*    ESCOLHE A TRILHA COM O MENOR EVENTO PENDENTE (DATA +        *
*    TIMESTAMP); EMPATE FICA COM A TRILHA DE MENOR NUMERO.       *
*    WS-IX-MENOR ZERADO = TODAS AS TRILHAS ESGOTADAS.            *
******************************************************************

  0470-ESCOLHE-MENOR.

     MOVE ZEROS TO WS-IX-MENOR.
     MOVE 1 TO WS-IX-TRILHA.

  0471-COMPARA-TRILHA.

*MD151026 - D947319I
     IF WS-IX-TRILHA > 7
*MD151026 - D947319F
        GO TO 0470-ESCOLHE-MENOR-FIM.

     IF WS-CAB-FIM(WS-IX-TRILHA) EQUAL "N"
        IF WS-IX-MENOR EQUAL ZEROS
           MOVE WS-IX-TRILHA TO WS-IX-MENOR
        ELSE
           IF WS-CAB-CHAVE(WS-IX-TRILHA) <
              WS-CAB-CHAVE(WS-IX-MENOR)
              MOVE WS-IX-TRILHA TO WS-IX-MENOR
           END-IF
        END-IF
     END-IF.

     ADD 1 TO WS-IX-TRILHA.
     GO TO 0471-COMPARA-TRILHA.

  0470-ESCOLHE-MENOR-FIM.
     EXIT.

******************************************************************
*    ENVIO DAS INFORMACOES DE RESPOSTA                           *
******************************************************************

  0100-00-ENVIA-TELA.

     COMPUTE TAMANHO-AREA-WS =
          FUNCTION LENGTH(AREA-HEADER) +
          FUNCTION LENGTH(AREA-APLICATIVO) +
          FUNCTION LENGTH(AREA-CONTROLE) +
          FUNCTION LENGTH(TAB-EVENTOS(1)) *
              CONT-REG OF SV-HISTORICO-PESSOA.

     MOVE 1                    TO DESTCOUNT OF COMS-OUT.
     MOVE AGENDA OF COMS-IN    TO AGENDA-OUT OF COMS-OUT.
     MOVE STATION OF COMS-IN   TO DESTINATIONDESG OF COMS-OUT.
     MOVE FUNCTIONINDEX        OF COMS-IN
     TO   FUNCTIONINDEX-OUT    OF COMS-OUT.
     MOVE TAMANHO-AREA-WS      TO TEXTLENGTH OF COMS-OUT.

     MOVE ZEROS TO FORM-KEY-OUT.

     SEND COMS-OUT FROM SV-HISTORICO-PESSOA.

     IF  STATUSVALUE OF COMS-OUT NOT = ZEROS
         MOVE STATUSVALUE      OF COMS-OUT TO RESULTADO-77
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
         CALL   "TRATA_ERRO_SAIDA OF S0997/OBJ/LIBRARY/INSTALACAO"
                 USING   ARRAY-IN-WS
                         PROGRAMA-DESIGNATOR-77
                         RESULTADO-77
     END-IF.

  0100-00-ENVIA-TELA-FIM.
     EXIT.

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

     MOVE "Erro no acesso ao banco de dados."
       TO MENSAGEM-RESULTADO OF SV-HISTORICO-PESSOA.

     MOVE 1 TO CODIGO-RESULTADO OF SV-HISTORICO-PESSOA.

     MOVE 1 TO RESULTADO-77.

  10000-99-TRATA-ERRO-DMS.
     EXIT.

 99900-00-ULTIMO-PARAGRAFO.
     CLOSE BDSEGURANCA.
     STOP RUN.

 END-OF-JOB.
