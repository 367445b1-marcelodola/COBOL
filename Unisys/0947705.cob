$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-705.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*     ACESSO DE EMERGENCIA COM VENCIMENTO POR HORA E VISTO       *
*----------------------------------------------------------------*
*  TRANSACAO COMS (NO MOLDE DO S0947-OBJ-668) PARA O ACESSO DE   *
*  EMERGENCIA DURANTE INCIDENTES DE PRODUCAO - ATE AQUI FEITO    *
*  COMO MEX PELO 668, COM GRANULARIDADE DE DIA E MUITAS VEZES    *
*  PENDENTE DE QUATRO OLHOS. ACOES:                              *
*    "CONCEDER" - CONCEDE AO USUARIO UM GRUPO DO CATALOGO DE     *
*                 EMERGENCIA PRE-APROVADO (PARAMETROS-S0947,     *
*                 ENTRADAS "EMERGGRP": CLI = CLIENTE, VALOR-1/2  *
*                 = SIS/GOP, VALOR-5 = DURACAO MAXIMA EM HORAS), *
*                 COM REFERENCIA DE INCIDENTE OBRIGATORIA E      *
*                 VENCIMENTO EM DATA E HORA (HHMM). A CONCESSAO  *
*                 E UMA LINHA GRUPO-EXC-USU JA APROVADA, MARCADA *
*                 GRX-TIPO-CONCESSAO "E", VALENDO DE AGORA ATE   *
*                 GRX-DATA-FIM-EXC/GRX-HORA-FIM-EXC - O 0705 DO  *
*                 656 E DO 684 CONFEREM A HORA;                  *
*    "ENCERRAR" - ENCERRA AGORA UMA CONCESSAO AINDA VIGENTE;     *
*    "VISTAR"   - VISTO POSTERIOR DE UMA CONCESSAO JA VENCIDA    *
*                 OU ENCERRADA, DADO POR UM USERCODE DIFERENTE   *
*                 DO QUE CONCEDEU, A PARTIR DA LISTA DO DIA      *
*                 SEGUINTE (S0947-OBJ-706, QUE ESCALA AS NAO     *
*                 VISTADAS NO PRAZO).                            *
*  UMA NOVA CONCESSAO DO MESMO GRUPO AO MESMO USUARIO SO ENTRA   *
*  DEPOIS DO VISTO DA ANTERIOR (A LINHA E REAPROVEITADA). MEX     *
*  COMUM DO GRUPO (668) E AS CONCESSOES DE EMERGENCIA NAO SE     *
*  MISTURAM: O 668 NAO RENOVA NEM REVOGA LINHA "E".              *
*  O CLI-CODIGO E OBTIDO DA JANELA DA ESTACAO, COMO NO 668.      *
*  TODA ACAO EXECUTADA OU REJEITADA GERA UMA LINHA NA TRILHA     *
*  SELADA AUDEMERG, FONTE DA LISTA DO 706.                       *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT AUD-EMERG        ASSIGN TO "AUDEMERG"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  TRILHA DE AUDITORIA DO ACESSO DE EMERGENCIA - UMA LINHA POR   *
*  ACAO EXECUTADA OU REJEITADA (AEM-RESULTADO "EXECUTADA" OU     *
*  "REJEITADA"). A CONCESSAO E IDENTIFICADA POR CLIENTE,         *
*  USUARIO, SIS/GOP E INICIO (DATA E HORA) - AS LINHAS ENCERRAR  *
*  E VISTAR LEVAM O INICIO E O USERCODE DA CONCESSAO A QUE SE    *
*  REFEREM. LIDA PELO S0947-OBJ-706.                             *
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

 DATA-BASE SECTION.

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".

 01 SV-EMERGENCIA.
    COPY "(D0947F05)S0947/LIB/SRV/V094770501 ON PROJETO01".

 01  CLI-JANELA-SEG-WS           PIC 9(04).

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.
 77  PROGRAMA-DESIGNATOR-77      REAL.
 77  AGENDA-INPUT-77             REAL.
 77  AGENDA-DESTINO-77           REAL.
 77  WINDOW-DESIGNATOR-77        REAL.
 77  ESTACAO-REAL-77             REAL.
 77  CODIGO-INFORMACAO-77        PIC S9(11) BINARY EXTENDED.

*----------------------------------------------------------------*
* POLITICA DE SEGURANCA: DURACAO MAXIMA, EM HORAS, DE UMA        *
* CONCESSAO DE EMERGENCIA CUJA ENTRADA DO CATALOGO NAO INFORMA A *
* SUA PROPRIA (VALOR-5 ZERADO).                                  *
*----------------------------------------------------------------*

 77  HORAS-MAX-EMERGENCIA        PIC 9(03)   VALUE 8.

*----------------------------------------------------------------*
* ULTIMO DIA DE CADA MES, PARA A CONFERENCIA DA DATA DE          *
* VENCIMENTO - FEVEREIRO GANHA O DIA 29 NO ANO BISSEXTO (0235).  *
*----------------------------------------------------------------*

 01  TAB-DIAS-MES-VALORES.
     03  FILLER                  PIC X(24)
                                 VALUE "312831303130313130313031".
 01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
     03  WS-ULTIMO-DIA-MES       PIC 9(02)   OCCURS 12 TIMES.

 01 VARIAVEIS.
   02  FLAG-VALIDACAO-OK         PIC X(1).
   02  FLAG-ACHOU-CATALOGO       PIC X(1).
   02  FLAG-ACHOU-LINHA          PIC X(1).
   02  FLAG-LINHA-EMERGENCIA     PIC X(1).
   02  FLAG-LINHA-VIGENTE        PIC X(1).
   02  FLAG-REUSA-LINHA          PIC X(1).
   02  FLAG-DATA-VALIDA          PIC X(1).
   02  TAMANHO-AREA-WS           PIC 9(05).
   02  MENSAGEM-WS               PIC X(160).
   02  AGENDA-NOME-WS            PIC X(17).
   02  VERSAO-SEG-WS             PIC 9(01).
   02  AUD-USERCODE-WS           PIC 9(11).
   02  AUD-STATION-WS            PIC 9(11).
   02  AUD-TIMESTAMP-WS          PIC 9(11).
   02  WS-HORAS-MAX              PIC 9(03).
   02  WS-AAAAMMDD-HOJE          PIC 9(08).
   02  WS-AAAAMMDD-INI-ATUAL     PIC 9(08).
   02  WS-AAAAMMDD-FIM-ATUAL     PIC 9(08).
   02  WS-MOMENTO-AGORA          PIC 9(12).
   02  WS-MOMENTO-FIM            PIC 9(12).
   02  WS-MINUTOS-DURACAO        PIC S9(07).
   02  WS-ULTIMO-DIA             PIC 9(02).
   02  WS-ANO-VENCIMENTO         PIC 9(04).
   02  WS-QUOCIENTE              PIC 9(04).
   02  WS-RESTO-4                PIC 9(03).
   02  WS-RESTO-100              PIC 9(03).
   02  WS-RESTO-400              PIC 9(03).
   02  WS-HORA-ACCEPT            PIC 9(08).
   02  WS-HORA-ACCEPT-R REDEFINES WS-HORA-ACCEPT.
       03  WS-HH-SISTEMA         PIC 9(02).
       03  WS-MM-SISTEMA         PIC 9(02).
       03  FILLER                PIC 9(04).
   02  WS-HHMM-SISTEMA           PIC 9(04).
*  CONCESSAO TRATADA - A PEDIDA (CONCEDER) OU A DA LINHA
*  LOCALIZADA (ENCERRAR/VISTAR); E O QUE VAI PARA A TRILHA.
   02  WS-CNC-DATA-INI           PIC 9(08).
   02  WS-CNC-DATA-INI-R REDEFINES WS-CNC-DATA-INI.
       03  WS-CNC-SEC-INI        PIC 9(02).
       03  WS-CNC-ANO-INI        PIC 9(02).
       03  WS-CNC-MES-INI        PIC 9(02).
       03  WS-CNC-DIA-INI        PIC 9(02).
   02  WS-CNC-HORA-INI           PIC 9(04).
   02  WS-CNC-DATA-FIM           PIC 9(08).
   02  WS-CNC-DATA-FIM-R REDEFINES WS-CNC-DATA-FIM.
       03  WS-CNC-SEC-FIM        PIC 9(02).
       03  WS-CNC-ANO-FIM        PIC 9(02).
       03  WS-CNC-MES-FIM        PIC 9(02).
       03  WS-CNC-DIA-FIM        PIC 9(02).
   02  WS-CNC-HORA-FIM           PIC 9(04).
   02  WS-CNC-INCIDENTE          PIC X(20).
   02  WS-CNC-USERCODE           PIC 9(11).
   02  WS-CNC-USERCODE-VISTO     PIC 9(11).
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).
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
     MOVE    "A_S094770501"          TO  AGENDA-NOME-WS.
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

     OPEN UPDATE BDSEGURANCA.

     OPEN EXTEND AUD-EMERG.

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

     ACCEPT WS-HORA-ACCEPT FROM TIME.
     COMPUTE WS-HHMM-SISTEMA = (WS-HH-SISTEMA * 100) + WS-MM-SISTEMA.

     COMPUTE WS-MOMENTO-AGORA =
         (WS-AAAAMMDD-HOJE * 10000) + WS-HHMM-SISTEMA.

     INITIALIZE SV-EMERGENCIA.

     RECEIVE COMS-IN MESSAGE INTO SV-EMERGENCIA.
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

     MOVE SPACES TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
                    MENSAGEM-ADVERTENCIA OF SV-EMERGENCIA.
     MOVE ZEROS  TO CODIGO-RESULTADO OF SV-EMERGENCIA.
     MOVE "N"    TO FLAG-ADVERTENCIA OF SV-EMERGENCIA.

     MOVE USU-CODIGO-ENTRADA OF SV-EMERGENCIA TO USU-CODIGO-WS.
     MOVE USERCODE OF COMS-IN TO AUD-USERCODE-WS.

     PERFORM 0200-VALIDA-ENTRADA
        THRU 0200-VALIDA-ENTRADA-FIM.

     IF FLAG-VALIDACAO-OK EQUAL "S"
        PERFORM 0300-EXECUTA-ACAO
           THRU 0300-EXECUTA-ACAO-FIM.

     PERFORM 0800-GRAVA-AUDITORIA
        THRU 0800-GRAVA-AUDITORIA-FIM.

     PERFORM 0100-00-ENVIA-TELA
        THRU 0100-00-ENVIA-TELA-FIM.

     GO TO 003-INICIO-REL.

  003-FIM-REL.
     EXIT.

******************************************************************
*    VALIDACAO DE ENTRADA                                        *
******************************************************************

  0200-VALIDA-ENTRADA.

     MOVE "N" TO FLAG-VALIDACAO-OK.

     IF ACAO-EMERGENCIA OF SV-EMERGENCIA NOT EQUAL "CONCEDER" AND
        ACAO-EMERGENCIA OF SV-EMERGENCIA NOT EQUAL "ENCERRAR" AND
        ACAO-EMERGENCIA OF SV-EMERGENCIA NOT EQUAL "VISTAR"
        MOVE "Acao invalida (CONCEDER, ENCERRAR ou VISTAR)."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0200-VALIDA-ENTRADA-FIM.

*    O USUARIO PRECISA EXISTIR NO CLIENTE DA JANELA.
     FIND FIRST USC-POR-USUARIO AT
        CLI-CODIGO = CLI-JANELA-SEG-WS AND
        USU-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
            IF DMSTATUS(NOTFOUND)
               MOVE "Usuario nao possui MAC neste cliente."
                 TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
               MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
            ELSE
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
            END-IF
     END-FIND.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0200-VALIDA-ENTRADA-FIM.

     IF ACAO-EMERGENCIA OF SV-EMERGENCIA EQUAL "CONCEDER"
        PERFORM 0210-VALIDA-CONCESSAO
           THRU 0210-VALIDA-CONCESSAO-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.

*    ENCERRAR/VISTAR: A CONCESSAO DE EMERGENCIA DO USUARIO/GRUPO
*    PRECISA EXISTIR.
     PERFORM 0260-LOCALIZA-CONCESSAO
        THRU 0260-LOCALIZA-CONCESSAO-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0200-VALIDA-ENTRADA-FIM.

     IF FLAG-ACHOU-LINHA EQUAL "N" OR
        FLAG-LINHA-EMERGENCIA EQUAL "N"
        MOVE "Nenhuma concessao de emergencia para o usuario/grupo."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0200-VALIDA-ENTRADA-FIM.

     IF ACAO-EMERGENCIA OF SV-EMERGENCIA EQUAL "ENCERRAR"
        PERFORM 0240-VALIDA-ENCERRAMENTO
           THRU 0240-VALIDA-ENCERRAMENTO-FIM
     ELSE
        PERFORM 0250-VALIDA-VISTO
           THRU 0250-VALIDA-VISTO-FIM.

  0200-VALIDA-ENTRADA-FIM.
     EXIT.

******************************************************************
*    CONCEDER - INCIDENTE INFORMADO, GRUPO NO CATALOGO DE        *
*    EMERGENCIA DO CLIENTE, VENCIMENTO NO FUTURO E DENTRO DA     *
*    DURACAO MAXIMA DO CATALOGO, SEM OUTRA CONCESSAO OU MEX DO   *
*    MESMO GRUPO EM ABERTO                                       *
******************************************************************

  0210-VALIDA-CONCESSAO.

*    A CONCESSAO PEDIDA VALE DE AGORA ATE A DATA/HORA INFORMADA.
     MOVE WS-AAAAMMDD-HOJE TO WS-CNC-DATA-INI.
     MOVE WS-HHMM-SISTEMA  TO WS-CNC-HORA-INI.
     MOVE AUD-USERCODE-WS  TO WS-CNC-USERCODE.
     MOVE INCIDENTE-ENTRADA OF SV-EMERGENCIA TO WS-CNC-INCIDENTE.

     COMPUTE WS-CNC-DATA-FIM =
         (((SEC-FIM-ENTRADA OF SV-EMERGENCIA * 100) +
            ANO-FIM-ENTRADA OF SV-EMERGENCIA) * 10000) +
         (MES-FIM-ENTRADA OF SV-EMERGENCIA * 100) +
          DIA-FIM-ENTRADA OF SV-EMERGENCIA.

     COMPUTE WS-CNC-HORA-FIM =
         (HH-FIM-ENTRADA OF SV-EMERGENCIA * 100) +
          MM-FIM-ENTRADA OF SV-EMERGENCIA.

     IF FLAG-SUSPENSO OF USUARIO-CLI EQUAL "S"
        MOVE "Usuario suspenso - reative pela transacao S0947-OBJ-692."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     IF INCIDENTE-ENTRADA OF SV-EMERGENCIA EQUAL SPACES
        MOVE "Referencia do incidente e obrigatoria."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     PERFORM 0220-LOCALIZA-CATALOGO
        THRU 0220-LOCALIZA-CATALOGO-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     IF FLAG-ACHOU-CATALOGO EQUAL "N"
        MOVE "Grupo fora do catalogo de emergencia do cliente."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     PERFORM 0225-VALIDA-GRUPO
        THRU 0225-VALIDA-GRUPO-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     PERFORM 0230-VALIDA-VENCIMENTO
        THRU 0230-VALIDA-VENCIMENTO-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     PERFORM 0260-LOCALIZA-CONCESSAO
        THRU 0260-LOCALIZA-CONCESSAO-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0210-VALIDA-CONCESSAO-FIM.

*    A LOCALIZACAO CARREGOU A CONCESSAO DA LINHA - A TRILHA LEVA
*    A PEDIDA.
     MOVE WS-AAAAMMDD-HOJE TO WS-CNC-DATA-INI.
     MOVE WS-HHMM-SISTEMA  TO WS-CNC-HORA-INI.
     MOVE AUD-USERCODE-WS  TO WS-CNC-USERCODE.
     MOVE INCIDENTE-ENTRADA OF SV-EMERGENCIA TO WS-CNC-INCIDENTE.
     MOVE ZEROS            TO WS-CNC-USERCODE-VISTO.

     COMPUTE WS-CNC-DATA-FIM =
         (((SEC-FIM-ENTRADA OF SV-EMERGENCIA * 100) +
            ANO-FIM-ENTRADA OF SV-EMERGENCIA) * 10000) +
         (MES-FIM-ENTRADA OF SV-EMERGENCIA * 100) +
          DIA-FIM-ENTRADA OF SV-EMERGENCIA.

     COMPUTE WS-CNC-HORA-FIM =
         (HH-FIM-ENTRADA OF SV-EMERGENCIA * 100) +
          MM-FIM-ENTRADA OF SV-EMERGENCIA.

     IF FLAG-ACHOU-LINHA EQUAL "N"
        MOVE "S" TO FLAG-VALIDACAO-OK
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     IF FLAG-LINHA-EMERGENCIA EQUAL "N"
        MOVE "Usuario ja possui o grupo por excecao (MEX) - ver 668."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     IF FLAG-LINHA-VIGENTE EQUAL "S"
        MOVE "Concessao de emergencia ja vigente para o usuario/grupo."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0210-VALIDA-CONCESSAO-FIM.

*    A CONCESSAO ANTERIOR DO MESMO GRUPO PRECISA ESTAR VISTADA -
*    A LINHA E REAPROVEITADA E O VISTO PENDENTE SE PERDERIA.
     IF WS-CNC-USERCODE-VISTO EQUAL ZEROS
        MOVE "Concessao anterior do grupo sem visto - VISTAR antes."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0210-VALIDA-CONCESSAO-FIM.

     MOVE "S" TO FLAG-REUSA-LINHA.
     MOVE "S" TO FLAG-VALIDACAO-OK.

  0210-VALIDA-CONCESSAO-FIM.
     EXIT.

******************************************************************
*    CATALOGO DE EMERGENCIA - ENTRADAS "EMERGGRP" DO CLIENTE DA  *
*    JANELA (VALOR-1/2 = SIS/GOP, VALOR-5 = HORAS MAXIMAS)       *
******************************************************************

  0220-LOCALIZA-CATALOGO.

     MOVE "N" TO FLAG-ACHOU-CATALOGO.
     MOVE HORAS-MAX-EMERGENCIA TO WS-HORAS-MAX.

     SET PRM-POR-IDENT TO BEGINNING.

  0221-PROXIMA-ENTRADA-CATALOGO.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "EMERGGRP" AND
          PRM-CLI-CODIGO = CLI-JANELA-SEG-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0220-LOCALIZA-CATALOGO-FIM
     END-FIND.

     IF PRM-VALOR-1 OF PARAMETROS-S0947 NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-EMERGENCIA
        GO TO 0221-PROXIMA-ENTRADA-CATALOGO.

     IF PRM-VALOR-2 OF PARAMETROS-S0947 NOT EQUAL
        GOP-CODIGO-ENTRADA OF SV-EMERGENCIA
        GO TO 0221-PROXIMA-ENTRADA-CATALOGO.

     MOVE "S" TO FLAG-ACHOU-CATALOGO.

     IF PRM-VALOR-5 OF PARAMETROS-S0947 NOT EQUAL ZEROS
        MOVE PRM-VALOR-5 OF PARAMETROS-S0947 TO WS-HORAS-MAX.

  0220-LOCALIZA-CATALOGO-FIM.
     EXIT.

  0225-VALIDA-GRUPO.

     FIND GOP-POR-IDENT AT
          CFS-VER-SISEG = VERSAO-SEG-WS     AND
          GOP-CLIENTE   = CLI-JANELA-SEG-WS AND
          GOP-SISTEMA   = SIS-CODIGO-ENTRADA OF SV-EMERGENCIA AND
          GOP-CODIGO    = GOP-CODIGO-ENTRADA OF SV-EMERGENCIA
          ON EXCEPTION
             IF DMSTATUS (NOTFOUND)
                MOVE "Grupo nao cadastrado em GRUPOS-OPERACOES."
                  TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
                MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
             ELSE
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
     END-FIND.

  0225-VALIDA-GRUPO-FIM.
     EXIT.

******************************************************************
*    VENCIMENTO DA CONCESSAO - DATA DE CALENDARIO VALIDA, HORA   *
*    VALIDA (HHMM, 0001 A 2359), NO FUTURO E NO MAXIMO           *
*    WS-HORAS-MAX HORAS A PARTIR DE AGORA. A DATA E CONFERIDA    *
*    ANTES DO CALCULO DA DURACAO: DATA INEXISTENTE (MES 13, DIA  *
*    31/04) DARIA UMA DURACAO SEM SENTIDO E FURARIA O LIMITE.    *
******************************************************************

  0230-VALIDA-VENCIMENTO.

     IF WS-CNC-DATA-FIM EQUAL ZEROS OR
        WS-CNC-HORA-FIM EQUAL ZEROS
        MOVE "Data e hora de vencimento sao obrigatorias."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0230-VALIDA-VENCIMENTO-FIM.

     IF HH-FIM-ENTRADA OF SV-EMERGENCIA > 23 OR
        MM-FIM-ENTRADA OF SV-EMERGENCIA > 59
        MOVE "Hora de vencimento invalida (HHMM)."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0230-VALIDA-VENCIMENTO-FIM.

     PERFORM 0235-VALIDA-CALENDARIO
        THRU 0235-VALIDA-CALENDARIO-FIM.

     IF FLAG-DATA-VALIDA EQUAL "N"
        MOVE "Data de vencimento invalida (AAAAMMDD)."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0230-VALIDA-VENCIMENTO-FIM.

     COMPUTE WS-MOMENTO-FIM =
         (WS-CNC-DATA-FIM * 10000) + WS-CNC-HORA-FIM.

     IF WS-MOMENTO-FIM NOT > WS-MOMENTO-AGORA
        MOVE "Vencimento ja passou - concessao nasceria vencida."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0230-VALIDA-VENCIMENTO-FIM.

     COMPUTE WS-MINUTOS-DURACAO =
         ((FUNCTION INTEGER-OF-DATE(WS-CNC-DATA-FIM) -
           FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE)) * 1440) +
         (HH-FIM-ENTRADA OF SV-EMERGENCIA * 60) +
          MM-FIM-ENTRADA OF SV-EMERGENCIA -
         (WS-HH-SISTEMA * 60) - WS-MM-SISTEMA.

     IF WS-MINUTOS-DURACAO > WS-HORAS-MAX * 60
        MOVE "Duracao acima do maximo do catalogo de emergencia."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0230-VALIDA-VENCIMENTO-FIM.

  0230-VALIDA-VENCIMENTO-FIM.
     EXIT.

*----------------------------------------------------------------*
* DATA DE VENCIMENTO EXISTE NO CALENDARIO - MES 01 A 12 E DIA    *
* ATE O ULTIMO DO MES; ANO BISSEXTO: DIVISIVEL POR 4 E NAO POR   *
* 100, SALVO SE DIVISIVEL POR 400.                               *
*----------------------------------------------------------------*

  0235-VALIDA-CALENDARIO.

     MOVE "N" TO FLAG-DATA-VALIDA.

     IF WS-CNC-MES-FIM < 1 OR
        WS-CNC-MES-FIM > 12
        GO TO 0235-VALIDA-CALENDARIO-FIM.

     MOVE WS-ULTIMO-DIA-MES(WS-CNC-MES-FIM) TO WS-ULTIMO-DIA.

     IF WS-CNC-MES-FIM NOT EQUAL 2
        GO TO 0236-CONFERE-DIA.

     COMPUTE WS-ANO-VENCIMENTO =
         (WS-CNC-SEC-FIM * 100) + WS-CNC-ANO-FIM.

     DIVIDE WS-ANO-VENCIMENTO BY 4
         GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4.
     DIVIDE WS-ANO-VENCIMENTO BY 100
         GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100.
     DIVIDE WS-ANO-VENCIMENTO BY 400
         GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400.

     IF WS-RESTO-4 EQUAL ZEROS AND
        (WS-RESTO-100 NOT EQUAL ZEROS OR
         WS-RESTO-400 EQUAL ZEROS)
        MOVE 29 TO WS-ULTIMO-DIA.

  0236-CONFERE-DIA.

     IF WS-CNC-DIA-FIM < 1 OR
        WS-CNC-DIA-FIM > WS-ULTIMO-DIA
        GO TO 0235-VALIDA-CALENDARIO-FIM.

     MOVE "S" TO FLAG-DATA-VALIDA.

  0235-VALIDA-CALENDARIO-FIM.
     EXIT.

******************************************************************
*    ENCERRAR - SO CONCESSAO AINDA VIGENTE                       *
******************************************************************

  0240-VALIDA-ENCERRAMENTO.

     IF FLAG-LINHA-VIGENTE EQUAL "N"
        MOVE "Concessao de emergencia ja vencida ou encerrada."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0240-VALIDA-ENCERRAMENTO-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0240-VALIDA-ENCERRAMENTO-FIM.
     EXIT.

******************************************************************
*    VISTAR - O VISTO E POSTERIOR AO USO (CONCESSAO JA VENCIDA   *
*    OU ENCERRADA), UNICO E DE UM USERCODE DIFERENTE DO QUE      *
*    CONCEDEU                                                    *
******************************************************************

  0250-VALIDA-VISTO.

     IF FLAG-LINHA-VIGENTE EQUAL "S"
        MOVE "Concessao ainda vigente - ENCERRAR antes do visto."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0250-VALIDA-VISTO-FIM.

     IF WS-CNC-USERCODE-VISTO NOT EQUAL ZEROS
        MOVE "Concessao de emergencia ja vistada."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0250-VALIDA-VISTO-FIM.

*    O MESMO USERCODE NAO VISTA O QUE ELE MESMO CONCEDEU.
     IF WS-CNC-USERCODE EQUAL AUD-USERCODE-WS
        MOVE "Visto nao pode ser dado por quem concedeu."
          TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
        MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
        GO TO 0250-VALIDA-VISTO-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0250-VALIDA-VISTO-FIM.
     EXIT.

******************************************************************
*    LOCALIZA A LINHA GRUPO-EXC-USU DO USUARIO/GRUPO E CARREGA A *
*    CONCESSAO DELA (WS-CNC-*) - FLAG-LINHA-EMERGENCIA "S" PARA  *
*    LINHA "E" E FLAG-LINHA-VIGENTE "S" SE AINDA NAO VENCEU      *
******************************************************************

  0260-LOCALIZA-CONCESSAO.

     MOVE "N" TO FLAG-ACHOU-LINHA FLAG-LINHA-EMERGENCIA
                 FLAG-LINHA-VIGENTE.

     SET GRX-POR-USU TO BEGINNING.

  0261-PROXIMA-EXC-GRUPO.

     FIND NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0260-LOCALIZA-CONCESSAO-FIM
     END-FIND.

     IF SIS-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-EMERGENCIA
        GO TO 0261-PROXIMA-EXC-GRUPO.

     IF GOP-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        GOP-CODIGO-ENTRADA OF SV-EMERGENCIA
        GO TO 0261-PROXIMA-EXC-GRUPO.

     MOVE "S" TO FLAG-ACHOU-LINHA.

     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU NOT EQUAL "E"
        GO TO 0260-LOCALIZA-CONCESSAO-FIM.

     MOVE "S" TO FLAG-LINHA-EMERGENCIA.

     COMPUTE WS-CNC-DATA-INI =
         (((GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-INI-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     COMPUTE WS-CNC-DATA-FIM =
         (((GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-FIM-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     MOVE GRX-HORA-INI-EXC OF GRUPO-EXC-USU TO WS-CNC-HORA-INI.
     MOVE GRX-HORA-FIM-EXC OF GRUPO-EXC-USU TO WS-CNC-HORA-FIM.
     MOVE GRX-INCIDENTE    OF GRUPO-EXC-USU TO WS-CNC-INCIDENTE.
     MOVE USERCODE-SOLICITANTE OF GRUPO-EXC-USU TO WS-CNC-USERCODE.
     MOVE GRX-USERCODE-VISTO OF GRUPO-EXC-USU
       TO WS-CNC-USERCODE-VISTO.

*    HORA ZERADA VALE O DIA INTEIRO (MESMA CONVENCAO DO 0705).
     IF WS-CNC-HORA-FIM EQUAL ZEROS
        COMPUTE WS-MOMENTO-FIM = (WS-CNC-DATA-FIM * 10000) + 2400
     ELSE
        COMPUTE WS-MOMENTO-FIM =
            (WS-CNC-DATA-FIM * 10000) + WS-CNC-HORA-FIM.

     IF WS-MOMENTO-AGORA < WS-MOMENTO-FIM
        MOVE "S" TO FLAG-LINHA-VIGENTE.

  0260-LOCALIZA-CONCESSAO-FIM.
     EXIT.

******************************************************************
*    EXECUCAO DA ACAO VALIDADA, SOB TRANSACAO                    *
******************************************************************

  0300-EXECUTA-ACAO.

     IF ACAO-EMERGENCIA OF SV-EMERGENCIA EQUAL "CONCEDER"
        PERFORM 0310-CONCEDE-EMERGENCIA
           THRU 0310-CONCEDE-EMERGENCIA-FIM
        GO TO 0300-EXECUTA-ACAO-FIM.

     IF ACAO-EMERGENCIA OF SV-EMERGENCIA EQUAL "ENCERRAR"
        PERFORM 0320-ENCERRA-EMERGENCIA
           THRU 0320-ENCERRA-EMERGENCIA-FIM
        GO TO 0300-EXECUTA-ACAO-FIM.

     PERFORM 0330-VISTA-EMERGENCIA
        THRU 0330-VISTA-EMERGENCIA-FIM.

  0300-EXECUTA-ACAO-FIM.
     EXIT.

******************************************************************
*    CONCEDER - CRIA (OU REAPROVEITA, SE A ANTERIOR DO GRUPO JA  *
*    FOI VISTADA) A LINHA DE EMERGENCIA E ABRE/ESTENDE A JANELA  *
*    DE EXCECAO DO USUARIO (ENVOLTORIA TESTADA PELO 0240 DO 656) *
******************************************************************

  0310-CONCEDE-EMERGENCIA.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0310-CONCEDE-EMERGENCIA-FIM.

     IF FLAG-REUSA-LINHA EQUAL "S"
        PERFORM 0350-BLOQUEIA-LINHA
           THRU 0350-BLOQUEIA-LINHA-FIM
     ELSE
        CREATE GRUPO-EXC-USU
        MOVE CLI-JANELA-SEG-WS TO CLI-CODIGO OF GRUPO-EXC-USU
        MOVE USU-CODIGO-WS     TO USU-CODIGO OF GRUPO-EXC-USU
        MOVE SIS-CODIGO-ENTRADA OF SV-EMERGENCIA
          TO SIS-CODIGO OF GRUPO-EXC-USU
        MOVE GOP-CODIGO-ENTRADA OF SV-EMERGENCIA
          TO GOP-CODIGO OF GRUPO-EXC-USU.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0315-ABORTA-CONCESSAO.

     PERFORM 0345-PREENCHE-CONCESSAO
        THRU 0345-PREENCHE-CONCESSAO-FIM.

     STORE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0315-ABORTA-CONCESSAO
     END-STORE.

     PERFORM 0340-ATUALIZA-JANELA-USUARIO
        THRU 0340-ATUALIZA-JANELA-USUARIO-FIM.

*    QUALQUER ERRO DMS NO CAMINHO JA DEIXOU CODIGO-RESULTADO = 1 -
*    NAO CONFIRMA NEM ANUNCIA UMA CONCESSAO QUE NAO ACONTECEU.
     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0315-ABORTA-CONCESSAO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0310-CONCEDE-EMERGENCIA-FIM.

     MOVE "Acesso de emergencia concedido - visto no dia seguinte."
       TO MENSAGEM-RESULTADO OF SV-EMERGENCIA.

     GO TO 0310-CONCEDE-EMERGENCIA-FIM.

*    ERRO DMS DENTRO DA TRANSACAO - ENCERRA A TRANSACAO ANTES DE
*    DEVOLVER O ERRO, PARA NAO ATRAVESSAR A ESPERA DO TERMINAL
*    SEGURANDO BLOQUEIOS.
  0315-ABORTA-CONCESSAO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0310-CONCEDE-EMERGENCIA-FIM.
     EXIT.

******************************************************************
*    ENCERRAR - O VENCIMENTO DA LINHA PASSA A SER AGORA          *
******************************************************************

  0320-ENCERRA-EMERGENCIA.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0320-ENCERRA-EMERGENCIA-FIM.

     PERFORM 0350-BLOQUEIA-LINHA
        THRU 0350-BLOQUEIA-LINHA-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0325-ABORTA-ENCERRAMENTO.

*    A HORA ZERADA SIGNIFICA "DIA INTEIRO" - NA VIRADA DO DIA O
*    ENCERRAMENTO VALE A PARTIR DE 00:01.
     MOVE WS-AAAAMMDD-HOJE TO WS-CNC-DATA-FIM.
     MOVE WS-HHMM-SISTEMA  TO WS-CNC-HORA-FIM.

     IF WS-CNC-HORA-FIM EQUAL ZEROS
        MOVE 1 TO WS-CNC-HORA-FIM.

     MOVE SEC-SISTEMA OF DATA-SISTEMAR
       TO GRX-SEC-FIM-EXC OF GRUPO-EXC-USU.
     MOVE ANO-SISTEMA OF DATA-SISTEMAR
       TO GRX-ANO-FIM-EXC OF GRUPO-EXC-USU.
     MOVE MES-SISTEMA OF DATA-SISTEMAR
       TO GRX-MES-FIM-EXC OF GRUPO-EXC-USU.
     MOVE DIA-SISTEMA OF DATA-SISTEMAR
       TO GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-CNC-HORA-FIM TO GRX-HORA-FIM-EXC OF GRUPO-EXC-USU.

     STORE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0325-ABORTA-ENCERRAMENTO
     END-STORE.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0320-ENCERRA-EMERGENCIA-FIM.

     MOVE "Acesso de emergencia encerrado - aguarda o visto."
       TO MENSAGEM-RESULTADO OF SV-EMERGENCIA.

     GO TO 0320-ENCERRA-EMERGENCIA-FIM.

  0325-ABORTA-ENCERRAMENTO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0320-ENCERRA-EMERGENCIA-FIM.
     EXIT.

******************************************************************
*    VISTAR - REGISTRA NA LINHA O USERCODE DO VISTO              *
******************************************************************

  0330-VISTA-EMERGENCIA.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0330-VISTA-EMERGENCIA-FIM.

     PERFORM 0350-BLOQUEIA-LINHA
        THRU 0350-BLOQUEIA-LINHA-FIM.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA NOT EQUAL ZEROS
        GO TO 0335-ABORTA-VISTO.

     MOVE AUD-USERCODE-WS TO GRX-USERCODE-VISTO OF GRUPO-EXC-USU.

     STORE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0335-ABORTA-VISTO
     END-STORE.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0330-VISTA-EMERGENCIA-FIM.

     MOVE "Visto registrado na concessao de emergencia."
       TO MENSAGEM-RESULTADO OF SV-EMERGENCIA.

     GO TO 0330-VISTA-EMERGENCIA-FIM.

  0335-ABORTA-VISTO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0330-VISTA-EMERGENCIA-FIM.
     EXIT.

******************************************************************
*    ABRE OU ESTENDE A JANELA USC-DATA-INI-EXC/USC-DATA-FIM-EXC  *
*    DO USUARIO PARA COBRIR A CONCESSAO (MESMA REGRA DO 0340 DO  *
*    668 - A JANELA DO USUARIO E A ENVOLTORIA DAS LINHAS)        *
******************************************************************

  0340-ATUALIZA-JANELA-USUARIO.

     LOCK FIRST USC-POR-USUARIO AT
        CLI-CODIGO = CLI-JANELA-SEG-WS AND
        USU-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
           PERFORM 10000-00-TRATA-ERRO-DMS
              THRU 10000-99-TRATA-ERRO-DMS
           GO TO 0340-ATUALIZA-JANELA-USUARIO-FIM
     END-LOCK.

     COMPUTE WS-AAAAMMDD-INI-ATUAL =
         (((USC-SEC-INI-EXC OF USUARIO-CLI * 100) +
            USC-ANO-INI-EXC OF USUARIO-CLI) * 10000) +
         (USC-MES-INI-EXC OF USUARIO-CLI * 100) +
          USC-DIA-INI-EXC OF USUARIO-CLI.

     COMPUTE WS-AAAAMMDD-FIM-ATUAL =
         (((USC-SEC-FIM-EXC OF USUARIO-CLI * 100) +
            USC-ANO-FIM-EXC OF USUARIO-CLI) * 10000) +
         (USC-MES-FIM-EXC OF USUARIO-CLI * 100) +
          USC-DIA-FIM-EXC OF USUARIO-CLI.

     IF USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS OR
        WS-AAAAMMDD-HOJE < WS-AAAAMMDD-INI-ATUAL
        MOVE SEC-SISTEMA OF DATA-SISTEMAR
          TO USC-SEC-INI-EXC OF USUARIO-CLI
        MOVE ANO-SISTEMA OF DATA-SISTEMAR
          TO USC-ANO-INI-EXC OF USUARIO-CLI
        MOVE MES-SISTEMA OF DATA-SISTEMAR
          TO USC-MES-INI-EXC OF USUARIO-CLI
        MOVE DIA-SISTEMA OF DATA-SISTEMAR
          TO USC-DIA-INI-EXC OF USUARIO-CLI
     END-IF.

     IF WS-CNC-DATA-FIM > WS-AAAAMMDD-FIM-ATUAL OR
        USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS
        MOVE SEC-FIM-ENTRADA OF SV-EMERGENCIA
          TO USC-SEC-FIM-EXC OF USUARIO-CLI
        MOVE ANO-FIM-ENTRADA OF SV-EMERGENCIA
          TO USC-ANO-FIM-EXC OF USUARIO-CLI
        MOVE MES-FIM-ENTRADA OF SV-EMERGENCIA
          TO USC-MES-FIM-EXC OF USUARIO-CLI
        MOVE DIA-FIM-ENTRADA OF SV-EMERGENCIA
          TO USC-DIA-FIM-EXC OF USUARIO-CLI
     END-IF.

     STORE USUARIO-CLI
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
     END-STORE.

  0340-ATUALIZA-JANELA-USUARIO-FIM.
     EXIT.

******************************************************************
*    PREENCHE A LINHA DE EMERGENCIA - JA APROVADA (O CATALOGO E  *
*    A APROVACAO PREVIA), VALENDO DE AGORA ATE O VENCIMENTO      *
******************************************************************

  0345-PREENCHE-CONCESSAO.

     MOVE SEC-SISTEMA OF DATA-SISTEMAR
       TO GRX-SEC-INI-EXC OF GRUPO-EXC-USU.
     MOVE ANO-SISTEMA OF DATA-SISTEMAR
       TO GRX-ANO-INI-EXC OF GRUPO-EXC-USU.
     MOVE MES-SISTEMA OF DATA-SISTEMAR
       TO GRX-MES-INI-EXC OF GRUPO-EXC-USU.
     MOVE DIA-SISTEMA OF DATA-SISTEMAR
       TO GRX-DIA-INI-EXC OF GRUPO-EXC-USU.
     MOVE WS-CNC-HORA-INI TO GRX-HORA-INI-EXC OF GRUPO-EXC-USU.

     MOVE SEC-FIM-ENTRADA OF SV-EMERGENCIA
       TO GRX-SEC-FIM-EXC OF GRUPO-EXC-USU.
     MOVE ANO-FIM-ENTRADA OF SV-EMERGENCIA
       TO GRX-ANO-FIM-EXC OF GRUPO-EXC-USU.
     MOVE MES-FIM-ENTRADA OF SV-EMERGENCIA
       TO GRX-MES-FIM-EXC OF GRUPO-EXC-USU.
     MOVE DIA-FIM-ENTRADA OF SV-EMERGENCIA
       TO GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-CNC-HORA-FIM TO GRX-HORA-FIM-EXC OF GRUPO-EXC-USU.

     MOVE "E"              TO GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU.
     MOVE WS-CNC-INCIDENTE TO GRX-INCIDENTE OF GRUPO-EXC-USU.
     MOVE ZEROS            TO GRX-USERCODE-VISTO OF GRUPO-EXC-USU.

     MOVE "A" TO SITUACAO-APROVACAO OF GRUPO-EXC-USU.
     MOVE AUD-USERCODE-WS
       TO USERCODE-SOLICITANTE OF GRUPO-EXC-USU.
     MOVE ZEROS TO USERCODE-APROVADOR OF GRUPO-EXC-USU.
     MOVE SEC-SISTEMA OF DATA-SISTEMAR
       TO SEC-SOLICITACAO OF GRUPO-EXC-USU.
     MOVE ANO-SISTEMA OF DATA-SISTEMAR
       TO ANO-SOLICITACAO OF GRUPO-EXC-USU.
     MOVE MES-SISTEMA OF DATA-SISTEMAR
       TO MES-SOLICITACAO OF GRUPO-EXC-USU.
     MOVE DIA-SISTEMA OF DATA-SISTEMAR
       TO DIA-SOLICITACAO OF GRUPO-EXC-USU.

  0345-PREENCHE-CONCESSAO-FIM.
     EXIT.

******************************************************************
*    BLOQUEIA A LINHA DE EMERGENCIA DO USUARIO/GRUPO (JA         *
*    LOCALIZADA NA VALIDACAO) PARA ATUALIZACAO                   *
******************************************************************

  0350-BLOQUEIA-LINHA.

     SET GRX-POR-USU TO BEGINNING.

  0351-PROXIMA-EXC-GRUPO.

     LOCK NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             ELSE
                MOVE
              "Concessao nao encontrada - consulte e repita a acao."
                  TO MENSAGEM-RESULTADO OF SV-EMERGENCIA
                MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA
             END-IF
             GO TO 0350-BLOQUEIA-LINHA-FIM
     END-LOCK.

     IF SIS-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        SIS-CODIGO-ENTRADA OF SV-EMERGENCIA
        GO TO 0351-PROXIMA-EXC-GRUPO.

     IF GOP-CODIGO OF GRUPO-EXC-USU NOT EQUAL
        GOP-CODIGO-ENTRADA OF SV-EMERGENCIA
        GO TO 0351-PROXIMA-EXC-GRUPO.

     IF GRX-TIPO-CONCESSAO OF GRUPO-EXC-USU NOT EQUAL "E"
        GO TO 0351-PROXIMA-EXC-GRUPO.

  0350-BLOQUEIA-LINHA-FIM.
     EXIT.

******************************************************************
*    TRILHA DE AUDITORIA DO ACESSO DE EMERGENCIA                 *
******************************************************************

  0800-GRAVA-AUDITORIA.

     MOVE SEC-SISTEMA OF DATA-SISTEMAR TO AEM-SEC-ACAO.
     MOVE ANO-SISTEMA OF DATA-SISTEMAR TO AEM-ANO-ACAO.
     MOVE MES-SISTEMA OF DATA-SISTEMAR TO AEM-MES-ACAO.
     MOVE DIA-SISTEMA OF DATA-SISTEMAR TO AEM-DIA-ACAO.
     MOVE WS-HHMM-SISTEMA TO AEM-HORA-ACAO.

     MOVE USERCODE  OF COMS-IN TO AUD-USERCODE-WS.
     MOVE STATION   OF COMS-IN TO AUD-STATION-WS.
     MOVE TIMESTAMP OF COMS-IN TO AUD-TIMESTAMP-WS.

     MOVE AUD-USERCODE-WS  TO AEM-USERCODE.
     MOVE AUD-STATION-WS   TO AEM-STATION.
     MOVE AUD-TIMESTAMP-WS TO AEM-TIMESTAMP.

     MOVE CLI-JANELA-SEG-WS TO AEM-CLI-CODIGO.
     MOVE USU-CODIGO-WS     TO AEM-USU-CODIGO.
     MOVE ACAO-EMERGENCIA    OF SV-EMERGENCIA TO AEM-ACAO.
     MOVE SIS-CODIGO-ENTRADA OF SV-EMERGENCIA TO AEM-SIS-CODIGO.
     MOVE GOP-CODIGO-ENTRADA OF SV-EMERGENCIA TO AEM-GOP-CODIGO.
     MOVE WS-CNC-INCIDENTE TO AEM-INCIDENTE.
     MOVE WS-CNC-DATA-INI  TO AEM-DATA-INI.
     MOVE WS-CNC-HORA-INI  TO AEM-HORA-INI.
     MOVE WS-CNC-DATA-FIM  TO AEM-DATA-FIM.
     MOVE WS-CNC-HORA-FIM  TO AEM-HORA-FIM.
     MOVE WS-CNC-USERCODE  TO AEM-USERCODE-CONCESSAO.

     IF CODIGO-RESULTADO OF SV-EMERGENCIA EQUAL ZEROS
        MOVE "EXECUTADA" TO AEM-RESULTADO
     ELSE
        MOVE "REJEITADA" TO AEM-RESULTADO.

     MOVE "AUDEMERG"                     TO SEL-TRILHA.
     MOVE AEM-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO AEM-SEQ-TRILHA.
     MOVE AUD-REG-EMERG                  TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-EMERG) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO AEM-CHECK-TRILHA.

     WRITE AUD-REG-EMERG.

     PERFORM 0195-CONFIRMA-SELO-TRILHA
        THRU 0195-CONFIRMA-SELO-TRILHA-FIM.

  0800-GRAVA-AUDITORIA-FIM.
     EXIT.

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

******************************************************************
*    ENVIO DAS INFORMACOES DE RESPOSTA                           *
******************************************************************

  0100-00-ENVIA-TELA.

     COMPUTE TAMANHO-AREA-WS =
          FUNCTION LENGTH(AREA-HEADER) +
          FUNCTION LENGTH(AREA-APLICATIVO) +
          FUNCTION LENGTH(AREA-CONTROLE).

     MOVE 1                    TO DESTCOUNT OF COMS-OUT.
     MOVE AGENDA OF COMS-IN    TO AGENDA-OUT OF COMS-OUT.
     MOVE STATION OF COMS-IN   TO DESTINATIONDESG OF COMS-OUT.
     MOVE FUNCTIONINDEX        OF COMS-IN
     TO   FUNCTIONINDEX-OUT    OF COMS-OUT.
     MOVE TAMANHO-AREA-WS      TO TEXTLENGTH OF COMS-OUT.

     MOVE ZEROS TO FORM-KEY-OUT.

     SEND COMS-OUT FROM SV-EMERGENCIA.

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
       TO MENSAGEM-RESULTADO OF SV-EMERGENCIA.

     MOVE 1 TO CODIGO-RESULTADO OF SV-EMERGENCIA.

     MOVE 1 TO RESULTADO-77.

  10000-99-TRATA-ERRO-DMS.
     EXIT.

 99900-00-ULTIMO-PARAGRAFO.
     CLOSE BDSEGURANCA.
     CLOSE AUD-EMERG.
     STOP RUN.

 END-OF-JOB.
