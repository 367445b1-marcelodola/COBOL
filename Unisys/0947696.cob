$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-696.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   CONVERSAO - SELO NAS TRILHAS DE AUDITORIA                    *
*----------------------------------------------------------------*
*  AS TRILHAS AUDMACMEX/AUDMACMEXARQ, AUDMEXMNT, AUDMACMNT,      *
*  AUDPARMNT E AUDSUSPENSAO PASSAM A TER, NO FIM DE CADA         *
*  REGISTRO, O NUMERO DE SEQUENCIA DA TRILHA E A CONFERENCIA     *
*  ENCADEADA (MEMBRO V094765608), E O CATALOGO CATRETENCAO PASSA *
*  A TER O TIPO DA LINHA ("RETEN"/"SELO ") - VER S0947-OBJ-695.  *
*  ESTE PROGRAMA, RODADO UMA VEZ NA IMPLANTACAO (ANTES DOS       *
*  PROGRAMAS GRAVADORES NOVOS), COPIA CADA TRILHA DO LAYOUT      *
*  ANTIGO PARA O NOVO, SELANDO OS REGISTROS A PARTIR DA          *
*  SEQUENCIA 1 NA ORDEM DO ARQUIVO (A AUDMACMEXARQ ANTES DA      *
*  AUDMACMEX - UMA SEQUENCIA SO), CRIA O CONTROLE-TRILHA DE CADA *
*  TRILHA COM A ULTIMA SEQUENCIA/CONFERENCIA E CONVERTE AS       *
*  LINHAS DO CATALOGO PARA LINHAS "RETEN". OS ARQUIVOS NOVOS     *
*  (NOME ANTIGO + "SEL") SUBSTITUEM OS ANTIGOS NO JOB DE         *
*  IMPLANTACAO. TRILHA QUE JA TEM CONTROLE-TRILHA COM SEQUENCIA  *
*  E CONSIDERADA CONVERTIDA E NAO E TOCADA (O ARQUIVO NOVO DELA  *
*  SAI VAZIO E NAO DEVE SER TROCADO). CONTADORES NO LEDGER COMUM *
*  LEDGERS0947 (S0947-OBJ-674).                                  *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT ANT-ARQUIVO     ASSIGN TO "AUDMACMEXARQ"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ANT-MACMEX      ASSIGN TO "AUDMACMEX"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ANT-MEXMNT      ASSIGN TO "AUDMEXMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ANT-MACMNT      ASSIGN TO "AUDMACMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ANT-PARMNT      ASSIGN TO "AUDPARMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ANT-SUSPENSAO   ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ANT-CATALOGO    ASSIGN TO "CATRETENCAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-ARQUIVO     ASSIGN TO "AUDMACMEXARQSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-MACMEX      ASSIGN TO "AUDMACMEXSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-MEXMNT      ASSIGN TO "AUDMEXMNTSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-MACMNT      ASSIGN TO "AUDMACMNTSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-PARMNT      ASSIGN TO "AUDPARMNTSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-SUSPENSAO   ASSIGN TO "AUDSUSPENSAOSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT NOV-CATALOGO    ASSIGN TO "CATRETENCAOSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  TRILHAS NO LAYOUT ANTIGO - SO O TAMANHO INTERESSA; LAYOUTS    *
*  COMPLETOS NOS PROGRAMAS GRAVADORES.                           *
*----------------------------------------------------------------*

 FD  ANT-ARQUIVO
     LABEL RECORD IS STANDARD.

 01  REG-ANT-ARQUIVO             PIC X(63).

 FD  ANT-MACMEX
     LABEL RECORD IS STANDARD.

 01  REG-ANT-MACMEX              PIC X(63).

 FD  ANT-MEXMNT
     LABEL RECORD IS STANDARD.

 01  REG-ANT-MEXMNT              PIC X(106).

 FD  ANT-MACMNT
     LABEL RECORD IS STANDARD.

 01  REG-ANT-MACMNT              PIC X(100).

 FD  ANT-PARMNT
     LABEL RECORD IS STANDARD.

 01  REG-ANT-PARMNT              PIC X(140).

 FD  ANT-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  REG-ANT-SUSPENSAO           PIC X(131).

 FD  ANT-CATALOGO
     LABEL RECORD IS STANDARD.

 01  REG-ANT-CATALOGO.
     03  ACT-ARQUIVO             PIC X(12).
     03  ACT-DATA-CORTE          PIC 9(08).
     03  ACT-PRIMEIRA-DATA       PIC 9(08).
     03  ACT-ULTIMA-DATA         PIC 9(08).
     03  ACT-REG-MANTIDOS        PIC 9(09).
     03  ACT-REG-ARQUIVADOS      PIC 9(09).

*----------------------------------------------------------------*
*  TRILHAS NO LAYOUT NOVO - REGISTRO ANTIGO + SEQUENCIA +        *
*  CONFERENCIA.                                                  *
*----------------------------------------------------------------*

 FD  NOV-ARQUIVO
     LABEL RECORD IS STANDARD.

 01  REG-NOV-ARQUIVO.
     03  NAR-CORPO               PIC X(63).
     03  NAR-SEQ-TRILHA          PIC 9(09).
     03  NAR-CHECK-TRILHA        PIC 9(09).

 FD  NOV-MACMEX
     LABEL RECORD IS STANDARD.

 01  REG-NOV-MACMEX.
     03  NMX-CORPO               PIC X(63).
     03  NMX-SEQ-TRILHA          PIC 9(09).
     03  NMX-CHECK-TRILHA        PIC 9(09).

 FD  NOV-MEXMNT
     LABEL RECORD IS STANDARD.

 01  REG-NOV-MEXMNT.
     03  NMN-CORPO               PIC X(106).
     03  NMN-SEQ-TRILHA          PIC 9(09).
     03  NMN-CHECK-TRILHA        PIC 9(09).

 FD  NOV-MACMNT
     LABEL RECORD IS STANDARD.

 01  REG-NOV-MACMNT.
     03  NMC-CORPO               PIC X(100).
     03  NMC-SEQ-TRILHA          PIC 9(09).
     03  NMC-CHECK-TRILHA        PIC 9(09).

 FD  NOV-PARMNT
     LABEL RECORD IS STANDARD.

 01  REG-NOV-PARMNT.
     03  NPM-CORPO               PIC X(140).
     03  NPM-SEQ-TRILHA          PIC 9(09).
     03  NPM-CHECK-TRILHA        PIC 9(09).

 FD  NOV-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  REG-NOV-SUSPENSAO.
     03  NSU-CORPO               PIC X(131).
     03  NSU-SEQ-TRILHA          PIC 9(09).
     03  NSU-CHECK-TRILHA        PIC 9(09).

 FD  NOV-CATALOGO
     LABEL RECORD IS STANDARD.

 01  REG-NOV-CATALOGO.
     03  CAT-ARQUIVO             PIC X(12).
     03  CAT-DATA-CORTE          PIC 9(08).
     03  CAT-PRIMEIRA-DATA       PIC 9(08).
     03  CAT-ULTIMA-DATA         PIC 9(08).
     03  CAT-REG-MANTIDOS        PIC 9(09).
     03  CAT-REG-ARQUIVADOS      PIC 9(09).
     03  CAT-TIPO-LINHA          PIC X(05).
     03  CAT-COMPLEMENTO         PIC X(26).

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

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-LIDOS               PIC 9(09)   COMP.
 77  WS-CONT-SELADOS             PIC 9(09)   COMP.
 77  WS-CONT-CATALOGO            PIC 9(09)   COMP.

*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA - MESMA AREA E MESMO CALCULO DOS   *
* PROGRAMAS GRAVADORES (MEMBROS COPY V094765606 E V094765608).   *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".

 01  VARIAVEIS.
* TRILHA EM CONVERSAO
   02  WS-TRL-NOME               PIC X(12).
   02  FLAG-FIM-TRILHA           PIC X(01).
   02  FLAG-TRILHA-CONVERTIDA    PIC X(01).
   02  WS-TRL-SELADOS            PIC 9(09)   COMP.
* REGISTRO ANTIGO EM SELAGEM (OS 8 PRIMEIROS BYTES SAO A DATA)
   02  WS-CNV-REGISTRO.
       03  WS-CNV-DATA           PIC 9(08).
       03  FILLER                PIC X(192).
   02  WS-CNV-TAMANHO            PIC 9(04)   COMP.

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
* CABECALHO PADRAO DE DIAGNOSTICO PASSADO A LIBRARY DE EXCECAO   *
* DMS. EM PROCESSAMENTO BATCH NAO HA COMS-IN, ENTAO O CABECALHO  *
* E GRAVADO SO COM O IDENTIFICADOR DO JOB E FICA ZERADO NO RESTO.*
*----------------------------------------------------------------*

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

     OPEN UPDATE BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-SELADOS WS-CONT-CATALOGO.

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     PERFORM 0200-CONVERTE-AUDMACMEX
        THRU 0200-CONVERTE-AUDMACMEX-FIM.

     PERFORM 0210-CONVERTE-AUDMEXMNT
        THRU 0210-CONVERTE-AUDMEXMNT-FIM.

     PERFORM 0220-CONVERTE-AUDMACMNT
        THRU 0220-CONVERTE-AUDMACMNT-FIM.

     PERFORM 0230-CONVERTE-AUDPARMNT
        THRU 0230-CONVERTE-AUDPARMNT-FIM.

     PERFORM 0240-CONVERTE-AUDSUSPENSAO
        THRU 0240-CONVERTE-AUDSUSPENSAO-FIM.

     PERFORM 0250-CONVERTE-CATALOGO
        THRU 0250-CONVERTE-CATALOGO-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-696 - REGISTROS LIDOS....: " WS-CONT-LIDOS.
     DISPLAY "S0947-OBJ-696 - REGISTROS SELADOS..: " WS-CONT-SELADOS.
     DISPLAY "S0947-OBJ-696 - LINHAS DO CATALOGO.: " WS-CONT-CATALOGO.

     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    AUDMACMEX - ARQUIVO ANUAL E TRILHA VIVA NUMA SEQUENCIA SO   *
******************************************************************

  0200-CONVERTE-AUDMACMEX.

     MOVE "AUDMACMEX" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT  ANT-ARQUIVO.
     OPEN OUTPUT NOV-ARQUIVO.

  0201-PROXIMO-ARQUIVADO.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0202-FECHA-ARQUIVADO.

     READ ANT-ARQUIVO
         AT END
            GO TO 0202-FECHA-ARQUIVADO.

     MOVE REG-ANT-ARQUIVO TO WS-CNV-REGISTRO.
     MOVE FUNCTION LENGTH(REG-ANT-ARQUIVO) TO WS-CNV-TAMANHO.
     PERFORM 0400-SELA-REGISTRO
        THRU 0400-SELA-REGISTRO-FIM.

     MOVE REG-ANT-ARQUIVO  TO NAR-CORPO.
     MOVE SEL-SEQ-TRILHA   TO NAR-SEQ-TRILHA.
     MOVE SEL-CHECK-TRILHA TO NAR-CHECK-TRILHA.
     WRITE REG-NOV-ARQUIVO.

     GO TO 0201-PROXIMO-ARQUIVADO.

  0202-FECHA-ARQUIVADO.

     CLOSE ANT-ARQUIVO NOV-ARQUIVO.

     OPEN INPUT  ANT-MACMEX.
     OPEN OUTPUT NOV-MACMEX.

  0203-PROXIMO-MACMEX.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0204-FECHA-MACMEX.

     READ ANT-MACMEX
         AT END
            GO TO 0204-FECHA-MACMEX.

     MOVE REG-ANT-MACMEX TO WS-CNV-REGISTRO.
     MOVE FUNCTION LENGTH(REG-ANT-MACMEX) TO WS-CNV-TAMANHO.
     PERFORM 0400-SELA-REGISTRO
        THRU 0400-SELA-REGISTRO-FIM.

     MOVE REG-ANT-MACMEX   TO NMX-CORPO.
     MOVE SEL-SEQ-TRILHA   TO NMX-SEQ-TRILHA.
     MOVE SEL-CHECK-TRILHA TO NMX-CHECK-TRILHA.
     WRITE REG-NOV-MACMEX.

     GO TO 0203-PROXIMO-MACMEX.

  0204-FECHA-MACMEX.

     CLOSE ANT-MACMEX NOV-MACMEX.

     PERFORM 0350-GRAVA-CONTROLE
        THRU 0350-GRAVA-CONTROLE-FIM.

  0200-CONVERTE-AUDMACMEX-FIM.
     EXIT.

******************************************************************
*    AUDMEXMNT                                                   *
******************************************************************

  0210-CONVERTE-AUDMEXMNT.

     MOVE "AUDMEXMNT" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT  ANT-MEXMNT.
     OPEN OUTPUT NOV-MEXMNT.

  0211-PROXIMO-MEXMNT.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0212-FECHA-MEXMNT.

     READ ANT-MEXMNT
         AT END
            GO TO 0212-FECHA-MEXMNT.

     MOVE REG-ANT-MEXMNT TO WS-CNV-REGISTRO.
     MOVE FUNCTION LENGTH(REG-ANT-MEXMNT) TO WS-CNV-TAMANHO.
     PERFORM 0400-SELA-REGISTRO
        THRU 0400-SELA-REGISTRO-FIM.

     MOVE REG-ANT-MEXMNT   TO NMN-CORPO.
     MOVE SEL-SEQ-TRILHA   TO NMN-SEQ-TRILHA.
     MOVE SEL-CHECK-TRILHA TO NMN-CHECK-TRILHA.
     WRITE REG-NOV-MEXMNT.

     GO TO 0211-PROXIMO-MEXMNT.

  0212-FECHA-MEXMNT.

     CLOSE ANT-MEXMNT NOV-MEXMNT.

     PERFORM 0350-GRAVA-CONTROLE
        THRU 0350-GRAVA-CONTROLE-FIM.

  0210-CONVERTE-AUDMEXMNT-FIM.
     EXIT.

******************************************************************
*    AUDMACMNT                                                   *
******************************************************************

  0220-CONVERTE-AUDMACMNT.

     MOVE "AUDMACMNT" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT  ANT-MACMNT.
     OPEN OUTPUT NOV-MACMNT.

  0221-PROXIMO-MACMNT.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0222-FECHA-MACMNT.

     READ ANT-MACMNT
         AT END
            GO TO 0222-FECHA-MACMNT.

     MOVE REG-ANT-MACMNT TO WS-CNV-REGISTRO.
     MOVE FUNCTION LENGTH(REG-ANT-MACMNT) TO WS-CNV-TAMANHO.
     PERFORM 0400-SELA-REGISTRO
        THRU 0400-SELA-REGISTRO-FIM.

     MOVE REG-ANT-MACMNT   TO NMC-CORPO.
     MOVE SEL-SEQ-TRILHA   TO NMC-SEQ-TRILHA.
     MOVE SEL-CHECK-TRILHA TO NMC-CHECK-TRILHA.
     WRITE REG-NOV-MACMNT.

     GO TO 0221-PROXIMO-MACMNT.

  0222-FECHA-MACMNT.

     CLOSE ANT-MACMNT NOV-MACMNT.

     PERFORM 0350-GRAVA-CONTROLE
        THRU 0350-GRAVA-CONTROLE-FIM.

  0220-CONVERTE-AUDMACMNT-FIM.
     EXIT.

******************************************************************
*    AUDPARMNT                                                   *
******************************************************************

  0230-CONVERTE-AUDPARMNT.

     MOVE "AUDPARMNT" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT  ANT-PARMNT.
     OPEN OUTPUT NOV-PARMNT.

  0231-PROXIMO-PARMNT.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0232-FECHA-PARMNT.

     READ ANT-PARMNT
         AT END
            GO TO 0232-FECHA-PARMNT.

     MOVE REG-ANT-PARMNT TO WS-CNV-REGISTRO.
     MOVE FUNCTION LENGTH(REG-ANT-PARMNT) TO WS-CNV-TAMANHO.
     PERFORM 0400-SELA-REGISTRO
        THRU 0400-SELA-REGISTRO-FIM.

     MOVE REG-ANT-PARMNT   TO NPM-CORPO.
     MOVE SEL-SEQ-TRILHA   TO NPM-SEQ-TRILHA.
     MOVE SEL-CHECK-TRILHA TO NPM-CHECK-TRILHA.
     WRITE REG-NOV-PARMNT.

     GO TO 0231-PROXIMO-PARMNT.

  0232-FECHA-PARMNT.

     CLOSE ANT-PARMNT NOV-PARMNT.

     PERFORM 0350-GRAVA-CONTROLE
        THRU 0350-GRAVA-CONTROLE-FIM.

  0230-CONVERTE-AUDPARMNT-FIM.
     EXIT.

******************************************************************
*    AUDSUSPENSAO                                                *
******************************************************************

  0240-CONVERTE-AUDSUSPENSAO.

     MOVE "AUDSUSPENSAO" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT  ANT-SUSPENSAO.
     OPEN OUTPUT NOV-SUSPENSAO.

  0241-PROXIMO-SUSPENSAO.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0242-FECHA-SUSPENSAO.

     READ ANT-SUSPENSAO
         AT END
            GO TO 0242-FECHA-SUSPENSAO.

     MOVE REG-ANT-SUSPENSAO TO WS-CNV-REGISTRO.
     MOVE FUNCTION LENGTH(REG-ANT-SUSPENSAO) TO WS-CNV-TAMANHO.
     PERFORM 0400-SELA-REGISTRO
        THRU 0400-SELA-REGISTRO-FIM.

     MOVE REG-ANT-SUSPENSAO TO NSU-CORPO.
     MOVE SEL-SEQ-TRILHA    TO NSU-SEQ-TRILHA.
     MOVE SEL-CHECK-TRILHA  TO NSU-CHECK-TRILHA.
     WRITE REG-NOV-SUSPENSAO.

     GO TO 0241-PROXIMO-SUSPENSAO.

  0242-FECHA-SUSPENSAO.

     CLOSE ANT-SUSPENSAO NOV-SUSPENSAO.

     PERFORM 0350-GRAVA-CONTROLE
        THRU 0350-GRAVA-CONTROLE-FIM.

  0240-CONVERTE-AUDSUSPENSAO-FIM.
     EXIT.

******************************************************************
*    CATALOGO - LINHAS ANTIGAS VIRAM LINHAS "RETEN"              *
******************************************************************

  0250-CONVERTE-CATALOGO.

     OPEN INPUT  ANT-CATALOGO.
     OPEN OUTPUT NOV-CATALOGO.

  0251-PROXIMA-LINHA.

     READ ANT-CATALOGO
         AT END
            GO TO 0252-FECHA-CATALOGO.

     MOVE ACT-ARQUIVO        TO CAT-ARQUIVO.
     MOVE ACT-DATA-CORTE     TO CAT-DATA-CORTE.
     MOVE ACT-PRIMEIRA-DATA  TO CAT-PRIMEIRA-DATA.
     MOVE ACT-ULTIMA-DATA    TO CAT-ULTIMA-DATA.
     MOVE ACT-REG-MANTIDOS   TO CAT-REG-MANTIDOS.
     MOVE ACT-REG-ARQUIVADOS TO CAT-REG-ARQUIVADOS.
     MOVE "RETEN"            TO CAT-TIPO-LINHA.
     MOVE SPACES             TO CAT-COMPLEMENTO.
     WRITE REG-NOV-CATALOGO.

     ADD 1 TO WS-CONT-CATALOGO.

     GO TO 0251-PROXIMA-LINHA.

  0252-FECHA-CATALOGO.

     CLOSE ANT-CATALOGO NOV-CATALOGO.

  0250-CONVERTE-CATALOGO-FIM.
     EXIT.

******************************************************************
*    PREPARA A TRILHA WS-TRL-NOME - SE JA HA CONTROLE-TRILHA COM *
*    SEQUENCIA, A TRILHA JA FOI CONVERTIDA E NAO E TOCADA        *
******************************************************************

  0300-INICIA-TRILHA.

     MOVE "N"   TO FLAG-TRILHA-CONVERTIDA.
     MOVE ZEROS TO WS-TRL-SELADOS SEL-SEQ-TRILHA SEL-CHECK-TRILHA
                   SEL-DATA-REGISTRO.

     FIND FIRST CTR-POR-TRILHA AT CTR-TRILHA = WS-TRL-NOME
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
                MOVE "S" TO FLAG-TRILHA-CONVERTIDA
             END-IF
             GO TO 0300-INICIA-TRILHA-FIM
     END-FIND.

     IF CTR-ULTIMA-SEQ NOT EQUAL ZEROS
        MOVE "S" TO FLAG-TRILHA-CONVERTIDA
        DISPLAY "S0947-OBJ-696 - " WS-TRL-NOME
                " JA CONVERTIDA - ULTIMA SEQUENCIA " CTR-ULTIMA-SEQ.

  0300-INICIA-TRILHA-FIM.
     EXIT.

******************************************************************
*    CRIA/ATUALIZA O CONTROLE-TRILHA COM A ULTIMA SEQUENCIA E A  *
*    ULTIMA CONFERENCIA GRAVADAS NA TRILHA CONVERTIDA            *
******************************************************************

  0350-GRAVA-CONTROLE.

     IF FLAG-TRILHA-CONVERTIDA EQUAL "S"
        GO TO 0350-GRAVA-CONTROLE-FIM.

     DISPLAY "S0947-OBJ-696 - " WS-TRL-NOME
             " REGISTROS SELADOS: " WS-TRL-SELADOS.

     IF WS-TRL-SELADOS EQUAL ZEROS
        GO TO 0350-GRAVA-CONTROLE-FIM.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0350-GRAVA-CONTROLE-FIM.

     LOCK FIRST CTR-POR-TRILHA AT CTR-TRILHA = WS-TRL-NOME
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
                GO TO 0351-FECHA-TRANSACAO
             END-IF
             CREATE CONTROLE-TRILHA
             MOVE WS-TRL-NOME TO CTR-TRILHA
     END-LOCK.

     MOVE SEL-SEQ-TRILHA    TO CTR-ULTIMA-SEQ.
     MOVE SEL-CHECK-TRILHA  TO CTR-ULTIMO-CHECK.
     MOVE SEL-DATA-REGISTRO TO CTR-DATA-ULTIMA.

     STORE CONTROLE-TRILHA
           ON EXCEPTION
              PERFORM 10000-00-TRATA-ERRO-DMS
                 THRU 10000-99-TRATA-ERRO-DMS
     END-STORE.

  0351-FECHA-TRANSACAO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0350-GRAVA-CONTROLE-FIM.
     EXIT.

******************************************************************
*    SELA O REGISTRO WS-CNV-REGISTRO COM A PROXIMA SEQUENCIA DA  *
*    TRILHA, ENCADEADO COM A CONFERENCIA DO REGISTRO ANTERIOR    *
******************************************************************

  0400-SELA-REGISTRO.

     ADD 1 TO WS-CONT-LIDOS.

     MOVE SEL-CHECK-TRILHA TO SEL-CHECK-ANTERIOR.
     ADD 1 TO SEL-SEQ-TRILHA.
     MOVE WS-CNV-DATA      TO SEL-DATA-REGISTRO.

*    A CONFERENCIA COBRE O REGISTRO E A SEQUENCIA, COMO NA GRAVACAO
*    (TAMANHO DO REGISTRO NOVO MENOS A PROPRIA CONFERENCIA).
     MOVE WS-CNV-REGISTRO TO SEL-REGISTRO.
     MOVE SEL-SEQ-TRILHA  TO SEL-REGISTRO(WS-CNV-TAMANHO + 1:9).
     COMPUTE SEL-TAMANHO = WS-CNV-TAMANHO + 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     ADD 1 TO WS-TRL-SELADOS WS-CONT-SELADOS.

  0400-SELA-REGISTRO-FIM.
     EXIT.

*****************************************************************
*                                                               *
*   CALCULO DA CONFERENCIA ENCADEADA - MESMO MEMBRO COPY USADO  *
*   NA GRAVACAO DAS TRILHAS (V094765608, BIBLIOTECA D0947F05).  *
*                                                               *
*****************************************************************

  0190-CALCULA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765608 ON PROJETO01".

  0190-CALCULA-SELO-TRILHA-FIM.
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

     DISPLAY "S0947-OBJ-696 - ERRO DMS " DMS-RESULT-WS
             " TRILHA " WS-TRL-NOME.

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
     MOVE WS-CONT-LIDOS    TO LED-CONT-ENTRADA.
     MOVE WS-CONT-SELADOS  TO LED-CONT-SAIDA.
     MOVE WS-CONT-CATALOGO TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-696" TO LED-PROGRAMA.

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
