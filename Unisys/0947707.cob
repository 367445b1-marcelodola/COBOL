$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-707.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   CONCILIACAO DO EXTRATO DE CONTAS E GRUPOS DE CADA SISTEMA    *
*   DESTINO COM A MATRIZ DA S0947                                *
*----------------------------------------------------------------*
*  A MATRIZ (MATRIZCOMUM, 684) DIZ O QUE CADA USUARIO DEVERIA    *
*  TER EM CADA SISTEMA; ESTE PROGRAMA CONFERE COM O QUE ELE      *
*  REALMENTE TEM. CADA SISTEMA DESTINO MANDA PERIODICAMENTE UM   *
*  EXTRATO DAS SUAS CONTAS E GRUPOS NO LAYOUT ACORDADO (VER FD   *
*  ENT-EXTRATO) E O JOB CONCATENA OS EXTRATOS RECEBIDOS EM       *
*  ENTEXTRATOSIS. O PROGRAMA RODA NA CADEIA NOTURNA DEPOIS DO    *
*  684: SO E CONFERIDO O EXTRATO DATADO DO DIA DA MATRIZ (DATA   *
*  DA ULTIMA EXECUCAO NORMAL DO S0947-OBJ-684 NO LEDGERS0947) E  *
*  FECHADO POR UM TRAILER QUE BATE COM A QUANTIDADE DE LINHAS -  *
*  EXTRATO INCOMPLETO GERARIA FALTAS FALSAS. A CHAVE DE          *
*  COMPARACAO E SIS-CODIGO + USU-CODIGO + GOP-MNEMONICO; DA      *
*  MATRIZ ENTRAM AS LINHAS "GRUPO" (QUALQUER AREA E CLIENTE).    *
*  O RELATORIO RELRECONCSIS, EM ORDEM DE SISTEMA, USUARIO E      *
*  GRUPO, APONTA:                                                *
*    "EXCESSO"      - GRUPO QUE A CONTA TEM NO SISTEMA MAS QUE   *
*                     NENHUMA AREA (MAC/MEX) CONCEDE;            *
*    "FALTA"        - GRUPO CONCEDIDO NA MATRIZ QUE A CONTA NAO  *
*                     TEM NO SISTEMA (COM O CLIENTE E A AREA DA  *
*                     PRIMEIRA LINHA DA MATRIZ);                 *
*    "SEM-CADASTRO" - CONTA DO SISTEMA CUJO USU-CODIGO NAO TEM   *
*                     USUARIO-CLI NO CLIENTE INFORMADO (CLIENTE  *
*                     ZERADO NO EXTRATO = EM NENHUM CLIENTE) -   *
*                     UMA LINHA POR CONTA, COM A QUANTIDADE DE   *
*                     GRUPOS QUE ELA TEM (OS NAO CONCEDIDOS NAO  *
*                     SAEM TAMBEM COMO EXCESSO);                 *
*  E NO FIM UMA LINHA "RESUMO" POR SISTEMA QUE MANDOU EXTRATO,   *
*  COM A SITUACAO DO EXTRATO (CONFERIDO, INCOMPLETO, SEM-TRAILER *
*  OU DATA-DIVERG - SO O CONFERIDO E COMPARADO) E AS             *
*  QUANTIDADES. OS CONTADORES VAO PARA O LEDGER LEDGERS0947.     *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT MATRIZ-COMUM    ASSIGN TO "MATRIZCOMUM"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ENT-EXTRATO     ASSIGN TO "ENTEXTRATOSIS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-RECONC-SIS  ASSIGN TO "RELRECONCSIS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-RCS-ORDENA   ASSIGN TO "WKRCSORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  MATRIZ COMPUTADA DE TODOS OS USUARIOS - MESMO LAYOUT GRAVADO  *
*  PELO S0947-OBJ-684 (REG-MATRIZ-COMUM): NAO REORDENAR CAMPOS   *
*  SEM ALTERAR OS CONSUMIDORES JUNTOS (657/659/669/671/701/702/  *
*  707).                                                         *
*----------------------------------------------------------------*

 FD  MATRIZ-COMUM
     LABEL RECORD IS STANDARD.

 01  REG-MATRIZ-COMUM.
     03  MTZ-CLI-CODIGO          PIC 9(04).
     03  MTZ-USU-CODIGO          PIC X(07).
     03  MTZ-LOT-CODIGO          PIC 9(04).
     03  MTZ-TIPO-LINHA          PIC X(07).
     03  MTZ-TIPO-AREA           PIC X(03).
     03  MTZ-SIS-CODIGO          PIC 9(04).
     03  MTZ-SIS-NOME            PIC X(40).
     03  MTZ-GOP-CODIGO          PIC 9(04).
     03  MTZ-GOP-MNEMONICO       PIC X(10).
     03  MTZ-GOP-DESCRICAO       PIC X(50).
     03  MTZ-PER-CODIGO          PIC 9(05).
     03  MTZ-PER-DESCRICAO       PIC X(50).
     03  MTZ-ABR-DESCRICAO       PIC X(40).

*----------------------------------------------------------------*
*  EXTRATO DE CONTAS E GRUPOS DOS SISTEMAS DESTINO - LAYOUT      *
*  ACORDADO COM OS SISTEMAS (80 POSICOES, O MESMO CLIENTE,       *
*  USUARIO E MNEMONICO QUE ELES RECEBEM NO PROVISIONAMENTO DO    *
*  S0947-OBJ-701). UM ARQUIVO POR SISTEMA, JUNTADOS PELO JOB.    *
*    "D" UMA LINHA POR CONTA E GRUPO QUE ELA TEM; CONTA SEM      *
*        NENHUM GRUPO VEM COM EXT-GOP-MNEMONICO EM BRANCO.       *
*        EXT-CLI-CODIGO ZERADO QUANDO O SISTEMA NAO SABE O       *
*        CLIENTE DA CONTA.                                       *
*    "T" TRAILER DO SISTEMA (SEMPRE O ULTIMO DO ARQUIVO DELE) COM *
*        A QUANTIDADE DE LINHAS "D".                             *
*  EXT-DATA-EXTRATO (AAAAMMDD) E A DATA A QUE O EXTRATO SE       *
*  REFERE - A MESMA EM TODAS AS LINHAS DO SISTEMA.               *
*----------------------------------------------------------------*

 FD  ENT-EXTRATO
     LABEL RECORD IS STANDARD.

 01  REG-EXTRATO.
     03  EXT-TIPO-REG            PIC X(01).
     03  EXT-SIS-CODIGO          PIC 9(04).
     03  EXT-DATA-EXTRATO        PIC 9(08).
     03  EXT-CLI-CODIGO          PIC 9(04).
     03  EXT-USU-CODIGO          PIC X(07).
     03  EXT-GOP-MNEMONICO       PIC X(10).
     03  FILLER                  PIC X(46).

 01  REG-EXTRATO-TRAILER.
     03  EXT-TIPO-REG-T          PIC X(01).
     03  EXT-SIS-CODIGO-T        PIC 9(04).
     03  EXT-DATA-EXTRATO-T      PIC 9(08).
     03  EXT-QTD-DETALHES        PIC 9(07).
     03  FILLER                  PIC X(60).

*----------------------------------------------------------------*
*  RELATORIO DA CONCILIACAO.                                     *
*    RCS-TIPO-LINHA: "EXCESSO", "FALTA", "SEM-CADASTRO" OU       *
*                    "RESUMO".                                   *
*    RCS-TIPO-AREA : AREA DA MATRIZ QUE CONCEDE (SO NA FALTA).   *
*    RCS-QTD-GRUPOS: GRUPOS DA CONTA (SO NO SEM-CADASTRO).       *
*    RCS-SITUACAO A RCS-QTD-SEM-CADASTRO: SO NO RESUMO.          *
*----------------------------------------------------------------*

 FD  REL-RECONC-SIS
     LABEL RECORD IS STANDARD.

 01  REG-RECONC-SIS.
     03  RCS-TIPO-LINHA          PIC X(12).
     03  RCS-SIS-CODIGO          PIC 9(04).
     03  RCS-SIS-NOME            PIC X(40).
     03  RCS-CLI-CODIGO          PIC 9(04).
     03  RCS-USU-CODIGO          PIC X(07).
     03  RCS-GOP-MNEMONICO       PIC X(10).
     03  RCS-TIPO-AREA           PIC X(03).
     03  RCS-QTD-GRUPOS          PIC 9(07).
     03  RCS-SITUACAO            PIC X(12).
     03  RCS-DATA-EXTRATO        PIC 9(08).
     03  RCS-QTD-LIDAS           PIC 9(07).
     03  RCS-QTD-TRAILER         PIC 9(07).
     03  RCS-QTD-INVALIDAS       PIC 9(07).
     03  RCS-QTD-EXTRATO         PIC 9(07).
     03  RCS-QTD-MATRIZ          PIC 9(07).
     03  RCS-QTD-CONFERE         PIC 9(07).
     03  RCS-QTD-EXCESSO         PIC 9(07).
     03  RCS-QTD-FALTA           PIC 9(07).
     03  RCS-QTD-SEM-CADASTRO    PIC 9(07).

*----------------------------------------------------------------*
*  ORDENACAO DAS DUAS ORIGENS PELA CHAVE - SRC-ORIGEM 1 =        *
*  MATRIZ, 2 = EXTRATO DO SISTEMA.                               *
*----------------------------------------------------------------*

 SD  WS-RCS-ORDENA.

 01  SORT-REC-RCS.
     03  SRC-SIS-CODIGO          PIC 9(04).
     03  SRC-USU-CODIGO          PIC X(07).
     03  SRC-GOP-MNEMONICO       PIC X(10).
     03  SRC-ORIGEM              PIC 9(01).
     03  SRC-CLI-CODIGO          PIC 9(04).
     03  SRC-TIPO-AREA           PIC X(03).

*----------------------------------------------------------------*
*  LEDGER COMUM DE EXECUCAO DA FAMILIA BATCH S0947 - CADA        *
*  PROGRAMA GRAVA UMA LINHA "INICIO" AO COMECAR E UMA LINHA      *
*  "FIM" AO TERMINAR (NORMAL OU ANORMAL), COM OS CONTADORES DA   *
*  EXECUCAO - LIDO PELO RELATORIO DIARIO S0947-OBJ-674. AQUI     *
*  TAMBEM E LIDO PARA DATAR A MATRIZ (VER 0100).                 *
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
*  O BANCO E CONSULTADO SO PARA O CADASTRO DA CONTA DO EXTRATO   *
*  (USUARIO-CLI, PELO USC-POR-USUARIO) E PELA VERIFICACAO DOS    *
*  PREDECESSORES.                                                *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-EXTRATO             PIC 9(09)   COMP.
 77  WS-CONT-EXT-INVALIDAS       PIC 9(09)   COMP.
 77  WS-CONT-SIS-PERDIDOS        PIC 9(09)   COMP.
 77  WS-CONT-MATRIZ              PIC 9(09)   COMP.
 77  WS-CONT-MATRIZ-LIBERADAS    PIC 9(09)   COMP.
 77  WS-CONT-SIS-CONFERIDOS      PIC 9(09)   COMP.
 77  WS-CONT-EXCESSO             PIC 9(09)   COMP.
 77  WS-CONT-FALTA               PIC 9(09)   COMP.
 77  WS-CONT-SEM-CADASTRO        PIC 9(09)   COMP.
 77  WS-CONT-DIVERGENCIAS        PIC 9(09)   COMP.

 01  FLAG-FIM-LEDGER             PIC X(01).
 01  FLAG-FIM-ORDENA             PIC X(01).

*----------------------------------------------------------------*
* SISTEMAS QUE MANDARAM EXTRATO - SITUACAO DO EXTRATO E          *
* QUANTIDADES DO RESUMO. WS-MAP-SIS DA, PELO SIS-CODIGO, A       *
* POSICAO DO SISTEMA NA TABELA (ZERO = NAO MANDOU EXTRATO) -     *
* MESMO ENDERECAMENTO DIRETO DO TAB-SISTEMA-OK DO 684.           *
*----------------------------------------------------------------*

 01  WS-TAB-MAPA-SISTEMAS.
     02  WS-MAP-SIS OCCURS 9999 TIMES
                                 PIC 9(04)   COMP.

 01  WS-TAB-SISTEMAS.
     02  WS-CONT-SIS             PIC 9(04)   COMP.
     02  WS-TAB-SIS OCCURS 500 TIMES.
         03  WS-SIS-CODIGO       PIC 9(04).
         03  WS-SIS-NOME         PIC X(40).
         03  WS-SIS-DATA         PIC 9(08).
         03  WS-SIS-SITUACAO     PIC X(12).
         03  WS-SIS-FLAG-TRAILER PIC X(01).
         03  WS-SIS-FLAG-DATA    PIC X(01).
         03  WS-SIS-QTD-LIDAS    PIC 9(07)   COMP.
         03  WS-SIS-QTD-TRAILER  PIC 9(07)   COMP.
         03  WS-SIS-QTD-INVALIDAS
                                 PIC 9(07)   COMP.
         03  WS-SIS-QTD-EXTRATO  PIC 9(07)   COMP.
         03  WS-SIS-QTD-MATRIZ   PIC 9(07)   COMP.
         03  WS-SIS-QTD-CONFERE  PIC 9(07)   COMP.
         03  WS-SIS-QTD-EXCESSO  PIC 9(07)   COMP.
         03  WS-SIS-QTD-FALTA    PIC 9(07)   COMP.
         03  WS-SIS-QTD-SEM-CAD  PIC 9(07)   COMP.

 01  WS-IX-SIS                   PIC 9(04)   COMP.
 01  WS-SIS-PROCURA              PIC 9(04).

 01 VARIAVEIS.
   02  WS-DATA-MATRIZ            PIC 9(08).
   02  WS-TEM-CHAVE              PIC X(01).
   02  WS-TEM-MATRIZ             PIC X(01).
   02  WS-TEM-EXTRATO            PIC X(01).
   02  WS-ANT-SIS                PIC 9(04).
   02  WS-ANT-USU                PIC X(07).
   02  WS-ANT-GOP                PIC X(10).
   02  WS-MTZ-CLI                PIC 9(04).
   02  WS-MTZ-AREA               PIC X(03).
   02  WS-EXT-CLI                PIC 9(04).
   02  WS-CAD-VERIFICADO         PIC X(01).
   02  WS-CAD-ACHOU              PIC X(01).
   02  WS-CAD-CLI                PIC 9(04).
   02  WS-CAD-USU                PIC X(07).
   02  WS-QTD-GRUPOS-CONTA       PIC 9(07).
   02  WS-TIPO-DIVERGENCIA       PIC X(12).
   02  WS-CLI-DIVERGENCIA        PIC 9(04).
   02  WS-AREA-DIVERGENCIA       PIC X(03).
   02  WS-QTD-GRUPOS-DIVERGENCIA PIC 9(07).

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

     MOVE ZEROS TO WS-CONT-EXTRATO WS-CONT-EXT-INVALIDAS
                   WS-CONT-SIS-PERDIDOS WS-CONT-MATRIZ
                   WS-CONT-MATRIZ-LIBERADAS WS-CONT-SIS-CONFERIDOS
                   WS-CONT-EXCESSO WS-CONT-FALTA
                   WS-CONT-SEM-CADASTRO WS-CONT-DIVERGENCIAS
                   WS-CONT-SIS.

     INITIALIZE VARIAVEIS.

     INITIALIZE WS-TAB-MAPA-SISTEMAS.

     INITIALIZE ARRAY-IN-WS.

     MOVE 707 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     PERFORM 0100-DATA-MATRIZ
        THRU 0100-DATA-MATRIZ-FIM.

     OPEN OUTPUT REL-RECONC-SIS.

     SORT WS-RCS-ORDENA
          ASCENDING KEY SRC-SIS-CODIGO SRC-USU-CODIGO
                        SRC-GOP-MNEMONICO SRC-ORIGEM
                        SRC-CLI-CODIGO
          INPUT PROCEDURE IS 0200-LIBERA-ENTRADAS
             THRU 0200-LIBERA-ENTRADAS-FIM
          OUTPUT PROCEDURE IS 0300-CONFRONTA-EXTRATO
             THRU 0300-CONFRONTA-EXTRATO-FIM.

     PERFORM 0400-GRAVA-RESUMO
        THRU 0400-GRAVA-RESUMO-FIM.

     CLOSE REL-RECONC-SIS.

     CLOSE BDSEGURANCA.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-707 - DATA DA MATRIZ...........: "
             WS-DATA-MATRIZ.
     DISPLAY "S0947-OBJ-707 - LINHAS DE EXTRATO LIDAS..: "
             WS-CONT-EXTRATO.
     DISPLAY "S0947-OBJ-707 - LINHAS SEM TIPO/SISTEMA..: "
             WS-CONT-EXT-INVALIDAS.
     DISPLAY "S0947-OBJ-707 - SISTEMAS COM EXTRATO.....: "
             WS-CONT-SIS.
     DISPLAY "S0947-OBJ-707 - SISTEMAS CONFERIDOS......: "
             WS-CONT-SIS-CONFERIDOS.
     DISPLAY "S0947-OBJ-707 - LINHAS SEM ESPACO........: "
             WS-CONT-SIS-PERDIDOS.
     DISPLAY "S0947-OBJ-707 - LINHAS DA MATRIZ LIDAS...: "
             WS-CONT-MATRIZ.
     DISPLAY "S0947-OBJ-707 - GRUPOS DA MATRIZ USADOS..: "
             WS-CONT-MATRIZ-LIBERADAS.
     DISPLAY "S0947-OBJ-707 - EXCESSO..................: "
             WS-CONT-EXCESSO.
     DISPLAY "S0947-OBJ-707 - FALTA....................: "
             WS-CONT-FALTA.
     DISPLAY "S0947-OBJ-707 - SEM-CADASTRO.............: "
             WS-CONT-SEM-CADASTRO.

     STOP RUN.

******************************************************************
*    DATA DA MATRIZ - ULTIMO TERMINO NORMAL DO S0947-OBJ-684 NO  *
*    LEDGERS0947 (O LEDGER E GRAVADO EM ORDEM DE EXECUCAO)       *
******************************************************************

  0100-DATA-MATRIZ.

     MOVE ZEROS TO WS-DATA-MATRIZ.
     MOVE "N"   TO FLAG-FIM-LEDGER.

     OPEN INPUT LED-EXECUCAO.

  0101-PROXIMO-LEDGER.

     READ LED-EXECUCAO
         AT END
            MOVE "S" TO FLAG-FIM-LEDGER.

     IF FLAG-FIM-LEDGER EQUAL "S"
        GO TO 0109-FECHA-LEDGER.

     IF LED-PROGRAMA EQUAL "S0947-OBJ-684" AND
        LED-TIPO-REG EQUAL "FIM"           AND
        LED-TERMINO  EQUAL "NORMAL"
        COMPUTE WS-DATA-MATRIZ =
            (((LED-SEC-EXECUCAO * 100) + LED-ANO-EXECUCAO) * 10000)
            + (LED-MES-EXECUCAO * 100) + LED-DIA-EXECUCAO.

     GO TO 0101-PROXIMO-LEDGER.

  0109-FECHA-LEDGER.

     CLOSE LED-EXECUCAO.

     IF WS-DATA-MATRIZ EQUAL ZEROS
        DISPLAY "S0947-OBJ-707 - SEM TERMINO NORMAL DO S0947-OBJ-684"
                " NO LEDGER - NENHUM EXTRATO SERA CONFERIDO".

  0100-DATA-MATRIZ-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO - PRIMEIRO O EXTRATO   *
*    (QUE DEFINE OS SISTEMAS E A SITUACAO DE CADA EXTRATO),      *
*    DEPOIS OS GRUPOS DA MATRIZ DOS SISTEMAS CONFERIDOS          *
******************************************************************

  0200-LIBERA-ENTRADAS.

     OPEN INPUT ENT-EXTRATO.

  0201-PROXIMO-EXTRATO.

     READ ENT-EXTRATO
         AT END
            GO TO 0209-FECHA-EXTRATO.

     ADD 1 TO WS-CONT-EXTRATO.

     IF (EXT-TIPO-REG NOT EQUAL "D" AND
         EXT-TIPO-REG NOT EQUAL "T") OR
        EXT-SIS-CODIGO EQUAL ZEROS
        ADD 1 TO WS-CONT-EXT-INVALIDAS
        GO TO 0201-PROXIMO-EXTRATO.

     MOVE EXT-SIS-CODIGO TO WS-SIS-PROCURA.

     PERFORM 0240-LOCALIZA-SISTEMA
        THRU 0240-LOCALIZA-SISTEMA-FIM.

     IF WS-IX-SIS EQUAL ZEROS
        ADD 1 TO WS-CONT-SIS-PERDIDOS
        GO TO 0201-PROXIMO-EXTRATO.

     IF WS-SIS-DATA(WS-IX-SIS) EQUAL ZEROS
        MOVE EXT-DATA-EXTRATO TO WS-SIS-DATA(WS-IX-SIS).

     IF EXT-DATA-EXTRATO NOT EQUAL WS-DATA-MATRIZ
        MOVE "S" TO WS-SIS-FLAG-DATA(WS-IX-SIS).

     IF EXT-TIPO-REG EQUAL "T"
        MOVE "S" TO WS-SIS-FLAG-TRAILER(WS-IX-SIS)
        ADD EXT-QTD-DETALHES TO WS-SIS-QTD-TRAILER(WS-IX-SIS)
        GO TO 0201-PROXIMO-EXTRATO.

     ADD 1 TO WS-SIS-QTD-LIDAS(WS-IX-SIS).

     IF EXT-USU-CODIGO EQUAL SPACES
        ADD 1 TO WS-SIS-QTD-INVALIDAS(WS-IX-SIS)
        GO TO 0201-PROXIMO-EXTRATO.

     IF EXT-DATA-EXTRATO NOT EQUAL WS-DATA-MATRIZ
        GO TO 0201-PROXIMO-EXTRATO.

     MOVE EXT-SIS-CODIGO    TO SRC-SIS-CODIGO.
     MOVE EXT-USU-CODIGO    TO SRC-USU-CODIGO.
     MOVE EXT-GOP-MNEMONICO TO SRC-GOP-MNEMONICO.
     MOVE 2                 TO SRC-ORIGEM.
     MOVE EXT-CLI-CODIGO    TO SRC-CLI-CODIGO.
     MOVE SPACES            TO SRC-TIPO-AREA.

     RELEASE SORT-REC-RCS.

     GO TO 0201-PROXIMO-EXTRATO.

  0209-FECHA-EXTRATO.

     CLOSE ENT-EXTRATO.

     PERFORM 0250-CLASSIFICA-SISTEMAS
        THRU 0250-CLASSIFICA-SISTEMAS-FIM.

     IF WS-CONT-SIS-CONFERIDOS EQUAL ZEROS
        GO TO 0200-LIBERA-ENTRADAS-FIM.

     OPEN INPUT MATRIZ-COMUM.

  0211-PROXIMA-MATRIZ.

     READ MATRIZ-COMUM
         AT END
            GO TO 0219-FECHA-MATRIZ.

     ADD 1 TO WS-CONT-MATRIZ.

     IF MTZ-TIPO-LINHA NOT EQUAL "GRUPO" OR
        MTZ-SIS-CODIGO EQUAL ZEROS        OR
        MTZ-GOP-MNEMONICO EQUAL SPACES
        GO TO 0211-PROXIMA-MATRIZ.

     MOVE WS-MAP-SIS(MTZ-SIS-CODIGO) TO WS-IX-SIS.

     IF WS-IX-SIS EQUAL ZEROS
        GO TO 0211-PROXIMA-MATRIZ.

     IF WS-SIS-NOME(WS-IX-SIS) EQUAL SPACES
        MOVE MTZ-SIS-NOME TO WS-SIS-NOME(WS-IX-SIS).

     IF WS-SIS-SITUACAO(WS-IX-SIS) NOT EQUAL "CONFERIDO"
        GO TO 0211-PROXIMA-MATRIZ.

     MOVE MTZ-SIS-CODIGO    TO SRC-SIS-CODIGO.
     MOVE MTZ-USU-CODIGO    TO SRC-USU-CODIGO.
     MOVE MTZ-GOP-MNEMONICO TO SRC-GOP-MNEMONICO.
     MOVE 1                 TO SRC-ORIGEM.
     MOVE MTZ-CLI-CODIGO    TO SRC-CLI-CODIGO.
     MOVE MTZ-TIPO-AREA     TO SRC-TIPO-AREA.

     RELEASE SORT-REC-RCS.

     ADD 1 TO WS-CONT-MATRIZ-LIBERADAS.

     GO TO 0211-PROXIMA-MATRIZ.

  0219-FECHA-MATRIZ.

     CLOSE MATRIZ-COMUM.

  0200-LIBERA-ENTRADAS-FIM.
     EXIT.

  0240-LOCALIZA-SISTEMA.

     MOVE WS-MAP-SIS(WS-SIS-PROCURA) TO WS-IX-SIS.

     IF WS-IX-SIS NOT EQUAL ZEROS
        GO TO 0240-LOCALIZA-SISTEMA-FIM.

     IF WS-CONT-SIS >= 500
        GO TO 0240-LOCALIZA-SISTEMA-FIM.

     ADD 1 TO WS-CONT-SIS.
     MOVE WS-CONT-SIS TO WS-IX-SIS.
     MOVE WS-CONT-SIS TO WS-MAP-SIS(WS-SIS-PROCURA).

     MOVE WS-SIS-PROCURA TO WS-SIS-CODIGO(WS-IX-SIS).
     MOVE SPACES         TO WS-SIS-NOME(WS-IX-SIS)
                            WS-SIS-SITUACAO(WS-IX-SIS).
     MOVE "N"            TO WS-SIS-FLAG-TRAILER(WS-IX-SIS)
                            WS-SIS-FLAG-DATA(WS-IX-SIS).
     MOVE ZEROS          TO WS-SIS-DATA(WS-IX-SIS)
                            WS-SIS-QTD-LIDAS(WS-IX-SIS)
                            WS-SIS-QTD-TRAILER(WS-IX-SIS)
                            WS-SIS-QTD-INVALIDAS(WS-IX-SIS)
                            WS-SIS-QTD-EXTRATO(WS-IX-SIS)
                            WS-SIS-QTD-MATRIZ(WS-IX-SIS)
                            WS-SIS-QTD-CONFERE(WS-IX-SIS)
                            WS-SIS-QTD-EXCESSO(WS-IX-SIS)
                            WS-SIS-QTD-FALTA(WS-IX-SIS)
                            WS-SIS-QTD-SEM-CAD(WS-IX-SIS).

  0240-LOCALIZA-SISTEMA-FIM.
     EXIT.

******************************************************************
*    SITUACAO DO EXTRATO DE CADA SISTEMA - SO O CONFERIDO (DATA  *
*    DA MATRIZ E TRAILER BATENDO COM AS LINHAS) E COMPARADO      *
******************************************************************

  0250-CLASSIFICA-SISTEMAS.

     MOVE 1 TO WS-IX-SIS.

  0251-PROXIMO-SISTEMA.

     IF WS-IX-SIS > WS-CONT-SIS
        GO TO 0250-CLASSIFICA-SISTEMAS-FIM.

     IF WS-SIS-FLAG-DATA(WS-IX-SIS) EQUAL "S" OR
        WS-DATA-MATRIZ EQUAL ZEROS
        MOVE "DATA-DIVERG" TO WS-SIS-SITUACAO(WS-IX-SIS)
     ELSE
        IF WS-SIS-FLAG-TRAILER(WS-IX-SIS) EQUAL "N"
           MOVE "SEM-TRAILER" TO WS-SIS-SITUACAO(WS-IX-SIS)
        ELSE
           IF WS-SIS-QTD-TRAILER(WS-IX-SIS) NOT EQUAL
              WS-SIS-QTD-LIDAS(WS-IX-SIS)
              MOVE "INCOMPLETO" TO WS-SIS-SITUACAO(WS-IX-SIS)
           ELSE
              MOVE "CONFERIDO" TO WS-SIS-SITUACAO(WS-IX-SIS)
              ADD 1 TO WS-CONT-SIS-CONFERIDOS.

     ADD 1 TO WS-IX-SIS.
     GO TO 0251-PROXIMO-SISTEMA.

  0250-CLASSIFICA-SISTEMAS-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA ORDENACAO - QUEBRA POR CONTA       *
*    (SISTEMA + USUARIO) E POR CHAVE (+ GRUPO)                   *
******************************************************************

  0300-CONFRONTA-EXTRATO.

     MOVE "N" TO FLAG-FIM-ORDENA WS-TEM-CHAVE.

  0301-PROXIMO-ORDENADO.

     RETURN WS-RCS-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ORDENA.

     IF FLAG-FIM-ORDENA EQUAL "S"
        IF WS-TEM-CHAVE EQUAL "S"
           PERFORM 0320-FECHA-CHAVE
              THRU 0320-FECHA-CHAVE-FIM
           PERFORM 0330-FECHA-CONTA
              THRU 0330-FECHA-CONTA-FIM
           GO TO 0300-CONFRONTA-EXTRATO-FIM
        ELSE
           GO TO 0300-CONFRONTA-EXTRATO-FIM.

     IF WS-TEM-CHAVE EQUAL "N"
        PERFORM 0310-NOVA-CONTA
           THRU 0310-NOVA-CONTA-FIM
        PERFORM 0315-NOVA-CHAVE
           THRU 0315-NOVA-CHAVE-FIM
     ELSE
        IF SRC-SIS-CODIGO NOT EQUAL WS-ANT-SIS OR
           SRC-USU-CODIGO NOT EQUAL WS-ANT-USU
           PERFORM 0320-FECHA-CHAVE
              THRU 0320-FECHA-CHAVE-FIM
           PERFORM 0330-FECHA-CONTA
              THRU 0330-FECHA-CONTA-FIM
           PERFORM 0310-NOVA-CONTA
              THRU 0310-NOVA-CONTA-FIM
           PERFORM 0315-NOVA-CHAVE
              THRU 0315-NOVA-CHAVE-FIM
        ELSE
           IF SRC-GOP-MNEMONICO NOT EQUAL WS-ANT-GOP
              PERFORM 0320-FECHA-CHAVE
                 THRU 0320-FECHA-CHAVE-FIM
              PERFORM 0315-NOVA-CHAVE
                 THRU 0315-NOVA-CHAVE-FIM.

     IF SRC-ORIGEM EQUAL 1
        IF WS-TEM-MATRIZ EQUAL "N"
           MOVE "S"           TO WS-TEM-MATRIZ
           MOVE SRC-CLI-CODIGO TO WS-MTZ-CLI
           MOVE SRC-TIPO-AREA  TO WS-MTZ-AREA
           GO TO 0301-PROXIMO-ORDENADO
        ELSE
           GO TO 0301-PROXIMO-ORDENADO.

     IF WS-TEM-EXTRATO EQUAL "N"
        MOVE "S"            TO WS-TEM-EXTRATO
        MOVE SRC-CLI-CODIGO TO WS-EXT-CLI.

     IF WS-CAD-VERIFICADO EQUAL "N"
        PERFORM 0340-VERIFICA-CADASTRO
           THRU 0340-VERIFICA-CADASTRO-FIM.

     GO TO 0301-PROXIMO-ORDENADO.

  0300-CONFRONTA-EXTRATO-FIM.
     EXIT.

  0310-NOVA-CONTA.

     MOVE WS-MAP-SIS(SRC-SIS-CODIGO) TO WS-IX-SIS.

     MOVE "N"   TO WS-CAD-VERIFICADO.
     MOVE "S"   TO WS-CAD-ACHOU.
     MOVE ZEROS TO WS-CAD-CLI WS-QTD-GRUPOS-CONTA.

  0310-NOVA-CONTA-FIM.
     EXIT.

  0315-NOVA-CHAVE.

     MOVE SRC-SIS-CODIGO    TO WS-ANT-SIS.
     MOVE SRC-USU-CODIGO    TO WS-ANT-USU.
     MOVE SRC-GOP-MNEMONICO TO WS-ANT-GOP.

     MOVE "S"    TO WS-TEM-CHAVE.
     MOVE "N"    TO WS-TEM-MATRIZ WS-TEM-EXTRATO.
     MOVE ZEROS  TO WS-MTZ-CLI WS-EXT-CLI.
     MOVE SPACES TO WS-MTZ-AREA.

  0315-NOVA-CHAVE-FIM.
     EXIT.

******************************************************************
*    FECHA UMA CHAVE SIS/USU/GOP - NAS DUAS ORIGENS CONFERE; SO  *
*    NA MATRIZ E FALTA; SO NO EXTRATO E EXCESSO (OU ENTRA NA     *
*    CONTAGEM DO SEM-CADASTRO DA CONTA). A LINHA DE CONTA SEM    *
*    GRUPO NAO E COMPARADA.                                      *
******************************************************************

  0320-FECHA-CHAVE.

     IF WS-SIS-SITUACAO(WS-IX-SIS) NOT EQUAL "CONFERIDO" OR
        WS-ANT-GOP EQUAL SPACES
        GO TO 0320-FECHA-CHAVE-FIM.

     IF WS-TEM-MATRIZ EQUAL "S"
        ADD 1 TO WS-SIS-QTD-MATRIZ(WS-IX-SIS).

     IF WS-TEM-EXTRATO EQUAL "S"
        ADD 1 TO WS-SIS-QTD-EXTRATO(WS-IX-SIS).

     IF WS-TEM-EXTRATO EQUAL "S" AND WS-CAD-ACHOU EQUAL "N"
        ADD 1 TO WS-QTD-GRUPOS-CONTA.

     IF WS-TEM-MATRIZ EQUAL "S" AND WS-TEM-EXTRATO EQUAL "S"
        ADD 1 TO WS-SIS-QTD-CONFERE(WS-IX-SIS)
        GO TO 0320-FECHA-CHAVE-FIM.

     IF WS-TEM-MATRIZ EQUAL "S"
        MOVE "FALTA"     TO WS-TIPO-DIVERGENCIA
        MOVE WS-MTZ-CLI  TO WS-CLI-DIVERGENCIA
        MOVE WS-MTZ-AREA TO WS-AREA-DIVERGENCIA
        MOVE ZEROS       TO WS-QTD-GRUPOS-DIVERGENCIA
        PERFORM 0350-GRAVA-DIVERGENCIA
           THRU 0350-GRAVA-DIVERGENCIA-FIM
        ADD 1 TO WS-SIS-QTD-FALTA(WS-IX-SIS)
        ADD 1 TO WS-CONT-FALTA
        GO TO 0320-FECHA-CHAVE-FIM.

     IF WS-CAD-ACHOU EQUAL "N"
        GO TO 0320-FECHA-CHAVE-FIM.

     MOVE "EXCESSO"  TO WS-TIPO-DIVERGENCIA.
     MOVE WS-EXT-CLI TO WS-CLI-DIVERGENCIA.
     MOVE SPACES     TO WS-AREA-DIVERGENCIA.
     MOVE ZEROS      TO WS-QTD-GRUPOS-DIVERGENCIA.

     PERFORM 0350-GRAVA-DIVERGENCIA
        THRU 0350-GRAVA-DIVERGENCIA-FIM.

     ADD 1 TO WS-SIS-QTD-EXCESSO(WS-IX-SIS).
     ADD 1 TO WS-CONT-EXCESSO.

  0320-FECHA-CHAVE-FIM.
     EXIT.

  0330-FECHA-CONTA.

     IF WS-SIS-SITUACAO(WS-IX-SIS) NOT EQUAL "CONFERIDO" OR
        WS-CAD-VERIFICADO EQUAL "N" OR
        WS-CAD-ACHOU EQUAL "S"
        GO TO 0330-FECHA-CONTA-FIM.

     MOVE "SEM-CADASTRO" TO WS-TIPO-DIVERGENCIA.
     MOVE WS-CAD-CLI     TO WS-CLI-DIVERGENCIA.
     MOVE SPACES         TO WS-AREA-DIVERGENCIA WS-ANT-GOP.
     MOVE WS-QTD-GRUPOS-CONTA TO WS-QTD-GRUPOS-DIVERGENCIA.

     PERFORM 0350-GRAVA-DIVERGENCIA
        THRU 0350-GRAVA-DIVERGENCIA-FIM.

     ADD 1 TO WS-SIS-QTD-SEM-CAD(WS-IX-SIS).
     ADD 1 TO WS-CONT-SEM-CADASTRO.

  0330-FECHA-CONTA-FIM.
     EXIT.

******************************************************************
*    A CONTA DO EXTRATO TEM USUARIO-CLI? - NO CLIENTE INFORMADO  *
*    NA PRIMEIRA LINHA DA CONTA, OU EM QUALQUER CLIENTE QUANDO O *
*    SISTEMA MANDOU O CLIENTE ZERADO                             *
******************************************************************

  0340-VERIFICA-CADASTRO.

     MOVE "S"            TO WS-CAD-VERIFICADO WS-CAD-ACHOU.
     MOVE SRC-CLI-CODIGO TO WS-CAD-CLI.
     MOVE SRC-USU-CODIGO TO WS-CAD-USU.

     IF WS-SIS-SITUACAO(WS-IX-SIS) NOT EQUAL "CONFERIDO"
        GO TO 0340-VERIFICA-CADASTRO-FIM.

     IF WS-CAD-CLI EQUAL ZEROS
        FIND FIRST USC-POR-USUARIO AT
           USU-CODIGO = WS-CAD-USU
           ON EXCEPTION
              IF DMSTATUS(NOTFOUND)
                 MOVE "N" TO WS-CAD-ACHOU
              ELSE
                 PERFORM 10000-00-TRATA-ERRO-DMS
                    THRU 10000-99-TRATA-ERRO-DMS
              END-IF
        END-FIND
        GO TO 0340-VERIFICA-CADASTRO-FIM.

     FIND FIRST USC-POR-USUARIO AT
        CLI-CODIGO = WS-CAD-CLI AND
        USU-CODIGO = WS-CAD-USU
        ON EXCEPTION
           IF DMSTATUS(NOTFOUND)
              MOVE "N" TO WS-CAD-ACHOU
           ELSE
              PERFORM 10000-00-TRATA-ERRO-DMS
                 THRU 10000-99-TRATA-ERRO-DMS
           END-IF
     END-FIND.

  0340-VERIFICA-CADASTRO-FIM.
     EXIT.

  0350-GRAVA-DIVERGENCIA.

     INITIALIZE REG-RECONC-SIS.

     MOVE WS-TIPO-DIVERGENCIA      TO RCS-TIPO-LINHA.
     MOVE WS-ANT-SIS               TO RCS-SIS-CODIGO.
     MOVE WS-SIS-NOME(WS-IX-SIS)   TO RCS-SIS-NOME.
     MOVE WS-CLI-DIVERGENCIA       TO RCS-CLI-CODIGO.
     MOVE WS-ANT-USU               TO RCS-USU-CODIGO.
     MOVE WS-ANT-GOP               TO RCS-GOP-MNEMONICO.
     MOVE WS-AREA-DIVERGENCIA      TO RCS-TIPO-AREA.
     MOVE WS-QTD-GRUPOS-DIVERGENCIA TO RCS-QTD-GRUPOS.

     WRITE REG-RECONC-SIS.

     ADD 1 TO WS-CONT-DIVERGENCIAS.

  0350-GRAVA-DIVERGENCIA-FIM.
     EXIT.

******************************************************************
*    RESUMO POR SISTEMA QUE MANDOU EXTRATO                       *
******************************************************************

  0400-GRAVA-RESUMO.

     MOVE 1 TO WS-IX-SIS.

  0401-PROXIMO-RESUMO.

     IF WS-IX-SIS > WS-CONT-SIS
        GO TO 0400-GRAVA-RESUMO-FIM.

     INITIALIZE REG-RECONC-SIS.

     MOVE "RESUMO"                     TO RCS-TIPO-LINHA.
     MOVE WS-SIS-CODIGO(WS-IX-SIS)     TO RCS-SIS-CODIGO.
     MOVE WS-SIS-NOME(WS-IX-SIS)       TO RCS-SIS-NOME.
     MOVE WS-SIS-SITUACAO(WS-IX-SIS)   TO RCS-SITUACAO.
     MOVE WS-SIS-DATA(WS-IX-SIS)       TO RCS-DATA-EXTRATO.
     MOVE WS-SIS-QTD-LIDAS(WS-IX-SIS)  TO RCS-QTD-LIDAS.
     MOVE WS-SIS-QTD-TRAILER(WS-IX-SIS) TO RCS-QTD-TRAILER.
     MOVE WS-SIS-QTD-INVALIDAS(WS-IX-SIS)
                                       TO RCS-QTD-INVALIDAS.
     MOVE WS-SIS-QTD-EXTRATO(WS-IX-SIS) TO RCS-QTD-EXTRATO.
     MOVE WS-SIS-QTD-MATRIZ(WS-IX-SIS) TO RCS-QTD-MATRIZ.
     MOVE WS-SIS-QTD-CONFERE(WS-IX-SIS) TO RCS-QTD-CONFERE.
     MOVE WS-SIS-QTD-EXCESSO(WS-IX-SIS) TO RCS-QTD-EXCESSO.
     MOVE WS-SIS-QTD-FALTA(WS-IX-SIS)  TO RCS-QTD-FALTA.
     MOVE WS-SIS-QTD-SEM-CAD(WS-IX-SIS) TO RCS-QTD-SEM-CADASTRO.

     WRITE REG-RECONC-SIS.

     ADD 1 TO WS-IX-SIS.
     GO TO 0401-PROXIMO-RESUMO.

  0400-GRAVA-RESUMO-FIM.
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

     DISPLAY "S0947-OBJ-707 - ERRO DMS " DMS-RESULT-WS.

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

     MOVE "FIM"                  TO LED-TIPO-REG.
     MOVE LED-TERMINO-WS         TO LED-TERMINO.
     MOVE WS-CONT-EXTRATO        TO LED-CONT-ENTRADA.
     MOVE WS-CONT-DIVERGENCIAS   TO LED-CONT-SAIDA.
     MOVE WS-CONT-SIS-CONFERIDOS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-707" TO LED-PROGRAMA.

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
