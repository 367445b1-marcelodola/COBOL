$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-702.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   EXCECOES DO LOG DE TRANSACOES - USO SEM DIREITO E ATIVIDADE  *
*   DE USUARIO SUSPENSO                                          *
*----------------------------------------------------------------*
*  O S0947-OBJ-689 MAPEIA O TRNLOG DE VOLTA AOS GRUPOS, MAS SO   *
*  CREDITA USO DE ACESSO CONCEDIDO. ESTE PROGRAMA RODA NA CADEIA *
*  NOTURNA DEPOIS DO 684 (MATRIZCOMUM) E APONTA PARA A MESA DE   *
*  FRAUDE, NA MANHA SEGUINTE, AS LINHAS DO FEED DO DIA EM QUE:   *
*    "SU" O USU-CODIGO ESTA SUSPENSO - FLAG-SUSPENSO LIGADO EM   *
*         ALGUM USUARIO-CLI (BLOQUEIO DO 692 OU DESLIGAMENTO DO  *
*         683) OU PRESENTE NO SAISUSPENSAO DO 683 - QUALQUER     *
*         ATIVIDADE E APONTADA;                                  *
*    "SE" O TRANCODE E CONCEDIDO POR GRUPO(S) DO CADASTRO        *
*         (OPERACOES-GRUPO, MESMO MAPA DO 689), MAS NENHUM DELES *
*         ESTA NA MATRIZ DO USUARIO NA MATRIZCOMUM DA NOITE - A  *
*         LINHA LEVA O PRIMEIRO GRUPO QUE CONCEDERIA O TRANCODE  *
*         E A QUANTIDADE DE GRUPOS CANDIDATOS;                   *
*    "TN" O TRANCODE NAO E CONCEDIDO POR NENHUM GRUPO DO         *
*         CADASTRO (NINGUEM PODERIA TE-LO EXECUTADO).            *
*  AS DUAS SITUACOES INDICAM DESVIO NA APLICACAO OU CONCESSAO    *
*  DESATUALIZADA. A LINHA DE USUARIO SUSPENSO SO SAI COMO "SU"   *
*  (SUSPENSO NAO TEM MATRIZ - SAIRIA TAMBEM COMO "SE"). LINHA DE *
*  LOG SEM USU-CODIGO E SALTADA E CONTADA, COMO NO 689.          *
*  O RELATORIO RELEXCTRN SAI ORDENADO POR USUARIO, DATA E HORA.  *
*  OS CONTADORES VAO PARA O LEDGER COMUM LEDGERS0947.            *
*----------------------------------------------------------------*

*MD151026 - D947316I
*  ANTES DE ABRIR AS ENTRADAS VERIFICA NO LEDGERS0947 SE OS      *
*  PREDECESSORES NA CADEIA NOTURNA (PADRAO: 684) TERMINARAM      *
*  NORMAL NA DATA - SENAO GRAVA O TERMINO "BLOQUEA" (BLOQUEADO)  *
*  NO LEDGER E NAO PROCESSA. DEPENDENCIAS MANTIDAS NO            *
*  PARAMETROS-S0947 ("PREDJOBS", TRANSACAO S0947-OBJ-680).       *
*MD151026 - D947316F

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT TRN-LOG         ASSIGN TO "TRNLOG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT MATRIZ-COMUM    ASSIGN TO "MATRIZCOMUM"
            ORGANIZATION IS SEQUENTIAL.

     SELECT SAI-SUSPENSAO   ASSIGN TO "SAISUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-EXC-TRN     ASSIGN TO "RELEXCTRN"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-EXC-ORDENA   ASSIGN TO "WKEXCORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  FEED DO LOG DE TRANSACOES DO COMS - MESMO LAYOUT LIDO PELO    *
*  S0947-OBJ-689.                                                *
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
*  MATRIZ COMPUTADA DE TODOS OS USUARIOS - MESMO LAYOUT GRAVADO  *
*  PELO S0947-OBJ-684 (REG-MATRIZ-COMUM): NAO REORDENAR CAMPOS   *
*  SEM ALTERAR OS CONSUMIDORES JUNTOS (657/659/669/671/701/702). *
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
*  USUARIOS A SUSPENDER - MESMO LAYOUT GRAVADO PELO              *
*  S0947-OBJ-683 (REG-SUSPENSAO).                                *
*----------------------------------------------------------------*

 FD  SAI-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  REG-SUSPENSAO.
     03  SUS-CLI-CODIGO          PIC 9(04).
     03  SUS-USU-CODIGO          PIC X(07).
     03  SUS-DATA-MOVIMENTO      PIC 9(08).

*----------------------------------------------------------------*
*  RELATORIO DE EXCECOES - UMA LINHA POR LINHA DE LOG APONTADA.  *
*    REX-TIPO-LINHA      : "SU", "SE" OU "TN" (VER O CABECALHO). *
*    REX-ORIGEM-SUSPENSAO: "FLAG" (FLAG-SUSPENSO DO USUARIO-CLI) *
*                          OU "DESLIGAM" (SAISUSPENSAO DO 683),  *
*                          COM O CLIENTE EM REX-CLI-CODIGO - SO  *
*                          NA LINHA "SU".                        *
*    REX-SIS/GOP/MNEMONICO: PRIMEIRO GRUPO QUE CONCEDE O TRAN-   *
*                          CODE E REX-QTD-CANDIDATOS - SO NA     *
*                          LINHA "SE".                           *
*----------------------------------------------------------------*

 FD  REL-EXC-TRN
     LABEL RECORD IS STANDARD.

 01  REG-REL-EXC.
     03  REX-TIPO-LINHA          PIC X(02).
     03  REX-USU-CODIGO          PIC X(07).
     03  REX-USERCODE            PIC 9(11).
     03  REX-TRANCODE            PIC X(10).
     03  REX-STATION             PIC 9(11).
     03  REX-DATA                PIC 9(08).
     03  REX-HORA                PIC 9(06).
     03  REX-ORIGEM-SUSPENSAO    PIC X(08).
     03  REX-CLI-CODIGO          PIC 9(04).
     03  REX-SIS-CODIGO          PIC 9(04).
     03  REX-GOP-CODIGO          PIC 9(04).
     03  REX-GOP-MNEMONICO       PIC X(10).
     03  REX-QTD-CANDIDATOS      PIC 9(04).

*----------------------------------------------------------------*
*  ORDENACAO POR USUARIO - AS CONCESSOES DE GRUPO DA MATRIZ      *
*  (SRX-CLASSE 0) CHEGAM ANTES DAS LINHAS DE LOG (SRX-CLASSE 1). *
*----------------------------------------------------------------*

 SD  WS-EXC-ORDENA.

 01  SORT-REC-EXC.
     03  SRX-USU-CODIGO          PIC X(07).
     03  SRX-CLASSE              PIC 9(01).
     03  SRX-DATA                PIC 9(08).
     03  SRX-HORA                PIC 9(06).
     03  SRX-CLI-CODIGO          PIC 9(04).
     03  SRX-SIS-CODIGO          PIC 9(04).
     03  SRX-GOP-CODIGO          PIC 9(04).
     03  SRX-USERCODE            PIC 9(11).
     03  SRX-TRANCODE            PIC X(10).
     03  SRX-STATION             PIC 9(11).

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
*  O BANCO SO E CONSULTADO NA INICIALIZACAO - MAPA TRANCODE ->   *
*  GRUPO (OPERACOES-GRUPO E GRUPOS-OPERACOES) E USUARIOS COM O   *
*  FLAG-SUSPENSO LIGADO (USUARIO-CLI).                           *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-LOG                 PIC 9(09)   COMP.
 77  WS-CONT-SEM-USUARIO         PIC 9(09)   COMP.
 77  WS-CONT-CONCESSOES          PIC 9(09)   COMP.
 77  WS-CONT-AUTORIZADAS         PIC 9(09)   COMP.
 77  WS-CONT-EXC-SUSPENSO        PIC 9(09)   COMP.
 77  WS-CONT-EXC-SEM-DIREITO     PIC 9(09)   COMP.
 77  WS-CONT-EXC-SEM-GRUPO       PIC 9(09)   COMP.
 77  WS-CONT-EXCECOES            PIC 9(09)   COMP.
 77  WS-CONT-MAPA-PERDIDOS       PIC 9(05)   COMP.
 77  WS-CONT-SUSP-PERDIDOS       PIC 9(05)   COMP.
 77  WS-CONT-CONC-PERDIDAS       PIC 9(09)   COMP.

 01  FLAG-FIM-PERCURSO           PIC X(01).
 01  FLAG-FIM-ORDENA             PIC X(01).

*----------------------------------------------------------------*
* MAPA TRANCODE -> (CLIENTE, SISTEMA, GRUPO, MNEMONICO), MONTADO *
* NA INICIALIZACAO COMO NO S0947-OBJ-689.                        *
*----------------------------------------------------------------*

 01  WS-TAB-MAPA-TRANCODE.
     02  WS-CONT-MAPA            PIC 9(04)   COMP.
     02  WS-TAB-MAPA OCCURS 5000 TIMES.
         03  WS-MAP-TRANCODE     PIC X(10).
         03  WS-MAP-CLI          PIC 9(04).
         03  WS-MAP-SIS          PIC 9(04).
         03  WS-MAP-GOP          PIC 9(04).
         03  WS-MAP-MNEMONICO    PIC X(10).

 01  WS-IX-MAPA                  PIC 9(04)   COMP.

*----------------------------------------------------------------*
* USUARIOS SUSPENSOS - FLAG-SUSPENSO DO USUARIO-CLI E            *
* SAISUSPENSAO DO 683 (UMA ENTRADA POR CLIENTE/USUARIO).         *
*----------------------------------------------------------------*

 01  WS-TAB-SUSPENSOS.
     02  WS-CONT-SUSPENSOS       PIC 9(04)   COMP.
     02  WS-TAB-SUSP OCCURS 3000 TIMES.
         03  WS-SSP-USU-CODIGO   PIC X(07).
         03  WS-SSP-CLI-CODIGO   PIC 9(04).
         03  WS-SSP-ORIGEM       PIC X(08).

 01  WS-IX-SUSP                  PIC 9(04)   COMP.

*----------------------------------------------------------------*
* GRUPOS CONCEDIDOS AO USUARIO CORRENTE NA MATRIZCOMUM (TODOS OS *
* CLIENTES E AREAS).                                             *
*----------------------------------------------------------------*

 01  WS-TAB-CONCESSOES.
     02  WS-CONT-CONC            PIC 9(04)   COMP.
     02  WS-TAB-CONC OCCURS 3000 TIMES.
         03  WS-CNC-CLI          PIC 9(04).
         03  WS-CNC-SIS          PIC 9(04).
         03  WS-CNC-GOP          PIC 9(04).

 01  WS-IX-CONC                  PIC 9(04)   COMP.

*----------------------------------------------------------------*
* USUARIO CORRENTE NO PROCEDIMENTO DE SAIDA DA ORDENACAO.        *
*----------------------------------------------------------------*

 01  WS-USUARIO-CORRENTE.
     03  WS-UCR-USU-CODIGO       PIC X(07).
     03  FLAG-USU-SUSPENSO       PIC X(01).
     03  WS-UCR-CLI-SUSPENSO     PIC 9(04).
     03  WS-UCR-ORIGEM-SUSPENSAO PIC X(08).

 01  WS-LINHA-CORRENTE.
     03  FLAG-AUTORIZADA         PIC X(01).
     03  WS-QTD-CANDIDATOS       PIC 9(04)   COMP.
     03  WS-IX-PRIMEIRO          PIC 9(04)   COMP.

 01 VARIAVEIS.
   02  FLAG-ACHOU                PIC X(01).
   02  VERSAO-SEG-WS             PIC 9(01).
   02  USU-CODIGO-WS             PIC X(07).
   02  CLI-CODIGO-WS             PIC 9(04).
   02  WS-ORIGEM-WS              PIC X(08).

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


*MD151026 - D947316I
*----------------------------------------------------------------*
* VERIFICACAO DOS PREDECESSORES NA CADEIA NOTURNA - LAYOUT NO    *
* MEMBRO V094765610 E LOGICA NO MEMBRO V094765611 (BIBLIOTECA    *
* D0947F05).                                                     *
*----------------------------------------------------------------*

 01  TAB-PREDECESSORES.
    COPY "(D0947F05)S0947/LIB/SRV/V094765610 ON PROJETO01".
*MD151026 - D947316F

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

     MOVE ZEROS TO WS-CONT-LOG WS-CONT-SEM-USUARIO
                   WS-CONT-CONCESSOES WS-CONT-AUTORIZADAS
                   WS-CONT-EXC-SUSPENSO WS-CONT-EXC-SEM-DIREITO
                   WS-CONT-EXC-SEM-GRUPO WS-CONT-EXCECOES
                   WS-CONT-MAPA-PERDIDOS WS-CONT-SUSP-PERDIDOS
                   WS-CONT-CONC-PERDIDAS WS-CONT-MAPA
                   WS-CONT-SUSPENSOS WS-CONT-CONC.

     INITIALIZE VARIAVEIS.

     INITIALIZE ARRAY-IN-WS.

*MD151026 - D947316I
     MOVE 702 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.
*MD151026 - D947316F

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     PERFORM 0100-MONTA-MAPA-TRANCODE
        THRU 0100-MONTA-MAPA-TRANCODE-FIM.

     PERFORM 0120-CARREGA-FLAG-SUSPENSO
        THRU 0120-CARREGA-FLAG-SUSPENSO-FIM.

     CLOSE BDSEGURANCA.

     PERFORM 0140-CARREGA-DESLIGAMENTOS
        THRU 0140-CARREGA-DESLIGAMENTOS-FIM.

     OPEN OUTPUT REL-EXC-TRN.

     SORT WS-EXC-ORDENA
          ASCENDING KEY SRX-USU-CODIGO SRX-CLASSE
                        SRX-DATA SRX-HORA
          INPUT PROCEDURE IS 0200-LIBERA-ENTRADAS
             THRU 0200-LIBERA-ENTRADAS-FIM
          OUTPUT PROCEDURE IS 0300-APONTA-EXCECOES
             THRU 0300-APONTA-EXCECOES-FIM.

     CLOSE REL-EXC-TRN.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-702 - LINHAS DE LOG LIDAS.....: "
             WS-CONT-LOG.
     DISPLAY "S0947-OBJ-702 - LINHAS SEM USUARIO......: "
             WS-CONT-SEM-USUARIO.
     DISPLAY "S0947-OBJ-702 - LINHAS AUTORIZADAS......: "
             WS-CONT-AUTORIZADAS.
     DISPLAY "S0947-OBJ-702 - USUARIO SUSPENSO (SU)...: "
             WS-CONT-EXC-SUSPENSO.
     DISPLAY "S0947-OBJ-702 - SEM DIREITO (SE)........: "
             WS-CONT-EXC-SEM-DIREITO.
     DISPLAY "S0947-OBJ-702 - TRANCODE SEM GRUPO (TN).: "
             WS-CONT-EXC-SEM-GRUPO.
     DISPLAY "S0947-OBJ-702 - MAPA SEM ESPACO.........: "
             WS-CONT-MAPA-PERDIDOS.
     DISPLAY "S0947-OBJ-702 - SUSPENSOS SEM ESPACO....: "
             WS-CONT-SUSP-PERDIDOS.
     DISPLAY "S0947-OBJ-702 - CONCESSOES SEM ESPACO...: "
             WS-CONT-CONC-PERDIDAS.

     STOP RUN.

******************************************************************
*    MONTA O MAPA TRANCODE -> GRUPO POR UM PERCURSO COMPLETO DE  *
*    OPERACOES-GRUPO, COM O MNEMONICO DE GRUPOS-OPERACOES (MESMA *
*    MONTAGEM DO S0947-OBJ-689)                                  *
******************************************************************

  0100-MONTA-MAPA-TRANCODE.

     SET OPG-POR-GRUPO TO BEGINNING.

  0101-PROXIMA-OPERACAO.

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
        GO TO 0100-MONTA-MAPA-TRANCODE-FIM.

     IF OPG-TRANSACAO OF OPERACOES-GRUPO EQUAL SPACES
        GO TO 0101-PROXIMA-OPERACAO.

     PERFORM 0110-GUARDA-MAPA
        THRU 0110-GUARDA-MAPA-FIM.

     GO TO 0101-PROXIMA-OPERACAO.

  0100-MONTA-MAPA-TRANCODE-FIM.
     EXIT.

  0110-GUARDA-MAPA.

     MOVE 1 TO WS-IX-MAPA.

  0111-PROCURA-MAPA.

     IF WS-IX-MAPA > WS-CONT-MAPA
        GO TO 0112-MAPA-NOVO.

     IF WS-MAP-TRANCODE(WS-IX-MAPA) EQUAL
           OPG-TRANSACAO OF OPERACOES-GRUPO AND
        WS-MAP-CLI(WS-IX-MAPA) EQUAL
           OPG-CLIENTE OF OPERACOES-GRUPO AND
        WS-MAP-SIS(WS-IX-MAPA) EQUAL
           OPG-SISTEMA OF OPERACOES-GRUPO AND
        WS-MAP-GOP(WS-IX-MAPA) EQUAL
           OPG-GRUPO OF OPERACOES-GRUPO
        GO TO 0110-GUARDA-MAPA-FIM.

     ADD 1 TO WS-IX-MAPA.
     GO TO 0111-PROCURA-MAPA.

  0112-MAPA-NOVO.

     IF WS-CONT-MAPA >= 5000
        ADD 1 TO WS-CONT-MAPA-PERDIDOS
        GO TO 0110-GUARDA-MAPA-FIM.

     ADD 1 TO WS-CONT-MAPA.
     MOVE OPG-TRANSACAO OF OPERACOES-GRUPO
       TO WS-MAP-TRANCODE(WS-CONT-MAPA).
     MOVE OPG-CLIENTE OF OPERACOES-GRUPO
       TO WS-MAP-CLI(WS-CONT-MAPA).
     MOVE OPG-SISTEMA OF OPERACOES-GRUPO
       TO WS-MAP-SIS(WS-CONT-MAPA).
     MOVE OPG-GRUPO OF OPERACOES-GRUPO
       TO WS-MAP-GOP(WS-CONT-MAPA).
     MOVE SPACES TO WS-MAP-MNEMONICO(WS-CONT-MAPA).

     FIND GOP-POR-IDENT AT
          CFS-VER-SISEG = VERSAO-SEG-WS AND
          GOP-CLIENTE   = OPG-CLIENTE OF OPERACOES-GRUPO AND
          GOP-SISTEMA   = OPG-SISTEMA OF OPERACOES-GRUPO AND
          GOP-CODIGO    = OPG-GRUPO   OF OPERACOES-GRUPO
          ON EXCEPTION
             IF NOT DMSTATUS (NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0110-GUARDA-MAPA-FIM
     END-FIND.

     MOVE GOP-MNEMONICO OF GRUPOS-OPERACOES
       TO WS-MAP-MNEMONICO(WS-CONT-MAPA).

  0110-GUARDA-MAPA-FIM.
     EXIT.

******************************************************************
*    USUARIOS COM O FLAG-SUSPENSO LIGADO - PERCURSO COMPLETO DE  *
*    USUARIO-CLI (MESMA VARREDURA DO 684)                        *
******************************************************************

  0120-CARREGA-FLAG-SUSPENSO.

     SET USC-POR-USUARIO TO BEGINNING.

  0121-PROXIMO-USUARIO.

     MOVE "N" TO FLAG-FIM-PERCURSO.

     FIND NEXT USC-POR-USUARIO
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
        GO TO 0120-CARREGA-FLAG-SUSPENSO-FIM.

     IF FLAG-SUSPENSO OF USUARIO-CLI NOT EQUAL "S"
        GO TO 0121-PROXIMO-USUARIO.

     MOVE USU-CODIGO OF USUARIO-CLI TO USU-CODIGO-WS.
     MOVE CLI-CODIGO OF USUARIO-CLI TO CLI-CODIGO-WS.
     MOVE "FLAG"                    TO WS-ORIGEM-WS.

     PERFORM 0130-GUARDA-SUSPENSO
        THRU 0130-GUARDA-SUSPENSO-FIM.

     GO TO 0121-PROXIMO-USUARIO.

  0120-CARREGA-FLAG-SUSPENSO-FIM.
     EXIT.

  0130-GUARDA-SUSPENSO.

     IF WS-CONT-SUSPENSOS >= 3000
        ADD 1 TO WS-CONT-SUSP-PERDIDOS
        GO TO 0130-GUARDA-SUSPENSO-FIM.

     ADD 1 TO WS-CONT-SUSPENSOS.
     MOVE USU-CODIGO-WS TO WS-SSP-USU-CODIGO(WS-CONT-SUSPENSOS).
     MOVE CLI-CODIGO-WS TO WS-SSP-CLI-CODIGO(WS-CONT-SUSPENSOS).
     MOVE WS-ORIGEM-WS  TO WS-SSP-ORIGEM(WS-CONT-SUSPENSOS).

  0130-GUARDA-SUSPENSO-FIM.
     EXIT.

******************************************************************
*    DESLIGAMENTOS DO ARQUIVO DE SUSPENSAO DO 683                *
******************************************************************

  0140-CARREGA-DESLIGAMENTOS.

     OPEN INPUT SAI-SUSPENSAO.

  0141-PROXIMO-DESLIGAMENTO.

     READ SAI-SUSPENSAO
         AT END
            GO TO 0142-FECHA-DESLIGAMENTOS.

     MOVE SUS-USU-CODIGO TO USU-CODIGO-WS.
     MOVE SUS-CLI-CODIGO TO CLI-CODIGO-WS.
     MOVE "DESLIGAM"     TO WS-ORIGEM-WS.

     PERFORM 0130-GUARDA-SUSPENSO
        THRU 0130-GUARDA-SUSPENSO-FIM.

     GO TO 0141-PROXIMO-DESLIGAMENTO.

  0142-FECHA-DESLIGAMENTOS.

     CLOSE SAI-SUSPENSAO.

  0140-CARREGA-DESLIGAMENTOS-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO - CONCESSOES DE GRUPO  *
*    DA MATRIZCOMUM E LINHAS DO LOG COM USUARIO                  *
******************************************************************

  0200-LIBERA-ENTRADAS.

     OPEN INPUT MATRIZ-COMUM.

  0201-PROXIMA-MATRIZ.

     READ MATRIZ-COMUM
         AT END
            GO TO 0202-FECHA-MATRIZ.

     IF MTZ-TIPO-LINHA NOT EQUAL "GRUPO"
        GO TO 0201-PROXIMA-MATRIZ.

     ADD 1 TO WS-CONT-CONCESSOES.

     MOVE MTZ-USU-CODIGO      TO SRX-USU-CODIGO.
     MOVE 0                   TO SRX-CLASSE.
     MOVE ZEROS               TO SRX-DATA SRX-HORA
                                 SRX-USERCODE SRX-STATION.
     MOVE SPACES              TO SRX-TRANCODE.
     MOVE MTZ-CLI-CODIGO      TO SRX-CLI-CODIGO.
     MOVE MTZ-SIS-CODIGO      TO SRX-SIS-CODIGO.
     MOVE MTZ-GOP-CODIGO      TO SRX-GOP-CODIGO.

     RELEASE SORT-REC-EXC.

     GO TO 0201-PROXIMA-MATRIZ.

  0202-FECHA-MATRIZ.

     CLOSE MATRIZ-COMUM.

     OPEN INPUT TRN-LOG.

  0203-LE-LOG.

     READ TRN-LOG
         AT END
            GO TO 0204-FECHA-LOG.

     ADD 1 TO WS-CONT-LOG.

*    O USU-CODIGO VEM NO PROPRIO FEED (VER 689) - LINHA SEM
*    USUARIO NAO TEM MATRIZ A CONFERIR.
     IF LOG-USU-CODIGO EQUAL SPACES
        ADD 1 TO WS-CONT-SEM-USUARIO
        GO TO 0203-LE-LOG.

     MOVE LOG-USU-CODIGO      TO SRX-USU-CODIGO.
     MOVE 1                   TO SRX-CLASSE.
     MOVE LOG-DATA            TO SRX-DATA.
     MOVE LOG-HORA            TO SRX-HORA.
     MOVE ZEROS               TO SRX-CLI-CODIGO SRX-SIS-CODIGO
                                 SRX-GOP-CODIGO.
     MOVE LOG-USERCODE        TO SRX-USERCODE.
     MOVE LOG-TRANCODE        TO SRX-TRANCODE.
     MOVE LOG-STATION         TO SRX-STATION.

     RELEASE SORT-REC-EXC.

     GO TO 0203-LE-LOG.

  0204-FECHA-LOG.

     CLOSE TRN-LOG.

  0200-LIBERA-ENTRADAS-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA - POR USUARIO, GUARDA AS CONCESSOES   *
*    DE GRUPO E CONFERE CADA LINHA DE LOG                        *
******************************************************************

  0300-APONTA-EXCECOES.

     MOVE "N" TO FLAG-FIM-ORDENA.
     MOVE HIGH-VALUES TO WS-UCR-USU-CODIGO.

  0301-PROXIMA-ENTRADA.

     RETURN WS-EXC-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ORDENA.

     IF FLAG-FIM-ORDENA EQUAL "S"
        GO TO 0300-APONTA-EXCECOES-FIM.

     IF SRX-USU-CODIGO NOT EQUAL WS-UCR-USU-CODIGO
        PERFORM 0310-NOVO-USUARIO
           THRU 0310-NOVO-USUARIO-FIM.

     IF SRX-CLASSE EQUAL 0
        PERFORM 0320-GUARDA-CONCESSAO
           THRU 0320-GUARDA-CONCESSAO-FIM
        GO TO 0301-PROXIMA-ENTRADA.

     PERFORM 0330-CONFERE-LINHA
        THRU 0330-CONFERE-LINHA-FIM.

     GO TO 0301-PROXIMA-ENTRADA.

  0300-APONTA-EXCECOES-FIM.
     EXIT.

  0310-NOVO-USUARIO.

     MOVE SRX-USU-CODIGO TO WS-UCR-USU-CODIGO.
     MOVE ZEROS TO WS-CONT-CONC WS-UCR-CLI-SUSPENSO.
     MOVE "N" TO FLAG-USU-SUSPENSO.
     MOVE SPACES TO WS-UCR-ORIGEM-SUSPENSAO.
     MOVE 1 TO WS-IX-SUSP.

  0311-PROCURA-SUSPENSO.

     IF WS-IX-SUSP > WS-CONT-SUSPENSOS
        GO TO 0310-NOVO-USUARIO-FIM.

     IF WS-SSP-USU-CODIGO(WS-IX-SUSP) EQUAL WS-UCR-USU-CODIGO
        MOVE "S" TO FLAG-USU-SUSPENSO
        MOVE WS-SSP-CLI-CODIGO(WS-IX-SUSP) TO WS-UCR-CLI-SUSPENSO
        MOVE WS-SSP-ORIGEM(WS-IX-SUSP) TO WS-UCR-ORIGEM-SUSPENSAO
        GO TO 0310-NOVO-USUARIO-FIM.

     ADD 1 TO WS-IX-SUSP.
     GO TO 0311-PROCURA-SUSPENSO.

  0310-NOVO-USUARIO-FIM.
     EXIT.

  0320-GUARDA-CONCESSAO.

     IF WS-CONT-CONC >= 3000
        ADD 1 TO WS-CONT-CONC-PERDIDAS
        GO TO 0320-GUARDA-CONCESSAO-FIM.

     ADD 1 TO WS-CONT-CONC.
     MOVE SRX-CLI-CODIGO TO WS-CNC-CLI(WS-CONT-CONC).
     MOVE SRX-SIS-CODIGO TO WS-CNC-SIS(WS-CONT-CONC).
     MOVE SRX-GOP-CODIGO TO WS-CNC-GOP(WS-CONT-CONC).

  0320-GUARDA-CONCESSAO-FIM.
     EXIT.

*----------------------------------------------------------------*
* LINHA DE LOG: SUSPENSO -> "SU"; SENAO, PROCURA NO MAPA OS      *
* GRUPOS QUE CONCEDEM O TRANCODE E, PARA CADA UM, SE ESTA ENTRE  *
* AS CONCESSOES DO USUARIO - O PRIMEIRO ENCONTRADO AUTORIZA.     *
*----------------------------------------------------------------*

  0330-CONFERE-LINHA.

     IF FLAG-USU-SUSPENSO EQUAL "S"
        MOVE "SU" TO REX-TIPO-LINHA
        ADD 1 TO WS-CONT-EXC-SUSPENSO
        PERFORM 0350-GRAVA-EXCECAO
           THRU 0350-GRAVA-EXCECAO-FIM
        GO TO 0330-CONFERE-LINHA-FIM.

     MOVE "N" TO FLAG-AUTORIZADA.
     MOVE ZEROS TO WS-QTD-CANDIDATOS WS-IX-PRIMEIRO.
     MOVE 1 TO WS-IX-MAPA.

  0331-PROXIMO-MAPA.

     IF WS-IX-MAPA > WS-CONT-MAPA
        GO TO 0332-CONCLUI-LINHA.

     IF WS-MAP-TRANCODE(WS-IX-MAPA) NOT EQUAL SRX-TRANCODE
        ADD 1 TO WS-IX-MAPA
        GO TO 0331-PROXIMO-MAPA.

     ADD 1 TO WS-QTD-CANDIDATOS.
     IF WS-IX-PRIMEIRO EQUAL ZEROS
        MOVE WS-IX-MAPA TO WS-IX-PRIMEIRO.

     PERFORM 0340-PROCURA-CONCESSAO
        THRU 0340-PROCURA-CONCESSAO-FIM.

     IF FLAG-ACHOU EQUAL "S"
        MOVE "S" TO FLAG-AUTORIZADA
        GO TO 0332-CONCLUI-LINHA.

     ADD 1 TO WS-IX-MAPA.
     GO TO 0331-PROXIMO-MAPA.

  0332-CONCLUI-LINHA.

     IF FLAG-AUTORIZADA EQUAL "S"
        ADD 1 TO WS-CONT-AUTORIZADAS
        GO TO 0330-CONFERE-LINHA-FIM.

     IF WS-QTD-CANDIDATOS EQUAL ZEROS
        MOVE "TN" TO REX-TIPO-LINHA
        ADD 1 TO WS-CONT-EXC-SEM-GRUPO
     ELSE
        MOVE "SE" TO REX-TIPO-LINHA
        ADD 1 TO WS-CONT-EXC-SEM-DIREITO.

     PERFORM 0350-GRAVA-EXCECAO
        THRU 0350-GRAVA-EXCECAO-FIM.

  0330-CONFERE-LINHA-FIM.
     EXIT.

  0340-PROCURA-CONCESSAO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1 TO WS-IX-CONC.

  0341-PROXIMA-CONCESSAO.

     IF WS-IX-CONC > WS-CONT-CONC
        GO TO 0340-PROCURA-CONCESSAO-FIM.

     IF WS-CNC-CLI(WS-IX-CONC) EQUAL WS-MAP-CLI(WS-IX-MAPA) AND
        WS-CNC-SIS(WS-IX-CONC) EQUAL WS-MAP-SIS(WS-IX-MAPA) AND
        WS-CNC-GOP(WS-IX-CONC) EQUAL WS-MAP-GOP(WS-IX-MAPA)
        MOVE "S" TO FLAG-ACHOU
        GO TO 0340-PROCURA-CONCESSAO-FIM.

     ADD 1 TO WS-IX-CONC.
     GO TO 0341-PROXIMA-CONCESSAO.

  0340-PROCURA-CONCESSAO-FIM.
     EXIT.

******************************************************************
*    GRAVA A LINHA DE EXCECAO - O TIPO E MOVIDO PELO CHAMADOR    *
******************************************************************

  0350-GRAVA-EXCECAO.

     MOVE SRX-USU-CODIGO      TO REX-USU-CODIGO.
     MOVE SRX-USERCODE        TO REX-USERCODE.
     MOVE SRX-TRANCODE        TO REX-TRANCODE.
     MOVE SRX-STATION         TO REX-STATION.
     MOVE SRX-DATA            TO REX-DATA.
     MOVE SRX-HORA            TO REX-HORA.
     MOVE SPACES              TO REX-ORIGEM-SUSPENSAO
                                 REX-GOP-MNEMONICO.
     MOVE ZEROS               TO REX-CLI-CODIGO REX-SIS-CODIGO
                                 REX-GOP-CODIGO REX-QTD-CANDIDATOS.

     IF REX-TIPO-LINHA EQUAL "SU"
        MOVE WS-UCR-ORIGEM-SUSPENSAO TO REX-ORIGEM-SUSPENSAO
        MOVE WS-UCR-CLI-SUSPENSO     TO REX-CLI-CODIGO.

     IF REX-TIPO-LINHA EQUAL "SE"
        MOVE WS-MAP-CLI(WS-IX-PRIMEIRO)       TO REX-CLI-CODIGO
        MOVE WS-MAP-SIS(WS-IX-PRIMEIRO)       TO REX-SIS-CODIGO
        MOVE WS-MAP-GOP(WS-IX-PRIMEIRO)       TO REX-GOP-CODIGO
        MOVE WS-MAP-MNEMONICO(WS-IX-PRIMEIRO) TO REX-GOP-MNEMONICO
        MOVE WS-QTD-CANDIDATOS                TO REX-QTD-CANDIDATOS.

     WRITE REG-REL-EXC.

     ADD 1 TO WS-CONT-EXCECOES.

  0350-GRAVA-EXCECAO-FIM.
     EXIT.

*---

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
*MD151026 - D947316F

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

     DISPLAY "S0947-OBJ-702 - ERRO DMS " DMS-RESULT-WS.

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
     MOVE WS-CONT-LOG          TO LED-CONT-ENTRADA.
     MOVE WS-CONT-EXCECOES     TO LED-CONT-SAIDA.
     MOVE WS-CONT-EXC-SUSPENSO TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-702" TO LED-PROGRAMA.

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
