$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-708.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   CONTAS DORMENTES - AVISO E SUSPENSAO AUTOMATICA DO USUARIO   *
*   SEM USO HA MAIS DE N DIAS NO CLIENTE                         *
*----------------------------------------------------------------*
*  CONTA CUJO DONO PAROU DE ENTRAR HA MESES SEGUIA ATIVA ATE     *
*  ALGUEM LIGAR PARA A MESA DE FRAUDE E RODAR O 692 A MAO. ESTE  *
*  PROGRAMA CRUZA O USUARIO-CLI NAO SUSPENSO DE CADA CLIENTE COM *
*  O LEDGER DE USO USOACESSO (S0947-OBJ-689): O ULTIMO USO DA    *
*  CONTA E A MAIOR DATA ENTRE TODOS OS GRUPOS DELA NO CLIENTE;   *
*  CONTA SEM NENHUMA LINHA NO LEDGER CONTA DESDE A DATA MAIS     *
*  ANTIGA DO LEDGER (NAO FOI USADA DESDE QUE O USO E REGISTRADO).*
*  SO E AVALIADO O CLIENTE COM ENTRADA "DORMENTE" NO             *
*  PARAMETROS-S0947 (VALOR-5 = N DIAS SEM USO, VALOR-1 =         *
*  CARENCIA EM DIAS ENTRE O AVISO E A SUSPENSAO, ZEROS = 15) E   *
*  FICA DE FORA O USUARIO ISENTO ("DORMISEN", TEXTO = USU-CODIGO *
*  - CONTA DE SERVICO, AFASTAMENTO), AMBOS MANTIDOS PELA         *
*  TRANSACAO S0947-OBJ-680. CONTA SEM USO HA MAIS DE N DIAS:     *
*    1A VEZ - ENTRA NA LISTA DE AVISO (CONTROLE DORMAVISO, COM A *
*             DATA DO AVISO) E SAI COMO "AV" NO RELDORMENTE;     *
*    DEPOIS - ENQUANTO A CARENCIA CONTADA DO AVISO NAO VENCE,    *
*             SEGUE "AV"; VENCIDA, O FLAG-SUSPENSO DO            *
*             USUARIO-CLI E LIGADO COMO NO 0400-SUSPENDE-CLIENTE *
*             DO 692 (JANELA DAS EXCECOES ENCERRADA EM ONTEM,    *
*             USERCODE QUE SUSPENDEU ZERADO = SUSPENSAO DO       *
*             SISTEMA, COMO NO DESLIGAMENTO DO 683), A SUSPENSAO *
*             VAI PARA A TRILHA AUDSUSPENSAO COM O MOTIVO GERADO *
*             PELO PROGRAMA E SAI COMO "SU" NO RELDORMENTE.      *
*  CONTA QUE VOLTOU A SER USADA, FOI SUSPENSA OU ISENTADA SAI DA *
*  LISTA. O NOVO CONTROLE SAI EM DORMAVISONOVO E O JOB FAZ A     *
*  TROCA DAS GERACOES, COMO NO 704; NA IMPLANTACAO O JOB CRIA O  *
*  DORMAVISO VAZIO. A REATIVACAO CONTINUA SENDO O "REATIVAR" DO  *
*  692 (QUATRO OLHOS); A CONTA REATIVADA QUE SEGUE SEM USO VOLTA *
*  A SER AVISADA E GANHA NOVA CARENCIA. OS CONTADORES VAO PARA O *
*  LEDGER LEDGERS0947.                                           *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT USO-ACESSO      ASSIGN TO "USOACESSO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT DORM-AVISO      ASSIGN TO "DORMAVISO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT DORM-AVISO-NOVO ASSIGN TO "DORMAVISONOVO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-DORMENTE    ASSIGN TO "RELDORMENTE"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-SUSPENSAO   ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-DRM-ORDENA   ASSIGN TO "WKDRMORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  LEDGER DE USO - MESMO LAYOUT GRAVADO PELO S0947-OBJ-689 (UMA  *
*  LINHA POR CLIENTE/USUARIO/SISTEMA/GRUPO USADO).               *
*----------------------------------------------------------------*

 FD  USO-ACESSO
     LABEL RECORD IS STANDARD.

 01  REG-USO-ACESSO.
     03  USO-CLI-CODIGO          PIC 9(04).
     03  USO-USU-CODIGO          PIC X(07).
     03  USO-SIS-CODIGO          PIC 9(04).
     03  USO-GOP-CODIGO          PIC 9(04).
     03  USO-GOP-MNEMONICO       PIC X(10).
     03  USO-DATA-ULTIMO-USO     PIC 9(08).
     03  USO-QTD-USOS            PIC 9(09).

*----------------------------------------------------------------*
*  LISTA DE AVISO - GERACAO ANTERIOR E NOVA. LAYOUT EM           *
*  WS-REG-AVISO (UMA LINHA POR CONTA AVISADA E AINDA DORMENTE).  *
*----------------------------------------------------------------*

 FD  DORM-AVISO
     LABEL RECORD IS STANDARD.

 01  REG-DORM-AVISO              PIC X(40).

 FD  DORM-AVISO-NOVO
     LABEL RECORD IS STANDARD.

 01  REG-DORM-AVISO-NOVO         PIC X(40).

*----------------------------------------------------------------*
*  RELATORIO DAS CONTAS DORMENTES.                               *
*    RDM-TIPO-LINHA     : "AV" (NA LISTA DE AVISO) OU "SU"       *
*                         (SUSPENSAO NESTA EXECUCAO).            *
*    RDM-DATA-ULTIMO-USO: ZEROS = CONTA SEM LINHA NO LEDGER DE   *
*                         USO (DIAS CONTADOS DESDE A DATA MAIS   *
*                         ANTIGA DO LEDGER).                     *
*    RDM-DATA-SUSPENSAO : NO "AV", DATA EM QUE A CARENCIA VENCE. *
*    RDM-SITUACAO       : "AVISO-NOVO" OU "CARENCIA" NO "AV";    *
*                         "SUSPENSO", "JA-SUSPENSO" (SUSPENSO    *
*                         POR OUTRO CAMINHO DEPOIS DA LEITURA)   *
*                         OU "FALHA-DMS" (FICA NA LISTA PARA A   *
*                         PROXIMA EXECUCAO) NO "SU".             *
*    RDM-SEQ-TRILHA     : SEQUENCIA DO REGISTRO NA AUDSUSPENSAO. *
*----------------------------------------------------------------*

 FD  REL-DORMENTE
     LABEL RECORD IS STANDARD.

 01  REG-DORMENTE.
     03  RDM-TIPO-LINHA          PIC X(02).
     03  RDM-CLI-CODIGO          PIC 9(04).
     03  RDM-USU-CODIGO          PIC X(07).
     03  RDM-DATA-ULTIMO-USO     PIC 9(08).
     03  RDM-DIAS-SEM-USO        PIC 9(05).
     03  RDM-DIAS-LIMITE         PIC 9(04).
     03  RDM-DATA-AVISO          PIC 9(08).
     03  RDM-DATA-SUSPENSAO      PIC 9(08).
     03  RDM-SITUACAO            PIC X(12).
     03  RDM-SEQ-TRILHA          PIC 9(09).

*----------------------------------------------------------------*
*  TRILHA DE AUDITORIA DO BLOQUEIO - MESMO LAYOUT DO             *
*  S0947-OBJ-692, COM O SELO DA TRILHA.                          *
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
     03  ASU-SEQ-TRILHA           PIC 9(09).
     03  ASU-CHECK-TRILHA         PIC 9(09).

*----------------------------------------------------------------*
*  ORDENACAO DAS TRES ORIGENS POR CLIENTE E USUARIO -            *
*  SRD-ORIGEM 1 = USUARIO-CLI AVALIADO, 2 = LINHA DO LEDGER DE   *
*  USO (SRD-DATA = ULTIMO USO), 3 = LINHA DA LISTA DE AVISO      *
*  ANTERIOR (SRD-DATA = DATA DO AVISO).                          *
*----------------------------------------------------------------*

 SD  WS-DRM-ORDENA.

 01  SORT-REC-DRM.
     03  SRD-CLI-CODIGO          PIC 9(04).
     03  SRD-USU-CODIGO          PIC X(07).
     03  SRD-ORIGEM              PIC 9(01).
     03  SRD-DATA                PIC 9(08).

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
*  O BANCO E ABERTO EM ATUALIZACAO: PARAMETROS "DORMENTE" E      *
*  "DORMISEN", PERCURSO COMPLETO DO USUARIO-CLI, SUSPENSAO DO    *
*  REGISTRO E SELO DA TRILHA (CONTROLE-TRILHA).                  *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-CADASTRO            PIC 9(09)   COMP.
 77  WS-CONT-JA-SUSPENSOS        PIC 9(09)   COMP.
 77  WS-CONT-ISENTOS             PIC 9(09)   COMP.
 77  WS-CONT-USO                 PIC 9(09)   COMP.
 77  WS-CONT-AVISO-ANTERIOR      PIC 9(09)   COMP.
 77  WS-CONT-AVALIADOS           PIC 9(09)   COMP.
 77  WS-CONT-AVISOS-NOVOS        PIC 9(09)   COMP.
 77  WS-CONT-CARENCIA            PIC 9(09)   COMP.
 77  WS-CONT-SUSPENSOS           PIC 9(09)   COMP.
 77  WS-CONT-FALHAS              PIC 9(09)   COMP.
 77  WS-CONT-RETOMADOS           PIC 9(09)   COMP.
 77  WS-CONT-BAIXADOS            PIC 9(09)   COMP.
 77  WS-CONT-PRM-REJEITADOS      PIC 9(09)   COMP.

*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".

*----------------------------------------------------------------*
* CLIENTES AVALIADOS (ENTRADAS "DORMENTE" DO PARAMETROS-S0947,   *
* VER 0150) - ENDERECADOS DIRETO PELO CLI-CODIGO, COMO O         *
* WS-MAP-SIS DO 707; LIMITE ZERADO = CLIENTE NAO AVALIADO.       *
*----------------------------------------------------------------*

 01  WS-TAB-CLIENTES-DORMENTE.
     02  WS-CLI-DRM OCCURS 9999 TIMES.
         03  WS-CLI-DIAS-LIMITE  PIC 9(04)   COMP.
         03  WS-CLI-CARENCIA     PIC 9(04)   COMP.

 01  WS-CONT-CLIENTES            PIC 9(04)   COMP.

*----------------------------------------------------------------*
* USUARIOS ISENTOS POR CLIENTE (ENTRADAS "DORMISEN", VER 0150).  *
*----------------------------------------------------------------*

 01  WS-TAB-ISENTOS.
     02  WS-CONT-ISE             PIC 9(04)   COMP.
     02  WS-TAB-ISE OCCURS 3000 TIMES.
         03  WS-ISE-CLI-CODIGO   PIC 9(04).
         03  WS-ISE-USU-CODIGO   PIC X(07).

 01  WS-IX-ISE                   PIC 9(04)   COMP.

*----------------------------------------------------------------*
* LINHA DA LISTA DE AVISO (DORMAVISO/DORMAVISONOVO).             *
*----------------------------------------------------------------*

 01  WS-REG-AVISO.
     03  DAV-CLI-CODIGO          PIC 9(04).
     03  DAV-USU-CODIGO          PIC X(07).
     03  DAV-DATA-AVISO          PIC 9(08).
     03  DAV-DATA-ULTIMO-USO     PIC 9(08).
     03  FILLER                  PIC X(13).

*----------------------------------------------------------------*
* MOTIVO GRAVADO NA AUDSUSPENSAO PELA SUSPENSAO AUTOMATICA.      *
*----------------------------------------------------------------*

 01  WS-MOTIVO-SISTEMA.
     03  FILLER                  PIC X(33)   VALUE
         "SUSPENSAO AUTOMATICA: INATIVO HA ".
     03  WS-MOT-DIAS             PIC 9(05).
     03  FILLER                  PIC X(17)   VALUE
         " DIAS NO CLIENTE ".
     03  WS-MOT-CLI              PIC 9(04).
     03  FILLER                  PIC X(01)   VALUE SPACES.

 01 VARIAVEIS.
   02  FLAG-FIM-PERCURSO         PIC X(01).
   02  FLAG-FIM-ORDENA           PIC X(01).
   02  FLAG-ACHOU                PIC X(01).
   02  FLAG-SUSPENSAO-OK         PIC X(01).
   02  WS-AAAAMMDD-HOJE          PIC 9(08).
   02  WS-AAAAMMDD-HOJE-R REDEFINES WS-AAAAMMDD-HOJE.
       03  WS-SEC-HOJE           PIC 9(02).
       03  WS-ANO-HOJE           PIC 9(02).
       03  WS-MES-HOJE           PIC 9(02).
       03  WS-DIA-HOJE           PIC 9(02).
   02  WS-AAAAMMDD-ONTEM         PIC 9(08).
   02  WS-AAAAMMDD-ONTEM-R REDEFINES WS-AAAAMMDD-ONTEM.
       03  WS-SEC-ONTEM          PIC 9(02).
       03  WS-ANO-ONTEM          PIC 9(02).
       03  WS-MES-ONTEM          PIC 9(02).
       03  WS-DIA-ONTEM          PIC 9(02).
   02  WS-AAAAMMDD-INI-EXC       PIC 9(08).
   02  WS-DATA-INICIO-LEDGER     PIC 9(08).
   02  WS-DATA-REFERENCIA        PIC 9(08).
   02  WS-DATA-SUSPENSAO         PIC 9(08).
   02  WS-DIAS-SEM-USO           PIC S9(07).
   02  WS-DIAS-LIMITE            PIC 9(04).
   02  WS-TEM-CHAVE              PIC X(01).
   02  WS-TEM-CADASTRO           PIC X(01).
   02  WS-ANT-CLI                PIC 9(04).
   02  WS-ANT-USU                PIC X(07).
   02  WS-ULTIMO-USO             PIC 9(08).
   02  WS-DATA-AVISO             PIC 9(08).
   02  WS-SITUACAO               PIC X(12).
   02  WS-CLI-PROCURADO          PIC 9(04).
   02  WS-USU-PROCURADO          PIC X(07).
   02  CLI-CORRENTE-WS           PIC 9(04).
   02  USU-CODIGO-WS             PIC X(07).

 01 DATA-ACCEPT            PIC 9(06)     COMP.
 01 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
    03 ANO-ACCEPT          PIC 9(02)     COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

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

     OPEN UPDATE BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-CADASTRO WS-CONT-JA-SUSPENSOS
                   WS-CONT-ISENTOS WS-CONT-USO
                   WS-CONT-AVISO-ANTERIOR WS-CONT-AVALIADOS
                   WS-CONT-AVISOS-NOVOS WS-CONT-CARENCIA
                   WS-CONT-SUSPENSOS WS-CONT-FALHAS
                   WS-CONT-RETOMADOS WS-CONT-BAIXADOS
                   WS-CONT-PRM-REJEITADOS WS-CONT-CLIENTES
                   WS-CONT-ISE.

     INITIALIZE VARIAVEIS.

     INITIALIZE WS-TAB-CLIENTES-DORMENTE.

     INITIALIZE ARRAY-IN-WS.

     ACCEPT DATA-ACCEPT FROM DATE.

     COMPUTE WS-AAAAMMDD-HOJE = 20000000 + (ANO-ACCEPT * 10000) +
                                (MES-ACCEPT * 100) + DIA-ACCEPT.

     COMPUTE WS-AAAAMMDD-ONTEM = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) - 1).

     MOVE 708 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     PERFORM 0150-CARREGA-PARAMETROS
        THRU 0150-CARREGA-PARAMETROS-FIM.

     OPEN OUTPUT REL-DORMENTE.
     OPEN OUTPUT DORM-AVISO-NOVO.
     OPEN EXTEND AUD-SUSPENSAO.

     SORT WS-DRM-ORDENA
          ASCENDING KEY SRD-CLI-CODIGO SRD-USU-CODIGO SRD-ORIGEM
          INPUT PROCEDURE IS 0200-LIBERA-ENTRADAS
             THRU 0200-LIBERA-ENTRADAS-FIM
          OUTPUT PROCEDURE IS 0300-AVALIA-CONTAS
             THRU 0300-AVALIA-CONTAS-FIM.

     CLOSE REL-DORMENTE.
     CLOSE DORM-AVISO-NOVO.
     CLOSE AUD-SUSPENSAO.

     CLOSE BDSEGURANCA.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-708 - CLIENTES AVALIADOS.......: "
             WS-CONT-CLIENTES.
     DISPLAY "S0947-OBJ-708 - PARAMETROS REJEITADOS....: "
             WS-CONT-PRM-REJEITADOS.
     DISPLAY "S0947-OBJ-708 - USUARIOS ISENTOS (TABELA): "
             WS-CONT-ISE.
     DISPLAY "S0947-OBJ-708 - DATA MAIS ANTIGA DO USO..: "
             WS-DATA-INICIO-LEDGER.
     DISPLAY "S0947-OBJ-708 - LINHAS DO LEDGER DE USO..: "
             WS-CONT-USO.
     DISPLAY "S0947-OBJ-708 - USUARIO-CLI DOS CLIENTES.: "
             WS-CONT-CADASTRO.
     DISPLAY "S0947-OBJ-708 - JA SUSPENSOS.............: "
             WS-CONT-JA-SUSPENSOS.
     DISPLAY "S0947-OBJ-708 - ISENTOS..................: "
             WS-CONT-ISENTOS.
     DISPLAY "S0947-OBJ-708 - CONTAS AVALIADAS.........: "
             WS-CONT-AVALIADOS.
     DISPLAY "S0947-OBJ-708 - AVISOS ANTERIORES LIDOS..: "
             WS-CONT-AVISO-ANTERIOR.
     DISPLAY "S0947-OBJ-708 - AVISOS NOVOS.............: "
             WS-CONT-AVISOS-NOVOS.
     DISPLAY "S0947-OBJ-708 - AVISOS EM CARENCIA.......: "
             WS-CONT-CARENCIA.
     DISPLAY "S0947-OBJ-708 - SUSPENSOS................: "
             WS-CONT-SUSPENSOS.
     DISPLAY "S0947-OBJ-708 - SUSPENSOES COM FALHA.....: "
             WS-CONT-FALHAS.
     DISPLAY "S0947-OBJ-708 - VOLTARAM A USAR..........: "
             WS-CONT-RETOMADOS.
     DISPLAY "S0947-OBJ-708 - SAIRAM DA LISTA (OUTROS).: "
             WS-CONT-BAIXADOS.

     STOP RUN.

******************************************************************
*    PARAMETROS-S0947 - DIAS SEM USO E CARENCIA POR CLIENTE      *
*    ("DORMENTE") E TABELA DE USUARIOS ISENTOS ("DORMISEN")      *
******************************************************************

  0150-CARREGA-PARAMETROS.

     SET PRM-POR-IDENT TO BEGINNING.

  0151-PROXIMO-CLIENTE.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "DORMENTE"
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0152-INICIA-ISENTOS
     END-FIND.

     IF PRM-CLI-CODIGO OF PARAMETROS-S0947 EQUAL ZEROS OR
        PRM-VALOR-5 OF PARAMETROS-S0947 EQUAL ZEROS OR
        PRM-VALOR-5 OF PARAMETROS-S0947 > 9999
        ADD 1 TO WS-CONT-PRM-REJEITADOS
        GO TO 0151-PROXIMO-CLIENTE.

     MOVE PRM-CLI-CODIGO OF PARAMETROS-S0947 TO WS-CLI-PROCURADO.

*    UM PRAZO POR CLIENTE - VALE A PRIMEIRA ENTRADA.
     IF WS-CLI-DIAS-LIMITE(WS-CLI-PROCURADO) NOT EQUAL ZEROS
        DISPLAY "S0947-OBJ-708 - CLIENTE COM MAIS DE UM DORMENTE: "
                WS-CLI-PROCURADO
        ADD 1 TO WS-CONT-PRM-REJEITADOS
        GO TO 0151-PROXIMO-CLIENTE.

     ADD 1 TO WS-CONT-CLIENTES.
     MOVE PRM-VALOR-5 OF PARAMETROS-S0947
       TO WS-CLI-DIAS-LIMITE(WS-CLI-PROCURADO).

     IF PRM-VALOR-1 OF PARAMETROS-S0947 EQUAL ZEROS
        MOVE 15 TO WS-CLI-CARENCIA(WS-CLI-PROCURADO)
     ELSE
        MOVE PRM-VALOR-1 OF PARAMETROS-S0947
          TO WS-CLI-CARENCIA(WS-CLI-PROCURADO).

     GO TO 0151-PROXIMO-CLIENTE.

  0152-INICIA-ISENTOS.

     SET PRM-POR-IDENT TO BEGINNING.

  0153-PROXIMO-ISENTO.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "DORMISEN"
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0150-CARREGA-PARAMETROS-FIM
     END-FIND.

     IF PRM-CLI-CODIGO OF PARAMETROS-S0947 EQUAL ZEROS OR
        PRM-TEXTO OF PARAMETROS-S0947 (1:7) EQUAL SPACES
        ADD 1 TO WS-CONT-PRM-REJEITADOS
        GO TO 0153-PROXIMO-ISENTO.

     IF WS-CONT-ISE NOT < 3000
        DISPLAY "S0947-OBJ-708 - MAIS DE 3000 ISENTOS - IGNORADO: "
                PRM-CLI-CODIGO OF PARAMETROS-S0947 " "
                PRM-TEXTO OF PARAMETROS-S0947 (1:7)
        ADD 1 TO WS-CONT-PRM-REJEITADOS
        GO TO 0153-PROXIMO-ISENTO.

     ADD 1 TO WS-CONT-ISE.
     MOVE PRM-CLI-CODIGO OF PARAMETROS-S0947
       TO WS-ISE-CLI-CODIGO(WS-CONT-ISE).
     MOVE PRM-TEXTO OF PARAMETROS-S0947 (1:7)
       TO WS-ISE-USU-CODIGO(WS-CONT-ISE).

     GO TO 0153-PROXIMO-ISENTO.

  0150-CARREGA-PARAMETROS-FIM.
     EXIT.

******************************************************************
*    ENTRADA DA ORDENACAO - USUARIO-CLI DOS CLIENTES AVALIADOS,  *
*    LEDGER DE USO E LISTA DE AVISO ANTERIOR                     *
******************************************************************

  0200-LIBERA-ENTRADAS.

     PERFORM 0210-LIBERA-CADASTRO
        THRU 0210-LIBERA-CADASTRO-FIM.

     PERFORM 0220-LIBERA-USO
        THRU 0220-LIBERA-USO-FIM.

     PERFORM 0230-LIBERA-AVISO-ANTERIOR
        THRU 0230-LIBERA-AVISO-ANTERIOR-FIM.

  0200-LIBERA-ENTRADAS-FIM.
     EXIT.

*----------------------------------------------------------------*
* USUARIO-CLI - PERCURSO COMPLETO (MESMA VARREDURA DO 684/702).  *
* FICAM DE FORA O CLIENTE SEM "DORMENTE", O JA SUSPENSO E O      *
* ISENTO.                                                        *
*----------------------------------------------------------------*

  0210-LIBERA-CADASTRO.

     SET USC-POR-USUARIO TO BEGINNING.

  0211-PROXIMO-USUARIO.

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
        GO TO 0210-LIBERA-CADASTRO-FIM.

     IF CLI-CODIGO OF USUARIO-CLI EQUAL ZEROS
        GO TO 0211-PROXIMO-USUARIO.

     IF WS-CLI-DIAS-LIMITE(CLI-CODIGO OF USUARIO-CLI) EQUAL ZEROS
        GO TO 0211-PROXIMO-USUARIO.

     ADD 1 TO WS-CONT-CADASTRO.

     IF FLAG-SUSPENSO OF USUARIO-CLI EQUAL "S"
        ADD 1 TO WS-CONT-JA-SUSPENSOS
        GO TO 0211-PROXIMO-USUARIO.

     MOVE CLI-CODIGO OF USUARIO-CLI TO WS-CLI-PROCURADO.
     MOVE USU-CODIGO OF USUARIO-CLI TO WS-USU-PROCURADO.

     PERFORM 0250-PROCURA-ISENTO
        THRU 0250-PROCURA-ISENTO-FIM.

     IF FLAG-ACHOU EQUAL "S"
        ADD 1 TO WS-CONT-ISENTOS
        GO TO 0211-PROXIMO-USUARIO.

     MOVE WS-CLI-PROCURADO TO SRD-CLI-CODIGO.
     MOVE WS-USU-PROCURADO TO SRD-USU-CODIGO.
     MOVE 1                TO SRD-ORIGEM.
     MOVE ZEROS            TO SRD-DATA.

     RELEASE SORT-REC-DRM.

     GO TO 0211-PROXIMO-USUARIO.

  0210-LIBERA-CADASTRO-FIM.
     EXIT.

*----------------------------------------------------------------*
* LEDGER DE USO - TODAS AS LINHAS ENTRAM NA DATA MAIS ANTIGA DO  *
* LEDGER; SO AS DOS CLIENTES AVALIADOS VAO PARA A ORDENACAO.     *
*----------------------------------------------------------------*

  0220-LIBERA-USO.

     MOVE ZEROS TO WS-DATA-INICIO-LEDGER.

     OPEN INPUT USO-ACESSO.

  0221-PROXIMO-USO.

     READ USO-ACESSO
         AT END
            GO TO 0229-FECHA-USO.

     ADD 1 TO WS-CONT-USO.

     IF USO-DATA-ULTIMO-USO EQUAL ZEROS
        GO TO 0221-PROXIMO-USO.

     IF WS-DATA-INICIO-LEDGER EQUAL ZEROS OR
        USO-DATA-ULTIMO-USO < WS-DATA-INICIO-LEDGER
        MOVE USO-DATA-ULTIMO-USO TO WS-DATA-INICIO-LEDGER.

     IF USO-CLI-CODIGO EQUAL ZEROS
        GO TO 0221-PROXIMO-USO.

     IF WS-CLI-DIAS-LIMITE(USO-CLI-CODIGO) EQUAL ZEROS
        GO TO 0221-PROXIMO-USO.

     MOVE USO-CLI-CODIGO      TO SRD-CLI-CODIGO.
     MOVE USO-USU-CODIGO      TO SRD-USU-CODIGO.
     MOVE 2                   TO SRD-ORIGEM.
     MOVE USO-DATA-ULTIMO-USO TO SRD-DATA.

     RELEASE SORT-REC-DRM.

     GO TO 0221-PROXIMO-USO.

  0229-FECHA-USO.

     CLOSE USO-ACESSO.

  0220-LIBERA-USO-FIM.
     EXIT.

  0230-LIBERA-AVISO-ANTERIOR.

     OPEN INPUT DORM-AVISO.

  0231-PROXIMO-AVISO.

     READ DORM-AVISO INTO WS-REG-AVISO
         AT END
            GO TO 0239-FECHA-AVISO.

     ADD 1 TO WS-CONT-AVISO-ANTERIOR.

     MOVE DAV-CLI-CODIGO TO SRD-CLI-CODIGO.
     MOVE DAV-USU-CODIGO TO SRD-USU-CODIGO.
     MOVE 3              TO SRD-ORIGEM.
     MOVE DAV-DATA-AVISO TO SRD-DATA.

     RELEASE SORT-REC-DRM.

     GO TO 0231-PROXIMO-AVISO.

  0239-FECHA-AVISO.

     CLOSE DORM-AVISO.

  0230-LIBERA-AVISO-ANTERIOR-FIM.
     EXIT.

  0250-PROCURA-ISENTO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1 TO WS-IX-ISE.

  0251-PROCURA-ISENTO.

     IF WS-IX-ISE > WS-CONT-ISE
        GO TO 0250-PROCURA-ISENTO-FIM.

     IF WS-ISE-CLI-CODIGO(WS-IX-ISE) EQUAL WS-CLI-PROCURADO AND
        WS-ISE-USU-CODIGO(WS-IX-ISE) EQUAL WS-USU-PROCURADO
        MOVE "S" TO FLAG-ACHOU
        GO TO 0250-PROCURA-ISENTO-FIM.

     ADD 1 TO WS-IX-ISE.
     GO TO 0251-PROCURA-ISENTO.

  0250-PROCURA-ISENTO-FIM.
     EXIT.

******************************************************************
*    SAIDA DA ORDENACAO - JUNTA AS ORIGENS DE CADA CLIENTE E     *
*    USUARIO E AVALIA A CONTA NO FIM DA CHAVE                    *
******************************************************************

  0300-AVALIA-CONTAS.

     MOVE "N" TO WS-TEM-CHAVE.

  0301-PROXIMO-ORDENADO.

     MOVE "N" TO FLAG-FIM-ORDENA.

     RETURN WS-DRM-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ORDENA.

     IF FLAG-FIM-ORDENA EQUAL "S"
        IF WS-TEM-CHAVE EQUAL "S"
           PERFORM 0320-FECHA-CONTA
              THRU 0320-FECHA-CONTA-FIM
        END-IF
        GO TO 0300-AVALIA-CONTAS-FIM.

     IF WS-TEM-CHAVE EQUAL "S" AND
        (SRD-CLI-CODIGO NOT EQUAL WS-ANT-CLI OR
         SRD-USU-CODIGO NOT EQUAL WS-ANT-USU)
        PERFORM 0320-FECHA-CONTA
           THRU 0320-FECHA-CONTA-FIM
        MOVE "N" TO WS-TEM-CHAVE.

     IF WS-TEM-CHAVE EQUAL "N"
        PERFORM 0310-NOVA-CONTA
           THRU 0310-NOVA-CONTA-FIM.

     IF SRD-ORIGEM EQUAL 1
        MOVE "S" TO WS-TEM-CADASTRO
        GO TO 0301-PROXIMO-ORDENADO.

     IF SRD-ORIGEM EQUAL 2
        IF SRD-DATA > WS-ULTIMO-USO
           MOVE SRD-DATA TO WS-ULTIMO-USO
        END-IF
        GO TO 0301-PROXIMO-ORDENADO.

     MOVE SRD-DATA TO WS-DATA-AVISO.

     GO TO 0301-PROXIMO-ORDENADO.

  0300-AVALIA-CONTAS-FIM.
     EXIT.

  0310-NOVA-CONTA.

     MOVE "S"            TO WS-TEM-CHAVE.
     MOVE "N"            TO WS-TEM-CADASTRO.
     MOVE SRD-CLI-CODIGO TO WS-ANT-CLI.
     MOVE SRD-USU-CODIGO TO WS-ANT-USU.
     MOVE ZEROS          TO WS-ULTIMO-USO WS-DATA-AVISO.

  0310-NOVA-CONTA-FIM.
     EXIT.

*----------------------------------------------------------------*
* FIM DA CHAVE: SEM USUARIO-CLI AVALIADO (CLIENTE SEM DORMENTE,  *
* JA SUSPENSO, ISENTO OU EXCLUIDO) A CONTA SAI DA LISTA; COM USO *
* DENTRO DO PRAZO TAMBEM. DORMENTE SEM AVISO E AVISADA; AVISADA  *
* COM A CARENCIA VENCIDA E SUSPENSA.                             *
*----------------------------------------------------------------*

  0320-FECHA-CONTA.

     IF WS-TEM-CADASTRO EQUAL "N"
        IF WS-DATA-AVISO NOT EQUAL ZEROS
           ADD 1 TO WS-CONT-BAIXADOS
        END-IF
        GO TO 0320-FECHA-CONTA-FIM.

     ADD 1 TO WS-CONT-AVALIADOS.

     MOVE WS-CLI-DIAS-LIMITE(WS-ANT-CLI) TO WS-DIAS-LIMITE.

     IF WS-ULTIMO-USO NOT EQUAL ZEROS
        MOVE WS-ULTIMO-USO TO WS-DATA-REFERENCIA
     ELSE
        MOVE WS-DATA-INICIO-LEDGER TO WS-DATA-REFERENCIA.

*    LEDGER DE USO VAZIO NAO PERMITE JULGAR NINGUEM - O AVISO
*    ANTERIOR E MANTIDO COMO ESTAVA.
     IF WS-DATA-REFERENCIA EQUAL ZEROS
        IF WS-DATA-AVISO NOT EQUAL ZEROS
           PERFORM 0340-GRAVA-LISTA
              THRU 0340-GRAVA-LISTA-FIM
        END-IF
        GO TO 0320-FECHA-CONTA-FIM.

     COMPUTE WS-DIAS-SEM-USO =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) -
         FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA).

     IF WS-DIAS-SEM-USO < ZEROS
        MOVE ZEROS TO WS-DIAS-SEM-USO.

     IF WS-DIAS-SEM-USO > 99999
        MOVE 99999 TO WS-DIAS-SEM-USO.

     IF WS-DIAS-SEM-USO NOT > WS-DIAS-LIMITE
        IF WS-DATA-AVISO NOT EQUAL ZEROS
           ADD 1 TO WS-CONT-RETOMADOS
        END-IF
        GO TO 0320-FECHA-CONTA-FIM.

     IF WS-DATA-AVISO EQUAL ZEROS
        MOVE WS-AAAAMMDD-HOJE TO WS-DATA-AVISO
        MOVE "AVISO-NOVO"     TO WS-SITUACAO
        ADD 1 TO WS-CONT-AVISOS-NOVOS
        PERFORM 0330-GRAVA-AVISO
           THRU 0330-GRAVA-AVISO-FIM
        GO TO 0320-FECHA-CONTA-FIM.

     COMPUTE WS-DATA-SUSPENSAO = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WS-DATA-AVISO) +
          WS-CLI-CARENCIA(WS-ANT-CLI)).

     IF WS-AAAAMMDD-HOJE < WS-DATA-SUSPENSAO
        MOVE "CARENCIA" TO WS-SITUACAO
        ADD 1 TO WS-CONT-CARENCIA
        PERFORM 0330-GRAVA-AVISO
           THRU 0330-GRAVA-AVISO-FIM
        GO TO 0320-FECHA-CONTA-FIM.

     MOVE WS-ANT-CLI TO CLI-CORRENTE-WS.
     MOVE WS-ANT-USU TO USU-CODIGO-WS.

     PERFORM 0400-SUSPENDE-CLIENTE
        THRU 0400-SUSPENDE-CLIENTE-FIM.

     PERFORM 0350-GRAVA-SUSPENSAO
        THRU 0350-GRAVA-SUSPENSAO-FIM.

  0320-FECHA-CONTA-FIM.
     EXIT.

  0330-GRAVA-AVISO.

     COMPUTE WS-DATA-SUSPENSAO = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WS-DATA-AVISO) +
          WS-CLI-CARENCIA(WS-ANT-CLI)).

     INITIALIZE REG-DORMENTE.

     MOVE "AV"               TO RDM-TIPO-LINHA.
     MOVE WS-ANT-CLI         TO RDM-CLI-CODIGO.
     MOVE WS-ANT-USU         TO RDM-USU-CODIGO.
     MOVE WS-ULTIMO-USO      TO RDM-DATA-ULTIMO-USO.
     MOVE WS-DIAS-SEM-USO    TO RDM-DIAS-SEM-USO.
     MOVE WS-DIAS-LIMITE     TO RDM-DIAS-LIMITE.
     MOVE WS-DATA-AVISO      TO RDM-DATA-AVISO.
     MOVE WS-DATA-SUSPENSAO  TO RDM-DATA-SUSPENSAO.
     MOVE WS-SITUACAO        TO RDM-SITUACAO.

     WRITE REG-DORMENTE.

     PERFORM 0340-GRAVA-LISTA
        THRU 0340-GRAVA-LISTA-FIM.

  0330-GRAVA-AVISO-FIM.
     EXIT.

  0340-GRAVA-LISTA.

     INITIALIZE WS-REG-AVISO.

     MOVE WS-ANT-CLI    TO DAV-CLI-CODIGO.
     MOVE WS-ANT-USU    TO DAV-USU-CODIGO.
     MOVE WS-DATA-AVISO TO DAV-DATA-AVISO.
     MOVE WS-ULTIMO-USO TO DAV-DATA-ULTIMO-USO.

     WRITE REG-DORM-AVISO-NOVO FROM WS-REG-AVISO.

  0340-GRAVA-LISTA-FIM.
     EXIT.

*----------------------------------------------------------------*
* LINHA "SU" DO RELATORIO. SUSPENSO NESTA EXECUCAO VAI PARA A    *
* TRILHA; COM FALHA FICA NA LISTA PARA A PROXIMA EXECUCAO.       *
*----------------------------------------------------------------*

  0350-GRAVA-SUSPENSAO.

     INITIALIZE REG-DORMENTE.

     MOVE "SU"               TO RDM-TIPO-LINHA.
     MOVE WS-ANT-CLI         TO RDM-CLI-CODIGO.
     MOVE WS-ANT-USU         TO RDM-USU-CODIGO.
     MOVE WS-ULTIMO-USO      TO RDM-DATA-ULTIMO-USO.
     MOVE WS-DIAS-SEM-USO    TO RDM-DIAS-SEM-USO.
     MOVE WS-DIAS-LIMITE     TO RDM-DIAS-LIMITE.
     MOVE WS-DATA-AVISO      TO RDM-DATA-AVISO.
     MOVE WS-AAAAMMDD-HOJE   TO RDM-DATA-SUSPENSAO.

     IF FLAG-SUSPENSAO-OK EQUAL "S"
        MOVE "SUSPENSO" TO RDM-SITUACAO
        ADD 1 TO WS-CONT-SUSPENSOS
        PERFORM 0800-GRAVA-AUDITORIA
           THRU 0800-GRAVA-AUDITORIA-FIM
        MOVE ASU-SEQ-TRILHA TO RDM-SEQ-TRILHA
        GO TO 0355-GRAVA-LINHA.

     IF FLAG-SUSPENSAO-OK EQUAL "J"
        MOVE "JA-SUSPENSO" TO RDM-SITUACAO
        GO TO 0355-GRAVA-LINHA.

     MOVE "FALHA-DMS" TO RDM-SITUACAO.
     ADD 1 TO WS-CONT-FALHAS.

     PERFORM 0340-GRAVA-LISTA
        THRU 0340-GRAVA-LISTA-FIM.

  0355-GRAVA-LINHA.

     WRITE REG-DORMENTE.

  0350-GRAVA-SUSPENSAO-FIM.
     EXIT.

******************************************************************
*    SUSPENSAO DO REGISTRO USUARIO-CLI DA CONTA, SOB TRANSACAO - *
*    MESMA REGRA DO 0400-SUSPENDE-CLIENTE DO S0947-OBJ-692:      *
*    ENCERRA A JANELA DAS EXCECOES EM ONTEM (JANELA QUE COMECOU  *
*    DEPOIS DE ONTEM E ZERADA INTEIRA) E LIGA O FLAG-SUSPENSO.   *
*    FLAG-SUSPENSAO-OK: "S" SUSPENSO, "J" JA ESTAVA SUSPENSO,    *
*    "N" FALHA.                                                  *
******************************************************************

  0400-SUSPENDE-CLIENTE.

     MOVE "N" TO FLAG-SUSPENSAO-OK.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0400-SUSPENDE-CLIENTE-FIM.

     LOCK FIRST USC-POR-USUARIO AT
        CLI-CODIGO = CLI-CORRENTE-WS AND
        USU-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
           PERFORM 10000-00-TRATA-ERRO-DMS
              THRU 10000-99-TRATA-ERRO-DMS
           GO TO 0405-ABORTA-SUSPENSAO
     END-LOCK.

*    SUSPENSO PELO 692 OU PELO 683 DEPOIS DA LEITURA - NADA A
*    FAZER NEM A AUDITAR.
     IF FLAG-SUSPENSO OF USUARIO-CLI EQUAL "S"
        MOVE "J" TO FLAG-SUSPENSAO-OK
        GO TO 0405-ABORTA-SUSPENSAO.

     MOVE "S" TO FLAG-SUSPENSO OF USUARIO-CLI.
     MOVE ZEROS TO USERCODE-SUSPENSAO OF USUARIO-CLI.

     IF USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS
        GO TO 0402-GRAVA-REGISTRO.

     COMPUTE WS-AAAAMMDD-INI-EXC =
         (((USC-SEC-INI-EXC OF USUARIO-CLI * 100) +
            USC-ANO-INI-EXC OF USUARIO-CLI) * 10000) +
         (USC-MES-INI-EXC OF USUARIO-CLI * 100) +
          USC-DIA-INI-EXC OF USUARIO-CLI.

     IF WS-AAAAMMDD-INI-EXC > WS-AAAAMMDD-ONTEM
        MOVE ZEROS TO USC-SEC-INI-EXC OF USUARIO-CLI
                      USC-ANO-INI-EXC OF USUARIO-CLI
                      USC-MES-INI-EXC OF USUARIO-CLI
                      USC-DIA-INI-EXC OF USUARIO-CLI
                      USC-SEC-FIM-EXC OF USUARIO-CLI
                      USC-ANO-FIM-EXC OF USUARIO-CLI
                      USC-MES-FIM-EXC OF USUARIO-CLI
                      USC-DIA-FIM-EXC OF USUARIO-CLI
        GO TO 0402-GRAVA-REGISTRO.

     MOVE WS-SEC-ONTEM TO USC-SEC-FIM-EXC OF USUARIO-CLI.
     MOVE WS-ANO-ONTEM TO USC-ANO-FIM-EXC OF USUARIO-CLI.
     MOVE WS-MES-ONTEM TO USC-MES-FIM-EXC OF USUARIO-CLI.
     MOVE WS-DIA-ONTEM TO USC-DIA-FIM-EXC OF USUARIO-CLI.

  0402-GRAVA-REGISTRO.

     STORE USUARIO-CLI
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0405-ABORTA-SUSPENSAO
     END-STORE.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0400-SUSPENDE-CLIENTE-FIM.

     MOVE "S" TO FLAG-SUSPENSAO-OK.

     GO TO 0400-SUSPENDE-CLIENTE-FIM.

*    ERRO DMS OU REGISTRO JA SUSPENSO DENTRO DA TRANSACAO -
*    ENCERRA A TRANSACAO SEM GRAVAR, LIBERANDO O BLOQUEIO.
  0405-ABORTA-SUSPENSAO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0400-SUSPENDE-CLIENTE-FIM.
     EXIT.

******************************************************************
*    TRILHA DE AUDITORIA DO BLOQUEIO - SUSPENSAO DO SISTEMA      *
*    (USERCODE, ESTACAO E TIMESTAMP ZERADOS), UM CLIENTE POR     *
*    REGISTRO, COM O MOTIVO GERADO PELO PROGRAMA                 *
******************************************************************

  0800-GRAVA-AUDITORIA.

     INITIALIZE AUD-REG-SUSPENSAO.

     MOVE WS-SEC-HOJE TO ASU-SEC-ACAO.
     MOVE WS-ANO-HOJE TO ASU-ANO-ACAO.
     MOVE WS-MES-HOJE TO ASU-MES-ACAO.
     MOVE WS-DIA-HOJE TO ASU-DIA-ACAO.

     MOVE ZEROS TO ASU-USERCODE ASU-STATION ASU-TIMESTAMP.

     MOVE WS-DIAS-SEM-USO TO WS-MOT-DIAS.
     MOVE WS-ANT-CLI      TO WS-MOT-CLI.

     MOVE "SUSPENDER"       TO ASU-ACAO.
     MOVE WS-ANT-USU        TO ASU-USU-CODIGO.
     MOVE 1                 TO ASU-QTD-CLIENTES.
     MOVE WS-MOTIVO-SISTEMA TO ASU-MOTIVO.
     MOVE "EXECUTADA"       TO ASU-RESULTADO.

     MOVE "AUDSUSPENSAO"                 TO SEL-TRILHA.
     MOVE ASU-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO ASU-SEQ-TRILHA.
     MOVE AUD-REG-SUSPENSAO              TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-SUSPENSAO) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO ASU-CHECK-TRILHA.

     WRITE AUD-REG-SUSPENSAO.

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

     DISPLAY "S0947-OBJ-708 - ERRO DMS " DMS-RESULT-WS.

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
     MOVE WS-CONT-AVALIADOS      TO LED-CONT-ENTRADA.
     MOVE WS-CONT-SUSPENSOS      TO LED-CONT-SAIDA.
     COMPUTE LED-CONT-AUXILIAR = WS-CONT-AVISOS-NOVOS +
                                 WS-CONT-CARENCIA.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-708" TO LED-PROGRAMA.

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
