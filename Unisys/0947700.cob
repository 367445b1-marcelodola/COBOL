$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-700.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   FUSAO/DESMEMBRAMENTO DE LOTACOES - MOVE AS LINHAS DA MAC     *
*----------------------------------------------------------------*
*  QUANDO A ORGANIZACAO FUNDE DUAS LOTACOES OU DESMEMBRA UMA, A  *
*  SEGURANCA RECHAVEAVA MATRIZ-GRUPO, MATRIZ-PERFIL E            *
*  MATRIZ-ABRANG A MAO PELO S0947-OBJ-682 - SEMANAS DE TRABALHO  *
*  E, NO MEIO TEMPO, ORFAOS E OCORRENCIAS DO 673 ACUMULANDO. O   *
*  691 CLONA UM CLIENTE EM OUTRO; ESTE UTILITARIO E A            *
*  REORGANIZACAO DENTRO DO MESMO CLIENTE.                        *
*  ENTRADA: ARQUIVO ENTMAPALOT, UMA LINHA POR COMBINACAO ANTIGA  *
*  -> NOVA (CLI-CODIGO, LOT/TIF DE ORIGEM, LOT/TIF DE DESTINO).  *
*  DUAS ORIGENS PARA O MESMO DESTINO = FUSAO; A MESMA ORIGEM     *
*  PARA DOIS DESTINOS = DESMEMBRAMENTO. LINHA DO MAPA RECUSADA   *
*  (LINHA "MI" NO RELATORIO) QUANDO TEM CAMPO ZERADO, ORIGEM     *
*  IGUAL AO DESTINO, E REPETIDA, OU ENCADEIA COM OUTRA LINHA (A  *
*  ORIGEM DE UMA E DESTINO DE OUTRA NO MESMO CLIENTE).           *
*  O MODO E INFORMADO PELO CONSOLE:                              *
*    "PREVIA" - NADA E ALTERADO. PARA CADA LINHA DO MAPA, CADA   *
*               USUARIO CUJA LOTACAO/FUNCAO ORIGINAL RESOLVE     *
*               PARA A ORIGEM (MESMO 0630 DO 682) SAI NUMA LINHA *
*               "US", SEGUIDA DOS GRUPOS/PERFIS QUE GANHA ("GA") *
*               E QUE PERDE ("PE") NA COMBINACAO NOVA - A NOVA E *
*               O QUE O DESTINO JA TEM MAIS TUDO QUE AS ORIGENS  *
*               MAPEADAS PARA ELE LEVARIAM PASSANDO PELAS        *
*               VALIDACOES ABAIXO. QUANDO DUAS ORIGENS DO MESMO  *
*               DESTINO (OU UMA ORIGEM E O PROPRIO DESTINO)      *
*               DIVERGEM NA ABRANGENCIA DE UM SISTEMA, SAI UMA   *
*               LINHA "AB" COM AS DUAS ABRANGENCIAS.             *
*    "APLICA" - MOVE AS LINHAS COM AS VALIDACOES DO 682:         *
*               - ABRANGENCIA DA ORIGEM ZERADA NAO E MOVIDA;     *
*                 ABRANGENCIA JA EXISTENTE NO DESTINO COM OUTRO  *
*                 CODIGO NAO E SOBREPOSTA (FICA NA ORIGEM);      *
*               - GRUPO/PERFIL PRECISA EXISTIR EM GOP-POR-IDENT/ *
*                 PER-POR-IDENT, A JANELA DE VALIDADE OPCIONAL   *
*                 PRECISA SER COERENTE E NAO VENCIDA, E O        *
*                 DESTINO PRECISA TER ABRANGENCIA NAO ZERADA     *
*                 PARA O SISTEMA;                                *
*               - ITEM JA PRESENTE NO DESTINO NAO E DUPLICADO.   *
*               LINHA MOVIDA SAI COMO "MV"; LINHA QUE FALHA SAI  *
*               COMO "IG" COM O MOTIVO E PERMANECE NA ORIGEM     *
*               (JUNTO COM A ABRANGENCIA DO SEU SISTEMA). DEPOIS *
*               DE TODAS AS LINHAS DO MAPA, AS LINHAS MOVIDAS    *
*               SAEM DA ORIGEM ("RM") - NO DESMEMBRAMENTO, SO    *
*               DEPOIS DE COPIADAS PARA TODOS OS DESTINOS. TODA  *
*               INCLUSAO, RECUSA E REMOCAO VAI PARA A TRILHA     *
*               AUDMACMNT NO LAYOUT DO 682 (EM BATCH NAO HA      *
*               COMS-IN: USERCODE/STATION/TIMESTAMP ZERADOS).    *
*  OS CONTADORES VAO PARA O LEDGER COMUM LEDGERS0947.            *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT ENT-MAPA-LOT     ASSIGN TO "ENTMAPALOT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-MAPA-LOT     ASSIGN TO "RELMAPALOT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MACMNT       ASSIGN TO "AUDMACMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT LED-EXECUCAO     ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  MAPA DA REORGANIZACAO - UMA LINHA POR COMBINACAO ANTIGA ->    *
*  COMBINACAO NOVA.                                              *
*----------------------------------------------------------------*

 FD  ENT-MAPA-LOT
     LABEL RECORD IS STANDARD.

 01  REG-MAPA-LOT.
     03  MAP-CLI-CODIGO          PIC 9(04).
     03  MAP-LOT-ORIGEM          PIC 9(04).
     03  MAP-TIF-ORIGEM          PIC 9(04).
     03  MAP-LOT-DESTINO         PIC 9(04).
     03  MAP-TIF-DESTINO         PIC 9(04).

*----------------------------------------------------------------*
*  RELATORIO DA REORGANIZACAO - TIPOS DE LINHA:                  *
*    "MI" LINHA DO MAPA RECUSADA / COMBINACAO NAO PROCESSADA;    *
*    "US" USUARIO AFETADO (PREVIA);                              *
*    "GA" GRUPO/PERFIL GANHO PELO USUARIO (PREVIA);              *
*    "PE" GRUPO/PERFIL PERDIDO PELO USUARIO (PREVIA);            *
*    "AB" ABRANGENCIAS DIVERGENTES NO DESTINO (PREVIA) - A OUTRA *
*         COMBINACAO VAI EM RML-LOT/TIF-OUTRA;                   *
*    "MV" LINHA MOVIDA PARA O DESTINO (APLICA);                  *
*    "IG" LINHA MANTIDA NA ORIGEM, COM O MOTIVO (APLICA);        *
*    "RM" LINHA REMOVIDA DA ORIGEM (APLICA).                     *
*----------------------------------------------------------------*

 FD  REL-MAPA-LOT
     LABEL RECORD IS STANDARD.

 01  REG-REL-MAPA.
     03  RML-TIPO-LINHA          PIC X(02).
     03  RML-CLI-CODIGO          PIC 9(04).
     03  RML-LOT-ORIGEM          PIC 9(04).
     03  RML-TIF-ORIGEM          PIC 9(04).
     03  RML-LOT-DESTINO         PIC 9(04).
     03  RML-TIF-DESTINO         PIC 9(04).
     03  RML-USU-CODIGO          PIC X(07).
     03  RML-TIPO-ITEM           PIC X(06).
     03  RML-SIS-CODIGO          PIC 9(04).
     03  RML-GOP-CODIGO          PIC 9(04).
     03  RML-PER-CODIGO          PIC 9(05).
     03  RML-UCS-ORIGEM          PIC 9(04).
     03  RML-UCS-DESTINO         PIC 9(04).
     03  RML-LOT-OUTRA           PIC 9(04).
     03  RML-TIF-OUTRA           PIC 9(04).
     03  RML-MOTIVO              PIC X(20).

*----------------------------------------------------------------*
*  TRILHA DE AUDITORIA DA MANUTENCAO DA MAC - MESMO LAYOUT       *
*  GRAVADO PELO S0947-OBJ-682 (AUD-REG-MACMNT).                  *
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
     03  AMC-SEQ-TRILHA           PIC 9(09).
     03  AMC-CHECK-TRILHA         PIC 9(09).

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

*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".

 01  CLI-JANELA-SEG-WS           PIC 9(04).
 01  CLI-JANELA-FUN              PIC 9(04).

*----------------------------------------------------------------*
* TABELA DE REMAPEAMENTO CLIENTE-JANELA -> CLIENTE-FUNCIONARIO,  *
* CARREGADA UMA UNICA VEZ POR 0150-CARREGA-TAB-REMAP-JANELA NA   *
* INICIALIZACAO DO PROGRAMA (VER 0630-RESOLVE-LOT-TIF-USU).      *
* LAYOUT E CONTEUDO FICAM NO MEMBRO COPY V094765602 (BIBLIOTECA  *
* D0947F05), COMPARTILHADO POR TODOS OS PROGRAMAS QUE FAZEM ESTE *
* REMAPEAMENTO - MANTER NOVOS CLIENTES-JANELA SO NESSE MEMBRO.   *
*----------------------------------------------------------------*

 01  TAB-REMAP-JANELA-FUN.
    COPY "(D0947F05)S0947/LIB/SRV/V094765602 ON PROJETO01".

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-LIDAS               PIC 9(09)   COMP.
 77  WS-CONT-SAIDA               PIC 9(09)   COMP.
 77  WS-CONT-IGNORADAS           PIC 9(09)   COMP.

 01  WS-MODO-EXECUCAO            PIC X(06).
     88  MODO-PREVIA                         VALUE "PREVIA".
     88  MODO-APLICA                         VALUE "APLICA".

 01  FLAG-ACHOU                  PIC X(01).
 01  FLAG-EMITE-DIVERGENCIA      PIC X(01).
 01  FLAG-CARGA-EXCEDIDA         PIC X(01).
 01  FLAG-ORIGEM-LIBERADA        PIC X(01).

*----------------------------------------------------------------*
* MAPA DA REORGANIZACAO CARREGADO DE ENTMAPALOT (SO AS LINHAS    *
* ACEITAS). WS-MAP-SITUACAO: "P" = PENDENTE, "A" = APLICADA,     *
* "R" = RECUSADA - A ORIGEM SO E LIMPA QUANDO TODAS AS LINHAS    *
* DELA ESTAO "A" (VER 0500-REMOVE-ORIGEM).                       *
*----------------------------------------------------------------*

 01  WS-TAB-MAPA.
     02  WS-CONT-MAPA            PIC 9(04)   COMP.
     02  WS-MAP OCCURS 200 TIMES.
         03  WS-MAP-CLI          PIC 9(04).
         03  WS-MAP-LOT-ORI      PIC 9(04).
         03  WS-MAP-TIF-ORI      PIC 9(04).
         03  WS-MAP-LOT-DES      PIC 9(04).
         03  WS-MAP-TIF-DES      PIC 9(04).
         03  WS-MAP-SITUACAO     PIC X(01).
         03  WS-MAP-QTD-USUARIOS PIC 9(09)   COMP.

*----------------------------------------------------------------*
* LINHAS DA MAC DE UMA COMBINACAO CLI/LOT/TIF (0300) - PRIMEIRO  *
* AS ABRANGENCIAS, DEPOIS OS GRUPOS, DEPOIS OS PERFIS.           *
* WS-CAR-CODIGO = GOP-CODIGO, PER-CODIGO OU UCS-ABRANGENCIA.     *
*----------------------------------------------------------------*

 01  WS-TAB-CARGA.
     02  WS-CONT-CARGA           PIC 9(04)   COMP.
     02  WS-CAR OCCURS 500 TIMES.
         03  WS-CAR-TIPO         PIC X(06).
         03  WS-CAR-SIS          PIC 9(04).
         03  WS-CAR-CODIGO       PIC 9(05).
         03  WS-CAR-DATA-INI.
             04  WS-CAR-SEC-INI  PIC 9(02).
             04  WS-CAR-ANO-INI  PIC 9(02).
             04  WS-CAR-MES-INI  PIC 9(02).
             04  WS-CAR-DIA-INI  PIC 9(02).
         03  WS-CAR-DATA-FIM.
             04  WS-CAR-SEC-FIM  PIC 9(02).
             04  WS-CAR-ANO-FIM  PIC 9(02).
             04  WS-CAR-MES-FIM  PIC 9(02).
             04  WS-CAR-DIA-FIM  PIC 9(02).

*----------------------------------------------------------------*
* PREVIA: MAC PROJETADA DO DESTINO (O QUE ELE JA TEM MAIS O QUE  *
* AS ORIGENS LEVARIAM) - WS-PRJ-LOT/TIF-ORI = DE ONDE VEIO.      *
*----------------------------------------------------------------*

 01  WS-TAB-PROJECAO.
     02  WS-CONT-PROJ            PIC 9(04)   COMP.
     02  WS-PRJ OCCURS 1000 TIMES.
         03  WS-PRJ-TIPO         PIC X(06).
         03  WS-PRJ-SIS          PIC 9(04).
         03  WS-PRJ-CODIGO       PIC 9(05).
         03  WS-PRJ-LOT-ORI      PIC 9(04).
         03  WS-PRJ-TIF-ORI      PIC 9(04).

*----------------------------------------------------------------*
* PREVIA: GRUPOS/PERFIS GANHOS ("GA") E PERDIDOS ("PE") DE UMA   *
* LINHA DO MAPA - IGUAIS PARA TODOS OS USUARIOS DA ORIGEM.       *
*----------------------------------------------------------------*

 01  WS-TAB-DIFERENCA.
     02  WS-CONT-DIF             PIC 9(04)   COMP.
     02  WS-DIF OCCURS 1000 TIMES.
         03  WS-DIF-LINHA        PIC X(02).
         03  WS-DIF-TIPO         PIC X(06).
         03  WS-DIF-SIS          PIC 9(04).
         03  WS-DIF-CODIGO       PIC 9(05).

*----------------------------------------------------------------*
* APLICA: LINHAS QUE FICARAM NA ORIGEM ("IG") - NAO SAO REMOVIDAS*
* E SEGURAM A ABRANGENCIA DO SEU SISTEMA NA ORIGEM.              *
*----------------------------------------------------------------*

 01  WS-TAB-RETIDOS.
     02  WS-CONT-RET             PIC 9(04)   COMP.
     02  WS-RET OCCURS 2000 TIMES.
         03  WS-RET-CLI          PIC 9(04).
         03  WS-RET-LOT          PIC 9(04).
         03  WS-RET-TIF          PIC 9(04).
         03  WS-RET-TIPO         PIC X(06).
         03  WS-RET-SIS          PIC 9(04).
         03  WS-RET-CODIGO       PIC 9(05).

 01 VARIAVEIS.
   02  IND-FUNC-WS               PIC X(1).
   02  LOT-CODIGO-WS             PIC 9(04).
   02  TIF-CODIGO-WS             PIC 9(04).
   02  WS-IX-REMAP               PIC 9(02)   COMP.
   02  WS-IX-MAP                 PIC 9(04)   COMP.
   02  WS-IX-OUT                 PIC 9(04)   COMP.
   02  WS-IX-CAR                 PIC 9(04)   COMP.
   02  WS-IX-PRJ                 PIC 9(04)   COMP.
   02  WS-IX-DIF                 PIC 9(04)   COMP.
   02  WS-IX-RET                 PIC 9(04)   COMP.
   02  WS-QTD-AFETADOS           PIC 9(09)   COMP.
   02  VERSAO-SEG-WS             PIC 9(01).
   02  WS-AAAAMMDD-HOJE          PIC 9(08).
   02  WS-AAAAMMDD-INI-VAL       PIC 9(08).
   02  WS-AAAAMMDD-FIM-VAL       PIC 9(08).
* COMBINACAO A CARREGAR EM WS-TAB-CARGA (VER 0300)
   02  WS-CLI-COMB               PIC 9(04).
   02  WS-LOT-COMB               PIC 9(04).
   02  WS-TIF-COMB               PIC 9(04).
* CHAVE DE PESQUISA NAS TABELAS DE ITENS (VER 0280/0285/0520)
   02  WS-CHV-TIPO               PIC X(06).
   02  WS-CHV-SIS                PIC 9(04).
   02  WS-CHV-CODIGO             PIC 9(05).
   02  WS-MOTIVO                 PIC X(20).
   02  WS-UCS-DESTINO            PIC 9(04).
* ACAO/COMBINACAO/RESULTADO DA LINHA DE AUDITORIA (VER 0800)
   02  WS-AUD-ACAO               PIC X(10).
   02  WS-AUD-LOT                PIC 9(04).
   02  WS-AUD-TIF                PIC 9(04).
   02  WS-AUD-RESULTADO          PIC X(09).
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

     OPEN INPUT ENT-MAPA-LOT.
     OPEN OUTPUT REL-MAPA-LOT.

     MOVE ZEROS TO WS-CONT-LIDAS WS-CONT-SAIDA WS-CONT-IGNORADAS
                   WS-CONT-MAPA WS-CONT-RET.

     INITIALIZE VARIAVEIS.

     ACCEPT DATA-ACCEPT FROM DATE.
     MOVE DIA-ACCEPT TO DIA-SISTEMA.
     MOVE MES-ACCEPT TO MES-SISTEMA.
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.

     COMPUTE WS-AAAAMMDD-HOJE =
         (((SEC-SISTEMA * 100) + ANO-SISTEMA) * 10000) +
         (MES-SISTEMA * 100) + DIA-SISTEMA.

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0150-CARREGA-TAB-REMAP-JANELA
        THRU 0150-CARREGA-TAB-REMAP-JANELA-FIM.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     DISPLAY "S0947-OBJ-700 - MODO (PREVIA OU APLICA):"
             UPON CONSOLE.
     ACCEPT WS-MODO-EXECUCAO FROM CONSOLE.

     IF NOT MODO-PREVIA AND NOT MODO-APLICA
        DISPLAY "S0947-OBJ-700 - MODO INVALIDO - NADA FEITO."
        MOVE "ANORMAL" TO LED-TERMINO-WS
        GO TO 999-FIM-PROGRAMA.

     IF MODO-APLICA
        OPEN EXTEND AUD-MACMNT.

     PERFORM 0100-CARREGA-MAPA
        THRU 0100-CARREGA-MAPA-FIM.

     IF MODO-PREVIA
        PERFORM 0200-PREVIA
           THRU 0200-PREVIA-FIM
     ELSE
        PERFORM 0400-APLICA
           THRU 0400-APLICA-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-700 - LINHAS DO MAPA LIDAS..: "
             WS-CONT-LIDAS.
     DISPLAY "S0947-OBJ-700 - LINHAS DO MAPA ACEITAS: "
             WS-CONT-MAPA.
     IF MODO-APLICA
        DISPLAY "S0947-OBJ-700 - LINHAS DA MAC MOVIDAS.: "
                WS-CONT-SAIDA
     ELSE
        DISPLAY "S0947-OBJ-700 - USUARIOS AFETADOS.....: "
                WS-CONT-SAIDA.
     DISPLAY "S0947-OBJ-700 - RECUSAS/DIVERGENCIAS..: "
             WS-CONT-IGNORADAS.

     CLOSE BDSEGURANCA.
     CLOSE ENT-MAPA-LOT.
     CLOSE REL-MAPA-LOT.

     IF MODO-APLICA
        CLOSE AUD-MACMNT.

     STOP RUN.

*****************************************************************
*                                                               *
*   CARGA INICIAL DA TABELA DE REMAPEAMENTO CLIENTE-JANELA ->   *
*   CLIENTE-FUNCIONARIO - EXECUTADA UMA UNICA VEZ, NO INICIO    *
*   DO PROCESSAMENTO (0002-00-INICIO-TRATA-RELATORIO) -         *
*   ENTRADAS DA TABELA FICAM NO MEMBRO COPY V094765603 (MESMA   *
*   BIBLIOTECA D0947F05), PARA ACRESCENTAR CLIENTE-JANELA NOVO  *
*   BASTA ALTERAR O MEMBRO - NAO HA COPIA LOCAL DOS VALORES.    *
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

      MOVE CLI-JANELA-SEG-WS TO CLI-JANELA-FUN.
      MOVE 1 TO WS-IX-REMAP.

  0206-REMAPEIA-JANELA-FUN.

      IF WS-IX-REMAP > CONT-REMAP-JANELA
         GO TO 0205-REMAPEIA-JANELA-FUN-FIM.

      IF REM-CLI-ORIGEM(WS-IX-REMAP) EQUAL CLI-JANELA-SEG-WS
         MOVE REM-CLI-DESTINO(WS-IX-REMAP) TO CLI-JANELA-FUN
         GO TO 0205-REMAPEIA-JANELA-FUN-FIM.

      ADD 1 TO WS-IX-REMAP.
      GO TO 0206-REMAPEIA-JANELA-FUN.

  0205-REMAPEIA-JANELA-FUN-FIM.
      EXIT.

******************************************************************
*    CARGA DO MAPA - LINHA RECUSADA SAI COMO "MI" COM O MOTIVO   *
******************************************************************

  0100-CARREGA-MAPA.

     READ ENT-MAPA-LOT
         AT END
            GO TO 0100-CARREGA-MAPA-FIM.

     ADD 1 TO WS-CONT-LIDAS.

     PERFORM 0110-VALIDA-MAPA
        THRU 0110-VALIDA-MAPA-FIM.

     IF WS-MOTIVO NOT EQUAL SPACES
        INITIALIZE REG-REL-MAPA
        MOVE "MI"            TO RML-TIPO-LINHA
        MOVE MAP-CLI-CODIGO  TO RML-CLI-CODIGO
        MOVE MAP-LOT-ORIGEM  TO RML-LOT-ORIGEM
        MOVE MAP-TIF-ORIGEM  TO RML-TIF-ORIGEM
        MOVE MAP-LOT-DESTINO TO RML-LOT-DESTINO
        MOVE MAP-TIF-DESTINO TO RML-TIF-DESTINO
        MOVE WS-MOTIVO       TO RML-MOTIVO
        WRITE REG-REL-MAPA
        ADD 1 TO WS-CONT-IGNORADAS
        GO TO 0100-CARREGA-MAPA.

     ADD 1 TO WS-CONT-MAPA.
     MOVE MAP-CLI-CODIGO  TO WS-MAP-CLI(WS-CONT-MAPA).
     MOVE MAP-LOT-ORIGEM  TO WS-MAP-LOT-ORI(WS-CONT-MAPA).
     MOVE MAP-TIF-ORIGEM  TO WS-MAP-TIF-ORI(WS-CONT-MAPA).
     MOVE MAP-LOT-DESTINO TO WS-MAP-LOT-DES(WS-CONT-MAPA).
     MOVE MAP-TIF-DESTINO TO WS-MAP-TIF-DES(WS-CONT-MAPA).
     MOVE "P"             TO WS-MAP-SITUACAO(WS-CONT-MAPA).
     MOVE ZEROS           TO WS-MAP-QTD-USUARIOS(WS-CONT-MAPA).

     GO TO 0100-CARREGA-MAPA.

  0100-CARREGA-MAPA-FIM.
     EXIT.

  0110-VALIDA-MAPA.

     MOVE SPACES TO WS-MOTIVO.

     IF MAP-CLI-CODIGO  EQUAL ZEROS OR
        MAP-LOT-ORIGEM  EQUAL ZEROS OR
        MAP-TIF-ORIGEM  EQUAL ZEROS OR
        MAP-LOT-DESTINO EQUAL ZEROS OR
        MAP-TIF-DESTINO EQUAL ZEROS
        MOVE "CAMPO-ZERADO" TO WS-MOTIVO
        GO TO 0110-VALIDA-MAPA-FIM.

     IF MAP-LOT-ORIGEM EQUAL MAP-LOT-DESTINO AND
        MAP-TIF-ORIGEM EQUAL MAP-TIF-DESTINO
        MOVE "ORIGEM-IGUAL-DESTINO" TO WS-MOTIVO
        GO TO 0110-VALIDA-MAPA-FIM.

     IF WS-CONT-MAPA NOT < 200
        MOVE "MAPA-EXCEDE-LIMITE" TO WS-MOTIVO
        GO TO 0110-VALIDA-MAPA-FIM.

     MOVE 1 TO WS-IX-OUT.

  0111-COMPARA-MAPA.

     IF WS-IX-OUT > WS-CONT-MAPA
        GO TO 0110-VALIDA-MAPA-FIM.

     IF WS-MAP-CLI(WS-IX-OUT)     EQUAL MAP-CLI-CODIGO  AND
        WS-MAP-LOT-ORI(WS-IX-OUT) EQUAL MAP-LOT-ORIGEM  AND
        WS-MAP-TIF-ORI(WS-IX-OUT) EQUAL MAP-TIF-ORIGEM  AND
        WS-MAP-LOT-DES(WS-IX-OUT) EQUAL MAP-LOT-DESTINO AND
        WS-MAP-TIF-DES(WS-IX-OUT) EQUAL MAP-TIF-DESTINO
        MOVE "LINHA-REPETIDA" TO WS-MOTIVO
        GO TO 0110-VALIDA-MAPA-FIM.

*    ORIGEM DE UMA LINHA COMO DESTINO DE OUTRA FARIA O RESULTADO
*    DEPENDER DA ORDEM DO ARQUIVO.
     IF WS-MAP-CLI(WS-IX-OUT)     EQUAL MAP-CLI-CODIGO  AND
        WS-MAP-LOT-DES(WS-IX-OUT) EQUAL MAP-LOT-ORIGEM  AND
        WS-MAP-TIF-DES(WS-IX-OUT) EQUAL MAP-TIF-ORIGEM
        MOVE "MAPA-ENCADEADO" TO WS-MOTIVO
        GO TO 0110-VALIDA-MAPA-FIM.

     IF WS-MAP-CLI(WS-IX-OUT)     EQUAL MAP-CLI-CODIGO  AND
        WS-MAP-LOT-ORI(WS-IX-OUT) EQUAL MAP-LOT-DESTINO AND
        WS-MAP-TIF-ORI(WS-IX-OUT) EQUAL MAP-TIF-DESTINO
        MOVE "MAPA-ENCADEADO" TO WS-MOTIVO
        GO TO 0110-VALIDA-MAPA-FIM.

     ADD 1 TO WS-IX-OUT.
     GO TO 0111-COMPARA-MAPA.

  0110-VALIDA-MAPA-FIM.
     EXIT.

******************************************************************
*    PREVIA - PARA CADA LINHA DO MAPA: PROJETA A MAC DO DESTINO, *
*    CARREGA A MAC ATUAL DA ORIGEM, MONTA GANHOS/PERDAS E LISTA  *
*    OS USUARIOS DA ORIGEM                                       *
******************************************************************

  0200-PREVIA.

     MOVE 1 TO WS-IX-MAP.

  0201-PROXIMO-MAPA.

     IF WS-IX-MAP > WS-CONT-MAPA
        GO TO 0200-PREVIA-FIM.

     MOVE WS-MAP-CLI(WS-IX-MAP) TO CLI-JANELA-SEG-WS.

     PERFORM 0210-MONTA-PROJECAO
        THRU 0210-MONTA-PROJECAO-FIM.

     MOVE WS-MAP-CLI(WS-IX-MAP)     TO WS-CLI-COMB.
     MOVE WS-MAP-LOT-ORI(WS-IX-MAP) TO WS-LOT-COMB.
     MOVE WS-MAP-TIF-ORI(WS-IX-MAP) TO WS-TIF-COMB.

     PERFORM 0300-CARREGA-COMBINACAO
        THRU 0300-CARREGA-COMBINACAO-FIM.

     PERFORM 0230-MONTA-DIFERENCA
        THRU 0230-MONTA-DIFERENCA-FIM.

     PERFORM 0250-PERCORRE-USUARIOS
        THRU 0250-PERCORRE-USUARIOS-FIM.

     ADD 1 TO WS-IX-MAP.
     GO TO 0201-PROXIMO-MAPA.

  0200-PREVIA-FIM.
     EXIT.

******************************************************************
*    MAC PROJETADA DO DESTINO: O QUE O DESTINO JA TEM, MAIS AS   *
*    ABRANGENCIAS DE TODAS AS ORIGENS MAPEADAS PARA ELE, MAIS OS *
*    GRUPOS/PERFIS DESSAS ORIGENS QUE PASSARIAM NAS VALIDACOES   *
*    DO APLICA. AS DIVERGENCIAS DE ABRANGENCIA SO SAEM NA        *
*    PRIMEIRA LINHA DO MAPA DE CADA DESTINO.                     *
******************************************************************

  0210-MONTA-PROJECAO.

     MOVE ZEROS TO WS-CONT-PROJ.
     MOVE "S" TO FLAG-EMITE-DIVERGENCIA.
     MOVE 1 TO WS-IX-OUT.

  0211-PRIMEIRO-DESTINO.

     IF WS-IX-OUT NOT < WS-IX-MAP
        GO TO 0212-CARREGA-DESTINO.

     IF WS-MAP-CLI(WS-IX-OUT)     EQUAL WS-MAP-CLI(WS-IX-MAP)     AND
        WS-MAP-LOT-DES(WS-IX-OUT) EQUAL WS-MAP-LOT-DES(WS-IX-MAP) AND
        WS-MAP-TIF-DES(WS-IX-OUT) EQUAL WS-MAP-TIF-DES(WS-IX-MAP)
        MOVE "N" TO FLAG-EMITE-DIVERGENCIA
        GO TO 0212-CARREGA-DESTINO.

     ADD 1 TO WS-IX-OUT.
     GO TO 0211-PRIMEIRO-DESTINO.

  0212-CARREGA-DESTINO.

     MOVE WS-MAP-CLI(WS-IX-MAP)     TO WS-CLI-COMB.
     MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO WS-LOT-COMB.
     MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO WS-TIF-COMB.

     PERFORM 0300-CARREGA-COMBINACAO
        THRU 0300-CARREGA-COMBINACAO-FIM.

     MOVE 1 TO WS-IX-CAR.

  0213-COPIA-DESTINO.

     IF WS-IX-CAR > WS-CONT-CARGA
        GO TO 0214-ABRANG-ORIGENS.

     PERFORM 0290-INCLUI-PROJECAO
        THRU 0290-INCLUI-PROJECAO-FIM.

     ADD 1 TO WS-IX-CAR.
     GO TO 0213-COPIA-DESTINO.

  0214-ABRANG-ORIGENS.

     MOVE 1 TO WS-IX-OUT.

  0215-PROXIMA-ORIGEM-ABRANG.

     IF WS-IX-OUT > WS-CONT-MAPA
        GO TO 0217-ITENS-ORIGENS.

     IF WS-MAP-CLI(WS-IX-OUT)     NOT EQUAL WS-MAP-CLI(WS-IX-MAP) OR
        WS-MAP-LOT-DES(WS-IX-OUT) NOT EQUAL WS-MAP-LOT-DES(WS-IX-MAP)
        OR
        WS-MAP-TIF-DES(WS-IX-OUT) NOT EQUAL WS-MAP-TIF-DES(WS-IX-MAP)
        ADD 1 TO WS-IX-OUT
        GO TO 0215-PROXIMA-ORIGEM-ABRANG.

     MOVE WS-MAP-CLI(WS-IX-OUT)     TO WS-CLI-COMB.
     MOVE WS-MAP-LOT-ORI(WS-IX-OUT) TO WS-LOT-COMB.
     MOVE WS-MAP-TIF-ORI(WS-IX-OUT) TO WS-TIF-COMB.

     PERFORM 0300-CARREGA-COMBINACAO
        THRU 0300-CARREGA-COMBINACAO-FIM.

     MOVE 1 TO WS-IX-CAR.

  0216-PROXIMA-ABRANG.

     IF WS-IX-CAR > WS-CONT-CARGA
        ADD 1 TO WS-IX-OUT
        GO TO 0215-PROXIMA-ORIGEM-ABRANG.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "ABRANG" AND
        WS-CAR-CODIGO(WS-IX-CAR) NOT EQUAL ZEROS
        PERFORM 0220-PROJETA-ABRANGENCIA
           THRU 0220-PROJETA-ABRANGENCIA-FIM.

     ADD 1 TO WS-IX-CAR.
     GO TO 0216-PROXIMA-ABRANG.

  0217-ITENS-ORIGENS.

     MOVE 1 TO WS-IX-OUT.

  0218-PROXIMA-ORIGEM-ITENS.

     IF WS-IX-OUT > WS-CONT-MAPA
        GO TO 0210-MONTA-PROJECAO-FIM.

     IF WS-MAP-CLI(WS-IX-OUT)     NOT EQUAL WS-MAP-CLI(WS-IX-MAP) OR
        WS-MAP-LOT-DES(WS-IX-OUT) NOT EQUAL WS-MAP-LOT-DES(WS-IX-MAP)
        OR
        WS-MAP-TIF-DES(WS-IX-OUT) NOT EQUAL WS-MAP-TIF-DES(WS-IX-MAP)
        ADD 1 TO WS-IX-OUT
        GO TO 0218-PROXIMA-ORIGEM-ITENS.

     MOVE WS-MAP-CLI(WS-IX-OUT)     TO WS-CLI-COMB.
     MOVE WS-MAP-LOT-ORI(WS-IX-OUT) TO WS-LOT-COMB.
     MOVE WS-MAP-TIF-ORI(WS-IX-OUT) TO WS-TIF-COMB.

     PERFORM 0300-CARREGA-COMBINACAO
        THRU 0300-CARREGA-COMBINACAO-FIM.

     MOVE 1 TO WS-IX-CAR.

  0219-PROXIMO-ITEM.

     IF WS-IX-CAR > WS-CONT-CARGA
        ADD 1 TO WS-IX-OUT
        GO TO 0218-PROXIMA-ORIGEM-ITENS.

     IF WS-CAR-TIPO(WS-IX-CAR) NOT EQUAL "ABRANG"
        PERFORM 0320-VALIDA-ITEM
           THRU 0320-VALIDA-ITEM-FIM
        IF WS-MOTIVO EQUAL SPACES
           PERFORM 0225-PROJETA-ITEM
              THRU 0225-PROJETA-ITEM-FIM
        END-IF
     END-IF.

     ADD 1 TO WS-IX-CAR.
     GO TO 0219-PROXIMO-ITEM.

  0210-MONTA-PROJECAO-FIM.
     EXIT.

******************************************************************
*    ABRANGENCIA DA ORIGEM NA PROJECAO - SISTEMA SEM ABRANGENCIA *
*    NO DESTINO RECEBE A DA ORIGEM; COM OUTRA, E DIVERGENCIA     *
******************************************************************

  0220-PROJETA-ABRANGENCIA.

     MOVE "ABRANG"                 TO WS-CHV-TIPO.
     MOVE WS-CAR-SIS(WS-IX-CAR)    TO WS-CHV-SIS.
     MOVE WS-CAR-CODIGO(WS-IX-CAR) TO WS-CHV-CODIGO.

     PERFORM 0280-PROCURA-PROJECAO
        THRU 0280-PROCURA-PROJECAO-FIM.

     IF FLAG-ACHOU EQUAL "N"
        PERFORM 0290-INCLUI-PROJECAO
           THRU 0290-INCLUI-PROJECAO-FIM
        GO TO 0220-PROJETA-ABRANGENCIA-FIM.

     IF WS-PRJ-CODIGO(WS-IX-PRJ) EQUAL WS-CAR-CODIGO(WS-IX-CAR)
        GO TO 0220-PROJETA-ABRANGENCIA-FIM.

     IF FLAG-EMITE-DIVERGENCIA EQUAL "N"
        GO TO 0220-PROJETA-ABRANGENCIA-FIM.

     INITIALIZE REG-REL-MAPA.
     MOVE "AB"                      TO RML-TIPO-LINHA.
     MOVE WS-MAP-CLI(WS-IX-OUT)     TO RML-CLI-CODIGO.
     MOVE WS-MAP-LOT-ORI(WS-IX-OUT) TO RML-LOT-ORIGEM.
     MOVE WS-MAP-TIF-ORI(WS-IX-OUT) TO RML-TIF-ORIGEM.
     MOVE WS-MAP-LOT-DES(WS-IX-OUT) TO RML-LOT-DESTINO.
     MOVE WS-MAP-TIF-DES(WS-IX-OUT) TO RML-TIF-DESTINO.
     MOVE "ABRANG"                  TO RML-TIPO-ITEM.
     MOVE WS-CAR-SIS(WS-IX-CAR)     TO RML-SIS-CODIGO.
     MOVE WS-CAR-CODIGO(WS-IX-CAR)  TO RML-UCS-ORIGEM.
     MOVE WS-PRJ-CODIGO(WS-IX-PRJ)  TO RML-UCS-DESTINO.
     MOVE WS-PRJ-LOT-ORI(WS-IX-PRJ) TO RML-LOT-OUTRA.
     MOVE WS-PRJ-TIF-ORI(WS-IX-PRJ) TO RML-TIF-OUTRA.

     IF WS-PRJ-LOT-ORI(WS-IX-PRJ) EQUAL WS-MAP-LOT-DES(WS-IX-OUT) AND
        WS-PRJ-TIF-ORI(WS-IX-PRJ) EQUAL WS-MAP-TIF-DES(WS-IX-OUT)
        MOVE "DIVERGE-DO-DESTINO" TO RML-MOTIVO
     ELSE
        MOVE "DIVERGE-DE-ORIGEM"  TO RML-MOTIVO.

     WRITE REG-REL-MAPA.
     ADD 1 TO WS-CONT-IGNORADAS.

  0220-PROJETA-ABRANGENCIA-FIM.
     EXIT.

******************************************************************
*    GRUPO/PERFIL DA ORIGEM NA PROJECAO - SO ENTRA SE O DESTINO  *
*    PROJETADO TEM ABRANGENCIA NAO ZERADA PARA O SISTEMA (MESMO  *
*    0240 DO 682) E AINDA NAO TEM O ITEM                         *
******************************************************************

  0225-PROJETA-ITEM.

     MOVE "ABRANG"                 TO WS-CHV-TIPO.
     MOVE WS-CAR-SIS(WS-IX-CAR)    TO WS-CHV-SIS.

     PERFORM 0280-PROCURA-PROJECAO
        THRU 0280-PROCURA-PROJECAO-FIM.

     IF FLAG-ACHOU EQUAL "N"
        GO TO 0225-PROJETA-ITEM-FIM.

     IF WS-PRJ-CODIGO(WS-IX-PRJ) EQUAL ZEROS
        GO TO 0225-PROJETA-ITEM-FIM.

     MOVE WS-CAR-TIPO(WS-IX-CAR)   TO WS-CHV-TIPO.
     MOVE WS-CAR-CODIGO(WS-IX-CAR) TO WS-CHV-CODIGO.

     PERFORM 0280-PROCURA-PROJECAO
        THRU 0280-PROCURA-PROJECAO-FIM.

     IF FLAG-ACHOU EQUAL "N"
        PERFORM 0290-INCLUI-PROJECAO
           THRU 0290-INCLUI-PROJECAO-FIM.

  0225-PROJETA-ITEM-FIM.
     EXIT.

******************************************************************
*    GANHOS E PERDAS DA LINHA DO MAPA: GRUPO/PERFIL DA PROJECAO  *
*    AUSENTE NA ORIGEM = "GA"; DA ORIGEM AUSENTE NA PROJECAO =   *
*    "PE" (WS-TAB-CARGA TEM A MAC ATUAL DA ORIGEM)               *
******************************************************************

  0230-MONTA-DIFERENCA.

     MOVE ZEROS TO WS-CONT-DIF.
     MOVE 1 TO WS-IX-PRJ.

  0231-PROXIMO-PROJETADO.

     IF WS-IX-PRJ > WS-CONT-PROJ
        GO TO 0233-PERDAS.

     IF WS-PRJ-TIPO(WS-IX-PRJ) EQUAL "ABRANG"
        ADD 1 TO WS-IX-PRJ
        GO TO 0231-PROXIMO-PROJETADO.

     MOVE WS-PRJ-TIPO(WS-IX-PRJ)   TO WS-CHV-TIPO.
     MOVE WS-PRJ-SIS(WS-IX-PRJ)    TO WS-CHV-SIS.
     MOVE WS-PRJ-CODIGO(WS-IX-PRJ) TO WS-CHV-CODIGO.

     PERFORM 0285-PROCURA-CARGA
        THRU 0285-PROCURA-CARGA-FIM.

     IF FLAG-ACHOU EQUAL "N" AND WS-CONT-DIF < 1000
        ADD 1 TO WS-CONT-DIF
        MOVE "GA"          TO WS-DIF-LINHA(WS-CONT-DIF)
        MOVE WS-CHV-TIPO   TO WS-DIF-TIPO(WS-CONT-DIF)
        MOVE WS-CHV-SIS    TO WS-DIF-SIS(WS-CONT-DIF)
        MOVE WS-CHV-CODIGO TO WS-DIF-CODIGO(WS-CONT-DIF).

     ADD 1 TO WS-IX-PRJ.
     GO TO 0231-PROXIMO-PROJETADO.

  0233-PERDAS.

     MOVE 1 TO WS-IX-CAR.

  0234-PROXIMO-ATUAL.

     IF WS-IX-CAR > WS-CONT-CARGA
        GO TO 0230-MONTA-DIFERENCA-FIM.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "ABRANG"
        ADD 1 TO WS-IX-CAR
        GO TO 0234-PROXIMO-ATUAL.

     MOVE WS-CAR-TIPO(WS-IX-CAR)   TO WS-CHV-TIPO.
     MOVE WS-CAR-SIS(WS-IX-CAR)    TO WS-CHV-SIS.
     MOVE WS-CAR-CODIGO(WS-IX-CAR) TO WS-CHV-CODIGO.

     PERFORM 0280-PROCURA-PROJECAO
        THRU 0280-PROCURA-PROJECAO-FIM.

     IF FLAG-ACHOU EQUAL "N" AND WS-CONT-DIF < 1000
        ADD 1 TO WS-CONT-DIF
        MOVE "PE"          TO WS-DIF-LINHA(WS-CONT-DIF)
        MOVE WS-CHV-TIPO   TO WS-DIF-TIPO(WS-CONT-DIF)
        MOVE WS-CHV-SIS    TO WS-DIF-SIS(WS-CONT-DIF)
        MOVE WS-CHV-CODIGO TO WS-DIF-CODIGO(WS-CONT-DIF).

     ADD 1 TO WS-IX-CAR.
     GO TO 0234-PROXIMO-ATUAL.

  0230-MONTA-DIFERENCA-FIM.
     EXIT.

******************************************************************
*    USUARIOS DO CLIENTE CUJA LOTACAO/FUNCAO ORIGINAL RESOLVE    *
*    PARA A ORIGEM DA LINHA DO MAPA (MESMO 0250 DO 682) - NA     *
*    PREVIA CADA UM SAI NO RELATORIO COM OS GANHOS E PERDAS; NO  *
*    APLICA SO A QUANTIDADE E GUARDADA PARA A TRILHA             *
******************************************************************

  0250-PERCORRE-USUARIOS.

     MOVE ZEROS TO WS-QTD-AFETADOS.

     SET USC-POR-USUARIO TO BEGINNING.

  0251-PROXIMO-USUARIO.

     FIND KEY OF NEXT USC-POR-USUARIO AT
          CLI-CODIGO = CLI-JANELA-SEG-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0255-CONCLUI-USUARIOS
     END-FIND.

     MOVE USU-CODIGO OF USUARIO-CLI TO USU-CODIGO-WS.

     PERFORM 0630-RESOLVE-LOT-TIF-USU
        THRU 0630-RESOLVE-LOT-TIF-USU-FIM.

     IF LOT-CODIGO-WS NOT EQUAL WS-MAP-LOT-ORI(WS-IX-MAP) OR
        TIF-CODIGO-WS NOT EQUAL WS-MAP-TIF-ORI(WS-IX-MAP)
        GO TO 0251-PROXIMO-USUARIO.

     ADD 1 TO WS-QTD-AFETADOS.

     IF MODO-PREVIA
        PERFORM 0260-GRAVA-USUARIO
           THRU 0260-GRAVA-USUARIO-FIM.

     GO TO 0251-PROXIMO-USUARIO.

  0255-CONCLUI-USUARIOS.

     MOVE WS-QTD-AFETADOS TO WS-MAP-QTD-USUARIOS(WS-IX-MAP).

  0250-PERCORRE-USUARIOS-FIM.
     EXIT.

  0260-GRAVA-USUARIO.

     INITIALIZE REG-REL-MAPA.
     MOVE "US"          TO RML-TIPO-LINHA.
     MOVE USU-CODIGO-WS TO RML-USU-CODIGO.

     IF WS-CONT-DIF EQUAL ZEROS
        MOVE "SEM-DIFERENCA" TO RML-MOTIVO.

     PERFORM 0700-GRAVA-LINHA-MAPA
        THRU 0700-GRAVA-LINHA-MAPA-FIM.

     ADD 1 TO WS-CONT-SAIDA.

     MOVE 1 TO WS-IX-DIF.

  0261-PROXIMA-DIFERENCA.

     IF WS-IX-DIF > WS-CONT-DIF
        GO TO 0260-GRAVA-USUARIO-FIM.

     INITIALIZE REG-REL-MAPA.
     MOVE WS-DIF-LINHA(WS-IX-DIF) TO RML-TIPO-LINHA.
     MOVE USU-CODIGO-WS           TO RML-USU-CODIGO.
     MOVE WS-DIF-TIPO(WS-IX-DIF)  TO RML-TIPO-ITEM.
     MOVE WS-DIF-SIS(WS-IX-DIF)   TO RML-SIS-CODIGO.

     IF WS-DIF-TIPO(WS-IX-DIF) EQUAL "GRUPO"
        MOVE WS-DIF-CODIGO(WS-IX-DIF) TO RML-GOP-CODIGO
     ELSE
        MOVE WS-DIF-CODIGO(WS-IX-DIF) TO RML-PER-CODIGO.

     PERFORM 0700-GRAVA-LINHA-MAPA
        THRU 0700-GRAVA-LINHA-MAPA-FIM.

     ADD 1 TO WS-IX-DIF.
     GO TO 0261-PROXIMA-DIFERENCA.

  0260-GRAVA-USUARIO-FIM.
     EXIT.

******************************************************************
*    PESQUISAS NAS TABELAS DE ITENS PELA CHAVE WS-CHV-TIPO/SIS/  *
*    CODIGO (ABRANGENCIA: SO TIPO E SISTEMA)                     *
******************************************************************

  0280-PROCURA-PROJECAO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1 TO WS-IX-PRJ.

  0281-PROCURA-PROJECAO.

     IF WS-IX-PRJ > WS-CONT-PROJ
        GO TO 0280-PROCURA-PROJECAO-FIM.

     IF WS-PRJ-TIPO(WS-IX-PRJ) EQUAL WS-CHV-TIPO AND
        WS-PRJ-SIS(WS-IX-PRJ)  EQUAL WS-CHV-SIS  AND
       (WS-CHV-TIPO EQUAL "ABRANG" OR
        WS-PRJ-CODIGO(WS-IX-PRJ) EQUAL WS-CHV-CODIGO)
        MOVE "S" TO FLAG-ACHOU
        GO TO 0280-PROCURA-PROJECAO-FIM.

     ADD 1 TO WS-IX-PRJ.
     GO TO 0281-PROCURA-PROJECAO.

  0280-PROCURA-PROJECAO-FIM.
     EXIT.

  0285-PROCURA-CARGA.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1 TO WS-IX-OUT.

  0286-PROCURA-CARGA.

     IF WS-IX-OUT > WS-CONT-CARGA
        GO TO 0285-PROCURA-CARGA-FIM.

     IF WS-CAR-TIPO(WS-IX-OUT) EQUAL WS-CHV-TIPO AND
        WS-CAR-SIS(WS-IX-OUT)  EQUAL WS-CHV-SIS  AND
        WS-CAR-CODIGO(WS-IX-OUT) EQUAL WS-CHV-CODIGO
        MOVE "S" TO FLAG-ACHOU
        GO TO 0285-PROCURA-CARGA-FIM.

     ADD 1 TO WS-IX-OUT.
     GO TO 0286-PROCURA-CARGA.

  0285-PROCURA-CARGA-FIM.
     EXIT.

  0290-INCLUI-PROJECAO.

     IF WS-CONT-PROJ NOT < 1000
        DISPLAY "S0947-OBJ-700 - PROJECAO EXCEDE 1000 LINHAS: "
                WS-MAP-CLI(WS-IX-MAP) " " WS-MAP-LOT-DES(WS-IX-MAP)
                " " WS-MAP-TIF-DES(WS-IX-MAP)
        GO TO 0290-INCLUI-PROJECAO-FIM.

     ADD 1 TO WS-CONT-PROJ.
     MOVE WS-CAR-TIPO(WS-IX-CAR)   TO WS-PRJ-TIPO(WS-CONT-PROJ).
     MOVE WS-CAR-SIS(WS-IX-CAR)    TO WS-PRJ-SIS(WS-CONT-PROJ).
     MOVE WS-CAR-CODIGO(WS-IX-CAR) TO WS-PRJ-CODIGO(WS-CONT-PROJ).
     MOVE WS-LOT-COMB              TO WS-PRJ-LOT-ORI(WS-CONT-PROJ).
     MOVE WS-TIF-COMB              TO WS-PRJ-TIF-ORI(WS-CONT-PROJ).

  0290-INCLUI-PROJECAO-FIM.
     EXIT.

******************************************************************
*    CARGA DAS LINHAS DA MAC DE UMA COMBINACAO (WS-CLI/LOT/TIF-  *
*    COMB) EM WS-TAB-CARGA - ACIMA DE 500 LINHAS A CARGA FICA    *
*    INCOMPLETA E FLAG-CARGA-EXCEDIDA = "S"                      *
******************************************************************

  0300-CARREGA-COMBINACAO.

     MOVE ZEROS TO WS-CONT-CARGA.
     MOVE "N" TO FLAG-CARGA-EXCEDIDA.

     SET MAB-POR-LOT-TIF TO BEGINNING.

  0301-PROXIMA-ABRANGENCIA.

     FIND NEXT MAB-POR-LOT-TIF AT
          CLI-CODIGO = WS-CLI-COMB AND
          LOT-CODIGO = WS-LOT-COMB AND
          TIF-CODIGO = WS-TIF-COMB
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0302-CARREGA-GRUPOS
     END-FIND.

     IF WS-CONT-CARGA NOT < 500
        GO TO 0309-CARGA-EXCEDIDA.

     ADD 1 TO WS-CONT-CARGA.
     MOVE "ABRANG" TO WS-CAR-TIPO(WS-CONT-CARGA).
     MOVE SIS-CODIGO OF MATRIZ-ABRANG
       TO WS-CAR-SIS(WS-CONT-CARGA).
     MOVE UCS-ABRANGENCIA OF MATRIZ-ABRANG
       TO WS-CAR-CODIGO(WS-CONT-CARGA).
     MOVE ZEROS TO WS-CAR-DATA-INI(WS-CONT-CARGA)
                   WS-CAR-DATA-FIM(WS-CONT-CARGA).

     GO TO 0301-PROXIMA-ABRANGENCIA.

  0302-CARREGA-GRUPOS.

     SET MGR-POR-LOTAC TO BEGINNING.

  0303-PROXIMA-MATRIZ-GRUPO.

     FIND KEY OF NEXT MGR-POR-LOTAC AT
          CLI-CODIGO = WS-CLI-COMB AND
          LOT-CODIGO = WS-LOT-COMB AND
          TIF-CODIGO = WS-TIF-COMB
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0304-CARREGA-PERFIS
     END-FIND.

     IF WS-CONT-CARGA NOT < 500
        GO TO 0309-CARGA-EXCEDIDA.

     ADD 1 TO WS-CONT-CARGA.
     MOVE "GRUPO" TO WS-CAR-TIPO(WS-CONT-CARGA).
     MOVE SIS-CODIGO OF MATRIZ-GRUPO TO WS-CAR-SIS(WS-CONT-CARGA).
     MOVE GOP-CODIGO OF MATRIZ-GRUPO TO WS-CAR-CODIGO(WS-CONT-CARGA).
     MOVE MGR-SEC-INI-VAL OF MATRIZ-GRUPO
       TO WS-CAR-SEC-INI(WS-CONT-CARGA).
     MOVE MGR-ANO-INI-VAL OF MATRIZ-GRUPO
       TO WS-CAR-ANO-INI(WS-CONT-CARGA).
     MOVE MGR-MES-INI-VAL OF MATRIZ-GRUPO
       TO WS-CAR-MES-INI(WS-CONT-CARGA).
     MOVE MGR-DIA-INI-VAL OF MATRIZ-GRUPO
       TO WS-CAR-DIA-INI(WS-CONT-CARGA).
     MOVE MGR-SEC-FIM-VAL OF MATRIZ-GRUPO
       TO WS-CAR-SEC-FIM(WS-CONT-CARGA).
     MOVE MGR-ANO-FIM-VAL OF MATRIZ-GRUPO
       TO WS-CAR-ANO-FIM(WS-CONT-CARGA).
     MOVE MGR-MES-FIM-VAL OF MATRIZ-GRUPO
       TO WS-CAR-MES-FIM(WS-CONT-CARGA).
     MOVE MGR-DIA-FIM-VAL OF MATRIZ-GRUPO
       TO WS-CAR-DIA-FIM(WS-CONT-CARGA).

     GO TO 0303-PROXIMA-MATRIZ-GRUPO.

  0304-CARREGA-PERFIS.

     SET MPE-POR-LOT-TIF TO BEGINNING.

  0305-PROXIMA-MATRIZ-PERFIL.

     FIND KEY OF NEXT MPE-POR-LOT-TIF AT
          CLI-CODIGO = WS-CLI-COMB AND
          LOT-CODIGO = WS-LOT-COMB AND
          TIF-CODIGO = WS-TIF-COMB
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0300-CARREGA-COMBINACAO-FIM
     END-FIND.

     IF WS-CONT-CARGA NOT < 500
        GO TO 0309-CARGA-EXCEDIDA.

     ADD 1 TO WS-CONT-CARGA.
     MOVE "PERFIL" TO WS-CAR-TIPO(WS-CONT-CARGA).
     MOVE SIS-CODIGO OF MATRIZ-PERFIL TO WS-CAR-SIS(WS-CONT-CARGA).
     MOVE PER-CODIGO OF MATRIZ-PERFIL
       TO WS-CAR-CODIGO(WS-CONT-CARGA).
     MOVE MPE-SEC-INI-VAL OF MATRIZ-PERFIL
       TO WS-CAR-SEC-INI(WS-CONT-CARGA).
     MOVE MPE-ANO-INI-VAL OF MATRIZ-PERFIL
       TO WS-CAR-ANO-INI(WS-CONT-CARGA).
     MOVE MPE-MES-INI-VAL OF MATRIZ-PERFIL
       TO WS-CAR-MES-INI(WS-CONT-CARGA).
     MOVE MPE-DIA-INI-VAL OF MATRIZ-PERFIL
       TO WS-CAR-DIA-INI(WS-CONT-CARGA).
     MOVE MPE-SEC-FIM-VAL OF MATRIZ-PERFIL
       TO WS-CAR-SEC-FIM(WS-CONT-CARGA).
     MOVE MPE-ANO-FIM-VAL OF MATRIZ-PERFIL
       TO WS-CAR-ANO-FIM(WS-CONT-CARGA).
     MOVE MPE-MES-FIM-VAL OF MATRIZ-PERFIL
       TO WS-CAR-MES-FIM(WS-CONT-CARGA).
     MOVE MPE-DIA-FIM-VAL OF MATRIZ-PERFIL
       TO WS-CAR-DIA-FIM(WS-CONT-CARGA).

     GO TO 0305-PROXIMA-MATRIZ-PERFIL.

  0309-CARGA-EXCEDIDA.

     MOVE "S" TO FLAG-CARGA-EXCEDIDA.

     DISPLAY "S0947-OBJ-700 - COMBINACAO EXCEDE 500 LINHAS: "
             WS-CLI-COMB " " WS-LOT-COMB " " WS-TIF-COMB.

  0300-CARREGA-COMBINACAO-FIM.
     EXIT.

******************************************************************
*    VALIDACOES DO GRUPO/PERFIL DA LINHA WS-IX-CAR (MESMOS 0220, *
*    0230 E 0245 DO 682) - WS-MOTIVO EM BRANCO = LINHA VALIDA    *
******************************************************************

  0320-VALIDA-ITEM.

     MOVE SPACES TO WS-MOTIVO.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "GRUPO"
        FIND GOP-POR-IDENT AT
             CFS-VER-SISEG = VERSAO-SEG-WS          AND
             GOP-CLIENTE   = CLI-JANELA-SEG-WS      AND
             GOP-SISTEMA   = WS-CAR-SIS(WS-IX-CAR)  AND
             GOP-CODIGO    = WS-CAR-CODIGO(WS-IX-CAR)
             ON EXCEPTION
                IF DMSTATUS (NOTFOUND)
                   MOVE "GOP-NAO-CADASTRADO" TO WS-MOTIVO
                ELSE
                   PERFORM 10000-00-TRATA-ERRO-DMS
                      THRU 10000-99-TRATA-ERRO-DMS
                   MOVE "ERRO-DMS" TO WS-MOTIVO
                END-IF
                GO TO 0320-VALIDA-ITEM-FIM
        END-FIND
     ELSE
        FIND PER-POR-IDENT AT
             SIS-CODIGO = WS-CAR-SIS(WS-IX-CAR) AND
             PER-CODIGO = WS-CAR-CODIGO(WS-IX-CAR)
             ON EXCEPTION
                IF DMSTATUS (NOTFOUND)
                   MOVE "PER-NAO-CADASTRADO" TO WS-MOTIVO
                ELSE
                   PERFORM 10000-00-TRATA-ERRO-DMS
                      THRU 10000-99-TRATA-ERRO-DMS
                   MOVE "ERRO-DMS" TO WS-MOTIVO
                END-IF
                GO TO 0320-VALIDA-ITEM-FIM
        END-FIND
     END-IF.

*    JANELA DE VALIDADE OPCIONAL DA LINHA (ZEROS = SEM JANELA).
     MOVE WS-CAR-DATA-INI(WS-IX-CAR) TO WS-AAAAMMDD-INI-VAL.
     MOVE WS-CAR-DATA-FIM(WS-IX-CAR) TO WS-AAAAMMDD-FIM-VAL.

     IF WS-AAAAMMDD-FIM-VAL EQUAL ZEROS
        GO TO 0320-VALIDA-ITEM-FIM.

     IF WS-AAAAMMDD-INI-VAL NOT EQUAL ZEROS AND
        WS-AAAAMMDD-INI-VAL > WS-AAAAMMDD-FIM-VAL
        MOVE "JANELA-INCOERENTE" TO WS-MOTIVO
        GO TO 0320-VALIDA-ITEM-FIM.

     IF WS-AAAAMMDD-FIM-VAL < WS-AAAAMMDD-HOJE
        MOVE "JANELA-VENCIDA" TO WS-MOTIVO.

  0320-VALIDA-ITEM-FIM.
     EXIT.

******************************************************************
*    APLICA - COPIA CADA ORIGEM PARA O SEU DESTINO E SO DEPOIS   *
*    DE TODAS AS LINHAS DO MAPA LIMPA AS ORIGENS (NO             *
*    DESMEMBRAMENTO A MESMA ORIGEM ALIMENTA VARIOS DESTINOS)     *
******************************************************************

  0400-APLICA.

     MOVE 1 TO WS-IX-MAP.

  0401-PROXIMO-MAPA.

     IF WS-IX-MAP > WS-CONT-MAPA
        GO TO 0405-REMOCOES.

     PERFORM 0410-APLICA-MAPA
        THRU 0410-APLICA-MAPA-FIM.

     ADD 1 TO WS-IX-MAP.
     GO TO 0401-PROXIMO-MAPA.

  0405-REMOCOES.

     MOVE 1 TO WS-IX-MAP.

  0406-PROXIMA-REMOCAO.

     IF WS-IX-MAP > WS-CONT-MAPA
        GO TO 0400-APLICA-FIM.

     PERFORM 0500-REMOVE-ORIGEM
        THRU 0500-REMOVE-ORIGEM-FIM.

     ADD 1 TO WS-IX-MAP.
     GO TO 0406-PROXIMA-REMOCAO.

  0400-APLICA-FIM.
     EXIT.

  0410-APLICA-MAPA.

     MOVE WS-MAP-CLI(WS-IX-MAP) TO CLI-JANELA-SEG-WS.

     PERFORM 0250-PERCORRE-USUARIOS
        THRU 0250-PERCORRE-USUARIOS-FIM.

     MOVE WS-MAP-CLI(WS-IX-MAP)     TO WS-CLI-COMB.
     MOVE WS-MAP-LOT-ORI(WS-IX-MAP) TO WS-LOT-COMB.
     MOVE WS-MAP-TIF-ORI(WS-IX-MAP) TO WS-TIF-COMB.

     PERFORM 0300-CARREGA-COMBINACAO
        THRU 0300-CARREGA-COMBINACAO-FIM.

*    CARGA INCOMPLETA: NADA E MOVIDO E A ORIGEM NAO E LIMPA.
     IF FLAG-CARGA-EXCEDIDA EQUAL "S"
        MOVE "R" TO WS-MAP-SITUACAO(WS-IX-MAP)
        INITIALIZE REG-REL-MAPA
        MOVE "MI" TO RML-TIPO-LINHA
        MOVE "COMBINACAO-EXCEDE" TO RML-MOTIVO
        PERFORM 0700-GRAVA-LINHA-MAPA
           THRU 0700-GRAVA-LINHA-MAPA-FIM
        ADD 1 TO WS-CONT-IGNORADAS
        GO TO 0410-APLICA-MAPA-FIM.

     MOVE "A" TO WS-MAP-SITUACAO(WS-IX-MAP).
     MOVE 1 TO WS-IX-CAR.

  0411-PROXIMA-LINHA.

     IF WS-IX-CAR > WS-CONT-CARGA
        GO TO 0410-APLICA-MAPA-FIM.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "ABRANG"
        PERFORM 0420-MOVE-ABRANGENCIA
           THRU 0420-MOVE-ABRANGENCIA-FIM
     ELSE
        PERFORM 0430-MOVE-ITEM
           THRU 0430-MOVE-ITEM-FIM.

     ADD 1 TO WS-IX-CAR.
     GO TO 0411-PROXIMA-LINHA.

  0410-APLICA-MAPA-FIM.
     EXIT.

******************************************************************
*    ABRANGENCIA DA ORIGEM -> DESTINO: SEM ABRANGENCIA NO        *
*    DESTINO E CRIADA; COM A MESMA, NADA A FAZER; COM OUTRA, A   *
*    DO DESTINO PREVALECE E A LINHA FICA NA ORIGEM               *
******************************************************************

  0420-MOVE-ABRANGENCIA.

     MOVE ZEROS TO WS-UCS-DESTINO.

     IF WS-CAR-CODIGO(WS-IX-CAR) EQUAL ZEROS
        MOVE "ABRANG-ZERADA" TO WS-MOTIVO
        PERFORM 0470-RETEM-LINHA
           THRU 0470-RETEM-LINHA-FIM
        GO TO 0420-MOVE-ABRANGENCIA-FIM.

     FIND MAB-POR-LOT-TIF AT
           CLI-CODIGO   = WS-MAP-CLI(WS-IX-MAP)     AND
           SIS-CODIGO   = WS-CAR-SIS(WS-IX-CAR)     AND
           LOT-CODIGO   = WS-MAP-LOT-DES(WS-IX-MAP) AND
           TIF-CODIGO   = WS-MAP-TIF-DES(WS-IX-MAP)
           ON EXCEPTION
              IF DMSTATUS (NOTFOUND)
                 GO TO 0425-CRIA-ABRANGENCIA
              END-IF
              PERFORM 10000-00-TRATA-ERRO-DMS
                 THRU 10000-99-TRATA-ERRO-DMS
              MOVE "ERRO-DMS" TO WS-MOTIVO
              PERFORM 0470-RETEM-LINHA
                 THRU 0470-RETEM-LINHA-FIM
              GO TO 0420-MOVE-ABRANGENCIA-FIM
     END-FIND.

     MOVE UCS-ABRANGENCIA OF MATRIZ-ABRANG TO WS-UCS-DESTINO.

     IF WS-UCS-DESTINO EQUAL WS-CAR-CODIGO(WS-IX-CAR)
        MOVE "JA-NO-DESTINO" TO WS-MOTIVO
        PERFORM 0480-GRAVA-MOVIDA
           THRU 0480-GRAVA-MOVIDA-FIM
        GO TO 0420-MOVE-ABRANGENCIA-FIM.

     MOVE "ABRANG-DIVERGENTE" TO WS-MOTIVO.
     PERFORM 0470-RETEM-LINHA
        THRU 0470-RETEM-LINHA-FIM.
     GO TO 0420-MOVE-ABRANGENCIA-FIM.

  0425-CRIA-ABRANGENCIA.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0427-FALHA-ABRANGENCIA.

     CREATE MATRIZ-ABRANG.
     MOVE WS-MAP-CLI(WS-IX-MAP)     TO CLI-CODIGO OF MATRIZ-ABRANG.
     MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO LOT-CODIGO OF MATRIZ-ABRANG.
     MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO TIF-CODIGO OF MATRIZ-ABRANG.
     MOVE WS-CAR-SIS(WS-IX-CAR)     TO SIS-CODIGO OF MATRIZ-ABRANG.
     MOVE WS-CAR-CODIGO(WS-IX-CAR)
       TO UCS-ABRANGENCIA OF MATRIZ-ABRANG.

     STORE MATRIZ-ABRANG
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0426-ABORTA-ABRANGENCIA
     END-STORE.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0427-FALHA-ABRANGENCIA.

     MOVE SPACES TO WS-MOTIVO.
     PERFORM 0480-GRAVA-MOVIDA
        THRU 0480-GRAVA-MOVIDA-FIM.

     GO TO 0420-MOVE-ABRANGENCIA-FIM.

  0426-ABORTA-ABRANGENCIA.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0427-FALHA-ABRANGENCIA.

     MOVE "ERRO-DMS" TO WS-MOTIVO.
     PERFORM 0470-RETEM-LINHA
        THRU 0470-RETEM-LINHA-FIM.

  0420-MOVE-ABRANGENCIA-FIM.
     EXIT.

******************************************************************
*    GRUPO/PERFIL DA ORIGEM -> DESTINO COM AS VALIDACOES DO 682  *
*    (CADASTRO, JANELA, ABRANGENCIA DO DESTINO E DUPLICIDADE) -  *
*    A JANELA DE VALIDADE DA LINHA VAI JUNTO                     *
******************************************************************

  0430-MOVE-ITEM.

     PERFORM 0320-VALIDA-ITEM
        THRU 0320-VALIDA-ITEM-FIM.

     IF WS-MOTIVO NOT EQUAL SPACES
        PERFORM 0470-RETEM-LINHA
           THRU 0470-RETEM-LINHA-FIM
        GO TO 0430-MOVE-ITEM-FIM.

*    O DESTINO PRECISA TER ABRANGENCIA DEFINIDA PARA O SISTEMA -
*    SEM ELA O ACESSO NASCE COM ALCANCE INDEFINIDO (OCORRENCIA DO
*    673).
     FIND MAB-POR-LOT-TIF AT
           CLI-CODIGO   = WS-MAP-CLI(WS-IX-MAP)     AND
           SIS-CODIGO   = WS-CAR-SIS(WS-IX-CAR)     AND
           LOT-CODIGO   = WS-MAP-LOT-DES(WS-IX-MAP) AND
           TIF-CODIGO   = WS-MAP-TIF-DES(WS-IX-MAP)
           ON EXCEPTION
              IF DMSTATUS (NOTFOUND)
                 MOVE "DESTINO-SEM-ABRANG" TO WS-MOTIVO
              ELSE
                 PERFORM 10000-00-TRATA-ERRO-DMS
                    THRU 10000-99-TRATA-ERRO-DMS
                 MOVE "ERRO-DMS" TO WS-MOTIVO
              END-IF
              PERFORM 0470-RETEM-LINHA
                 THRU 0470-RETEM-LINHA-FIM
              GO TO 0430-MOVE-ITEM-FIM
     END-FIND.

     IF UCS-ABRANGENCIA OF MATRIZ-ABRANG EQUAL ZEROS
        MOVE "DESTINO-ABRANG-ZERO" TO WS-MOTIVO
        PERFORM 0470-RETEM-LINHA
           THRU 0470-RETEM-LINHA-FIM
        GO TO 0430-MOVE-ITEM-FIM.

*    ITEM JA PRESENTE NO DESTINO NAO E DUPLICADO - A LINHA DA
*    ORIGEM SAI NA LIMPEZA COMO AS DEMAIS.
     PERFORM 0440-VERIFICA-DUPLICIDADE
        THRU 0440-VERIFICA-DUPLICIDADE-FIM.

     IF FLAG-ACHOU EQUAL "S"
        MOVE "JA-NO-DESTINO" TO WS-MOTIVO
        PERFORM 0480-GRAVA-MOVIDA
           THRU 0480-GRAVA-MOVIDA-FIM
        GO TO 0430-MOVE-ITEM-FIM.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0437-FALHA-INCLUSAO.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "GRUPO"
        CREATE MATRIZ-GRUPO
        MOVE WS-MAP-CLI(WS-IX-MAP)     TO CLI-CODIGO OF MATRIZ-GRUPO
        MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO LOT-CODIGO OF MATRIZ-GRUPO
        MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO TIF-CODIGO OF MATRIZ-GRUPO
        MOVE WS-CAR-SIS(WS-IX-CAR)     TO SIS-CODIGO OF MATRIZ-GRUPO
        MOVE WS-CAR-CODIGO(WS-IX-CAR)  TO GOP-CODIGO OF MATRIZ-GRUPO
        MOVE WS-CAR-SEC-INI(WS-IX-CAR)
          TO MGR-SEC-INI-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-ANO-INI(WS-IX-CAR)
          TO MGR-ANO-INI-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-MES-INI(WS-IX-CAR)
          TO MGR-MES-INI-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-DIA-INI(WS-IX-CAR)
          TO MGR-DIA-INI-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-SEC-FIM(WS-IX-CAR)
          TO MGR-SEC-FIM-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-ANO-FIM(WS-IX-CAR)
          TO MGR-ANO-FIM-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-MES-FIM(WS-IX-CAR)
          TO MGR-MES-FIM-VAL OF MATRIZ-GRUPO
        MOVE WS-CAR-DIA-FIM(WS-IX-CAR)
          TO MGR-DIA-FIM-VAL OF MATRIZ-GRUPO
        STORE MATRIZ-GRUPO
            ON EXCEPTION
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
               GO TO 0436-ABORTA-INCLUSAO
        END-STORE
     ELSE
        CREATE MATRIZ-PERFIL
        MOVE WS-MAP-CLI(WS-IX-MAP)     TO CLI-CODIGO OF MATRIZ-PERFIL
        MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO LOT-CODIGO OF MATRIZ-PERFIL
        MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO TIF-CODIGO OF MATRIZ-PERFIL
        MOVE WS-CAR-SIS(WS-IX-CAR)     TO SIS-CODIGO OF MATRIZ-PERFIL
        MOVE WS-CAR-CODIGO(WS-IX-CAR)  TO PER-CODIGO OF MATRIZ-PERFIL
        MOVE WS-CAR-SEC-INI(WS-IX-CAR)
          TO MPE-SEC-INI-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-ANO-INI(WS-IX-CAR)
          TO MPE-ANO-INI-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-MES-INI(WS-IX-CAR)
          TO MPE-MES-INI-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-DIA-INI(WS-IX-CAR)
          TO MPE-DIA-INI-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-SEC-FIM(WS-IX-CAR)
          TO MPE-SEC-FIM-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-ANO-FIM(WS-IX-CAR)
          TO MPE-ANO-FIM-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-MES-FIM(WS-IX-CAR)
          TO MPE-MES-FIM-VAL OF MATRIZ-PERFIL
        MOVE WS-CAR-DIA-FIM(WS-IX-CAR)
          TO MPE-DIA-FIM-VAL OF MATRIZ-PERFIL
        STORE MATRIZ-PERFIL
            ON EXCEPTION
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
               GO TO 0436-ABORTA-INCLUSAO
        END-STORE
     END-IF.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0437-FALHA-INCLUSAO.

     MOVE SPACES TO WS-MOTIVO.
     PERFORM 0480-GRAVA-MOVIDA
        THRU 0480-GRAVA-MOVIDA-FIM.

     GO TO 0430-MOVE-ITEM-FIM.

  0436-ABORTA-INCLUSAO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS.

  0437-FALHA-INCLUSAO.

     MOVE "ERRO-DMS" TO WS-MOTIVO.
     PERFORM 0470-RETEM-LINHA
        THRU 0470-RETEM-LINHA-FIM.

  0430-MOVE-ITEM-FIM.
     EXIT.

******************************************************************
*    O GRUPO/PERFIL JA ESTA NA MATRIZ DO DESTINO? (MESMO 0260 DO *
*    682, COM A COMBINACAO DE DESTINO)                           *
******************************************************************

  0440-VERIFICA-DUPLICIDADE.

     MOVE "N" TO FLAG-ACHOU.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "PERFIL"
        GO TO 0445-DUPLICIDADE-PERFIL.

     SET MGR-POR-LOTAC TO BEGINNING.

  0441-PROXIMA-MATRIZ-GRUPO.

     FIND KEY OF NEXT MGR-POR-LOTAC AT
          CLI-CODIGO = WS-MAP-CLI(WS-IX-MAP)     AND
          LOT-CODIGO = WS-MAP-LOT-DES(WS-IX-MAP) AND
          TIF-CODIGO = WS-MAP-TIF-DES(WS-IX-MAP)
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0440-VERIFICA-DUPLICIDADE-FIM
     END-FIND.

     IF SIS-CODIGO OF MATRIZ-GRUPO NOT EQUAL WS-CAR-SIS(WS-IX-CAR)
        GO TO 0441-PROXIMA-MATRIZ-GRUPO.

     IF GOP-CODIGO OF MATRIZ-GRUPO NOT EQUAL WS-CAR-CODIGO(WS-IX-CAR)
        GO TO 0441-PROXIMA-MATRIZ-GRUPO.

     MOVE "S" TO FLAG-ACHOU.
     GO TO 0440-VERIFICA-DUPLICIDADE-FIM.

  0445-DUPLICIDADE-PERFIL.

     SET MPE-POR-LOT-TIF TO BEGINNING.

  0446-PROXIMA-MATRIZ-PERFIL.

     FIND KEY OF NEXT MPE-POR-LOT-TIF AT
          CLI-CODIGO = WS-MAP-CLI(WS-IX-MAP)     AND
          LOT-CODIGO = WS-MAP-LOT-DES(WS-IX-MAP) AND
          TIF-CODIGO = WS-MAP-TIF-DES(WS-IX-MAP)
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0440-VERIFICA-DUPLICIDADE-FIM
     END-FIND.

     IF SIS-CODIGO OF MATRIZ-PERFIL NOT EQUAL WS-CAR-SIS(WS-IX-CAR)
        GO TO 0446-PROXIMA-MATRIZ-PERFIL.

     IF PER-CODIGO OF MATRIZ-PERFIL NOT EQUAL
        WS-CAR-CODIGO(WS-IX-CAR)
        GO TO 0446-PROXIMA-MATRIZ-PERFIL.

     MOVE "S" TO FLAG-ACHOU.

  0440-VERIFICA-DUPLICIDADE-FIM.
     EXIT.

******************************************************************
*    LINHA QUE FICA NA ORIGEM ("IG") - ENTRA NA TABELA DE RETIDOS*
*    PARA NAO SER REMOVIDA; GRUPO/PERFIL RECUSADO TAMBEM VAI PARA*
*    A TRILHA COMO INCLUSAO REJEITADA, COMO NO 682. TABELA CHEIA *
*    PRESERVA A ORIGEM INTEIRA.                                  *
******************************************************************

  0470-RETEM-LINHA.

     IF WS-CONT-RET NOT < 2000
        MOVE "R" TO WS-MAP-SITUACAO(WS-IX-MAP)
     ELSE
        ADD 1 TO WS-CONT-RET
        MOVE WS-MAP-CLI(WS-IX-MAP)     TO WS-RET-CLI(WS-CONT-RET)
        MOVE WS-MAP-LOT-ORI(WS-IX-MAP) TO WS-RET-LOT(WS-CONT-RET)
        MOVE WS-MAP-TIF-ORI(WS-IX-MAP) TO WS-RET-TIF(WS-CONT-RET)
        MOVE WS-CAR-TIPO(WS-IX-CAR)    TO WS-RET-TIPO(WS-CONT-RET)
        MOVE WS-CAR-SIS(WS-IX-CAR)     TO WS-RET-SIS(WS-CONT-RET)
        MOVE WS-CAR-CODIGO(WS-IX-CAR)  TO WS-RET-CODIGO(WS-CONT-RET).

     INITIALIZE REG-REL-MAPA.
     MOVE "IG" TO RML-TIPO-LINHA.
     PERFORM 0710-ITEM-NA-LINHA
        THRU 0710-ITEM-NA-LINHA-FIM.
     PERFORM 0700-GRAVA-LINHA-MAPA
        THRU 0700-GRAVA-LINHA-MAPA-FIM.

     ADD 1 TO WS-CONT-IGNORADAS.

     IF WS-CAR-TIPO(WS-IX-CAR) NOT EQUAL "ABRANG" AND
        WS-MOTIVO NOT EQUAL "ERRO-DMS"
        MOVE "INCLUIR"                 TO WS-AUD-ACAO
        MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO WS-AUD-LOT
        MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO WS-AUD-TIF
        MOVE "REJEITADA"               TO WS-AUD-RESULTADO
        PERFORM 0800-GRAVA-AUDITORIA
           THRU 0800-GRAVA-AUDITORIA-FIM.

  0470-RETEM-LINHA-FIM.
     EXIT.

******************************************************************
*    LINHA LEVADA AO DESTINO ("MV") - SE FOI CRIADA AGORA (SEM   *
*    MOTIVO), A INCLUSAO VAI PARA A TRILHA                       *
******************************************************************

  0480-GRAVA-MOVIDA.

     INITIALIZE REG-REL-MAPA.
     MOVE "MV" TO RML-TIPO-LINHA.
     PERFORM 0710-ITEM-NA-LINHA
        THRU 0710-ITEM-NA-LINHA-FIM.
     PERFORM 0700-GRAVA-LINHA-MAPA
        THRU 0700-GRAVA-LINHA-MAPA-FIM.

     ADD 1 TO WS-CONT-SAIDA.

     IF WS-MOTIVO EQUAL SPACES
        MOVE "INCLUIR"                 TO WS-AUD-ACAO
        MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO WS-AUD-LOT
        MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO WS-AUD-TIF
        MOVE "EXECUTADA"               TO WS-AUD-RESULTADO
        PERFORM 0800-GRAVA-AUDITORIA
           THRU 0800-GRAVA-AUDITORIA-FIM.

  0480-GRAVA-MOVIDA-FIM.
     EXIT.

******************************************************************
*    LIMPEZA DA ORIGEM - UMA VEZ POR ORIGEM (NA PRIMEIRA LINHA DO*
*    MAPA QUE A CITA), SO SE TODAS AS LINHAS DELA FORAM          *
*    APLICADAS. AS LINHAS SAEM DE TRAS PARA FRENTE (PERFIS,      *
*    GRUPOS E POR ULTIMO ABRANGENCIAS), E A ABRANGENCIA DE UM    *
*    SISTEMA COM LINHA RETIDA FICA                               *
******************************************************************

  0500-REMOVE-ORIGEM.

     MOVE "S" TO FLAG-ORIGEM-LIBERADA.
     MOVE 1 TO WS-IX-OUT.

  0501-MESMA-ORIGEM.

     IF WS-IX-OUT > WS-CONT-MAPA
        GO TO 0502-LIMPA-ORIGEM.

     IF WS-MAP-CLI(WS-IX-OUT)     NOT EQUAL WS-MAP-CLI(WS-IX-MAP) OR
        WS-MAP-LOT-ORI(WS-IX-OUT) NOT EQUAL WS-MAP-LOT-ORI(WS-IX-MAP)
        OR
        WS-MAP-TIF-ORI(WS-IX-OUT) NOT EQUAL WS-MAP-TIF-ORI(WS-IX-MAP)
        ADD 1 TO WS-IX-OUT
        GO TO 0501-MESMA-ORIGEM.

*    ORIGEM JA TRATADA NUMA LINHA ANTERIOR DO MAPA.
     IF WS-IX-OUT < WS-IX-MAP
        GO TO 0500-REMOVE-ORIGEM-FIM.

     IF WS-MAP-SITUACAO(WS-IX-OUT) NOT EQUAL "A"
        MOVE "N" TO FLAG-ORIGEM-LIBERADA.

     ADD 1 TO WS-IX-OUT.
     GO TO 0501-MESMA-ORIGEM.

  0502-LIMPA-ORIGEM.

     IF FLAG-ORIGEM-LIBERADA EQUAL "N"
        INITIALIZE REG-REL-MAPA
        MOVE "MI" TO RML-TIPO-LINHA
        MOVE "ORIGEM-PRESERVADA" TO RML-MOTIVO
        PERFORM 0700-GRAVA-LINHA-MAPA
           THRU 0700-GRAVA-LINHA-MAPA-FIM
        GO TO 0500-REMOVE-ORIGEM-FIM.

     MOVE WS-MAP-CLI(WS-IX-MAP)     TO CLI-JANELA-SEG-WS.
     MOVE WS-MAP-CLI(WS-IX-MAP)     TO WS-CLI-COMB.
     MOVE WS-MAP-LOT-ORI(WS-IX-MAP) TO WS-LOT-COMB.
     MOVE WS-MAP-TIF-ORI(WS-IX-MAP) TO WS-TIF-COMB.

     PERFORM 0300-CARREGA-COMBINACAO
        THRU 0300-CARREGA-COMBINACAO-FIM.

     MOVE WS-CONT-CARGA TO WS-IX-CAR.

  0503-LINHA-ANTERIOR.

     IF WS-IX-CAR EQUAL ZEROS
        GO TO 0500-REMOVE-ORIGEM-FIM.

     PERFORM 0520-PROCURA-RETIDO
        THRU 0520-PROCURA-RETIDO-FIM.

     IF FLAG-ACHOU EQUAL "N"
        IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "ABRANG"
           PERFORM 0530-REMOVE-ABRANGENCIA
              THRU 0530-REMOVE-ABRANGENCIA-FIM
        ELSE
           IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "GRUPO"
              PERFORM 0540-REMOVE-GRUPO
                 THRU 0540-REMOVE-GRUPO-FIM
           ELSE
              PERFORM 0550-REMOVE-PERFIL
                 THRU 0550-REMOVE-PERFIL-FIM
           END-IF
        END-IF
     END-IF.

     SUBTRACT 1 FROM WS-IX-CAR.
     GO TO 0503-LINHA-ANTERIOR.

  0500-REMOVE-ORIGEM-FIM.
     EXIT.

******************************************************************
*    A LINHA WS-IX-CAR DA ORIGEM FICOU RETIDA? (ABRANGENCIA: HA  *
*    QUALQUER LINHA RETIDA DO MESMO SISTEMA NA ORIGEM?)          *
******************************************************************

  0520-PROCURA-RETIDO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1 TO WS-IX-RET.

  0521-PROCURA-RETIDO.

     IF WS-IX-RET > WS-CONT-RET
        GO TO 0520-PROCURA-RETIDO-FIM.

     IF WS-RET-CLI(WS-IX-RET) EQUAL WS-MAP-CLI(WS-IX-MAP)     AND
        WS-RET-LOT(WS-IX-RET) EQUAL WS-MAP-LOT-ORI(WS-IX-MAP) AND
        WS-RET-TIF(WS-IX-RET) EQUAL WS-MAP-TIF-ORI(WS-IX-MAP) AND
        WS-RET-SIS(WS-IX-RET) EQUAL WS-CAR-SIS(WS-IX-CAR)     AND
       (WS-CAR-TIPO(WS-IX-CAR) EQUAL "ABRANG" OR
       (WS-RET-TIPO(WS-IX-RET) EQUAL WS-CAR-TIPO(WS-IX-CAR) AND
        WS-RET-CODIGO(WS-IX-RET) EQUAL WS-CAR-CODIGO(WS-IX-CAR)))
        MOVE "S" TO FLAG-ACHOU
        GO TO 0520-PROCURA-RETIDO-FIM.

     ADD 1 TO WS-IX-RET.
     GO TO 0521-PROCURA-RETIDO.

  0520-PROCURA-RETIDO-FIM.
     EXIT.

******************************************************************
*    REMOCAO DA LINHA DA ORIGEM, SOB TRANSACAO (MESMOS 0331/0333 *
*    DO 682)                                                     *
******************************************************************

  0530-REMOVE-ABRANGENCIA.

     MOVE "N" TO FLAG-ACHOU.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0530-REMOVE-ABRANGENCIA-FIM.

     LOCK MAB-POR-LOT-TIF AT
           CLI-CODIGO   = WS-MAP-CLI(WS-IX-MAP)     AND
           SIS-CODIGO   = WS-CAR-SIS(WS-IX-CAR)     AND
           LOT-CODIGO   = WS-MAP-LOT-ORI(WS-IX-MAP) AND
           TIF-CODIGO   = WS-MAP-TIF-ORI(WS-IX-MAP)
           ON EXCEPTION
              IF NOT DMSTATUS(NOTFOUND)
                 PERFORM 10000-00-TRATA-ERRO-DMS
                    THRU 10000-99-TRATA-ERRO-DMS
              END-IF
              GO TO 0535-CONCLUI-ABRANGENCIA
     END-LOCK.

     DELETE MATRIZ-ABRANG
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0535-CONCLUI-ABRANGENCIA
     END-DELETE.

     MOVE "S" TO FLAG-ACHOU.

  0535-CONCLUI-ABRANGENCIA.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0530-REMOVE-ABRANGENCIA-FIM.

     IF FLAG-ACHOU EQUAL "S"
        PERFORM 0560-GRAVA-REMOVIDA
           THRU 0560-GRAVA-REMOVIDA-FIM.

  0530-REMOVE-ABRANGENCIA-FIM.
     EXIT.

  0540-REMOVE-GRUPO.

     MOVE "N" TO FLAG-ACHOU.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0540-REMOVE-GRUPO-FIM.

     SET MGR-POR-LOTAC TO BEGINNING.

  0541-PROXIMA-MATRIZ-GRUPO.

     LOCK KEY OF NEXT MGR-POR-LOTAC AT
          CLI-CODIGO = WS-MAP-CLI(WS-IX-MAP)     AND
          LOT-CODIGO = WS-MAP-LOT-ORI(WS-IX-MAP) AND
          TIF-CODIGO = WS-MAP-TIF-ORI(WS-IX-MAP)
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0545-CONCLUI-GRUPO
     END-LOCK.

     IF SIS-CODIGO OF MATRIZ-GRUPO NOT EQUAL WS-CAR-SIS(WS-IX-CAR)
        GO TO 0541-PROXIMA-MATRIZ-GRUPO.

     IF GOP-CODIGO OF MATRIZ-GRUPO NOT EQUAL WS-CAR-CODIGO(WS-IX-CAR)
        GO TO 0541-PROXIMA-MATRIZ-GRUPO.

     DELETE MATRIZ-GRUPO
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0545-CONCLUI-GRUPO
     END-DELETE.

     MOVE "S" TO FLAG-ACHOU.

  0545-CONCLUI-GRUPO.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0540-REMOVE-GRUPO-FIM.

     IF FLAG-ACHOU EQUAL "S"
        PERFORM 0560-GRAVA-REMOVIDA
           THRU 0560-GRAVA-REMOVIDA-FIM.

  0540-REMOVE-GRUPO-FIM.
     EXIT.

  0550-REMOVE-PERFIL.

     MOVE "N" TO FLAG-ACHOU.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0550-REMOVE-PERFIL-FIM.

     SET MPE-POR-LOT-TIF TO BEGINNING.

  0551-PROXIMA-MATRIZ-PERFIL.

     LOCK KEY OF NEXT MPE-POR-LOT-TIF AT
          CLI-CODIGO = WS-MAP-CLI(WS-IX-MAP)     AND
          LOT-CODIGO = WS-MAP-LOT-ORI(WS-IX-MAP) AND
          TIF-CODIGO = WS-MAP-TIF-ORI(WS-IX-MAP)
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0555-CONCLUI-PERFIL
     END-LOCK.

     IF SIS-CODIGO OF MATRIZ-PERFIL NOT EQUAL WS-CAR-SIS(WS-IX-CAR)
        GO TO 0551-PROXIMA-MATRIZ-PERFIL.

     IF PER-CODIGO OF MATRIZ-PERFIL NOT EQUAL
        WS-CAR-CODIGO(WS-IX-CAR)
        GO TO 0551-PROXIMA-MATRIZ-PERFIL.

     DELETE MATRIZ-PERFIL
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0555-CONCLUI-PERFIL
     END-DELETE.

     MOVE "S" TO FLAG-ACHOU.

  0555-CONCLUI-PERFIL.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0550-REMOVE-PERFIL-FIM.

     IF FLAG-ACHOU EQUAL "S"
        PERFORM 0560-GRAVA-REMOVIDA
           THRU 0560-GRAVA-REMOVIDA-FIM.

  0550-REMOVE-PERFIL-FIM.
     EXIT.

  0560-GRAVA-REMOVIDA.

     MOVE SPACES TO WS-MOTIVO.
     MOVE ZEROS  TO WS-UCS-DESTINO.

     INITIALIZE REG-REL-MAPA.
     MOVE "RM" TO RML-TIPO-LINHA.
     PERFORM 0710-ITEM-NA-LINHA
        THRU 0710-ITEM-NA-LINHA-FIM.
     PERFORM 0700-GRAVA-LINHA-MAPA
        THRU 0700-GRAVA-LINHA-MAPA-FIM.

     MOVE "REMOVER"                 TO WS-AUD-ACAO.
     MOVE WS-MAP-LOT-ORI(WS-IX-MAP) TO WS-AUD-LOT.
     MOVE WS-MAP-TIF-ORI(WS-IX-MAP) TO WS-AUD-TIF.
     MOVE "EXECUTADA"               TO WS-AUD-RESULTADO.
     PERFORM 0800-GRAVA-AUDITORIA
        THRU 0800-GRAVA-AUDITORIA-FIM.

  0560-GRAVA-REMOVIDA-FIM.
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
           CLI-CODIGO = CLI-JANELA-SEG-WS AND
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
               CLI-CODIGO   =  CLI-JANELA-SEG-WS AND
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
               CLI-CODIGO   =  CLI-JANELA-SEG-WS AND
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
*    LINHAS DO RELATORIO - 0700 COMPLETA A LINHA COM A LINHA DO  *
*    MAPA CORRENTE E GRAVA; 0710 PREENCHE O ITEM DA LINHA        *
*    WS-IX-CAR E O MOTIVO                                        *
******************************************************************

  0700-GRAVA-LINHA-MAPA.

     MOVE WS-MAP-CLI(WS-IX-MAP)     TO RML-CLI-CODIGO.
     MOVE WS-MAP-LOT-ORI(WS-IX-MAP) TO RML-LOT-ORIGEM.
     MOVE WS-MAP-TIF-ORI(WS-IX-MAP) TO RML-TIF-ORIGEM.
     MOVE WS-MAP-LOT-DES(WS-IX-MAP) TO RML-LOT-DESTINO.
     MOVE WS-MAP-TIF-DES(WS-IX-MAP) TO RML-TIF-DESTINO.

     WRITE REG-REL-MAPA.

  0700-GRAVA-LINHA-MAPA-FIM.
     EXIT.

  0710-ITEM-NA-LINHA.

     MOVE WS-CAR-TIPO(WS-IX-CAR) TO RML-TIPO-ITEM.
     MOVE WS-CAR-SIS(WS-IX-CAR)  TO RML-SIS-CODIGO.
     MOVE WS-MOTIVO              TO RML-MOTIVO.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "GRUPO"
        MOVE WS-CAR-CODIGO(WS-IX-CAR) TO RML-GOP-CODIGO
     ELSE
        IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "PERFIL"
           MOVE WS-CAR-CODIGO(WS-IX-CAR) TO RML-PER-CODIGO
        ELSE
           MOVE WS-CAR-CODIGO(WS-IX-CAR) TO RML-UCS-ORIGEM
           MOVE WS-UCS-DESTINO           TO RML-UCS-DESTINO.

  0710-ITEM-NA-LINHA-FIM.
     EXIT.

******************************************************************
*    TRILHA DE AUDITORIA DA MANUTENCAO (LAYOUT DO 682) - ITEM DA *
*    LINHA WS-IX-CAR, COMBINACAO EM WS-AUD-LOT/TIF               *
******************************************************************

  0800-GRAVA-AUDITORIA.

     MOVE SEC-SISTEMA OF DATA-SISTEMAR TO AMC-SEC-ACAO.
     MOVE ANO-SISTEMA OF DATA-SISTEMAR TO AMC-ANO-ACAO.
     MOVE MES-SISTEMA OF DATA-SISTEMAR TO AMC-MES-ACAO.
     MOVE DIA-SISTEMA OF DATA-SISTEMAR TO AMC-DIA-ACAO.

     MOVE ZEROS TO AMC-USERCODE AMC-STATION AMC-TIMESTAMP.

     MOVE WS-MAP-CLI(WS-IX-MAP)  TO AMC-CLI-CODIGO.
     MOVE WS-AUD-ACAO            TO AMC-ACAO.
     MOVE WS-CAR-TIPO(WS-IX-CAR) TO AMC-TIPO-ITEM.
     MOVE WS-AUD-LOT             TO AMC-LOT-CODIGO.
     MOVE WS-AUD-TIF             TO AMC-TIF-CODIGO.
     MOVE WS-CAR-SIS(WS-IX-CAR)  TO AMC-SIS-CODIGO.
     MOVE ZEROS TO AMC-GOP-CODIGO AMC-PER-CODIGO.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "GRUPO"
        MOVE WS-CAR-CODIGO(WS-IX-CAR) TO AMC-GOP-CODIGO.

     IF WS-CAR-TIPO(WS-IX-CAR) EQUAL "PERFIL"
        MOVE WS-CAR-CODIGO(WS-IX-CAR) TO AMC-PER-CODIGO.

     MOVE WS-MAP-QTD-USUARIOS(WS-IX-MAP) TO AMC-QTD-AFETADOS.
     MOVE WS-AUD-RESULTADO       TO AMC-RESULTADO.

     MOVE "AUDMACMNT"                    TO SEL-TRILHA.
     MOVE AMC-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO AMC-SEQ-TRILHA.
     MOVE AUD-REG-MACMNT                 TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-MACMNT) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO AMC-CHECK-TRILHA.

     WRITE AUD-REG-MACMNT.

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

     DISPLAY "S0947-OBJ-700 - ERRO DMS " DMS-RESULT-WS.

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
     MOVE WS-CONT-LIDAS     TO LED-CONT-ENTRADA.
     MOVE WS-CONT-SAIDA     TO LED-CONT-SAIDA.
     MOVE WS-CONT-IGNORADAS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-700" TO LED-PROGRAMA.

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
