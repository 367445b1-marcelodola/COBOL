$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-697.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   PONTUACAO NOTURNA DE RISCO DE ACESSO POR USUARIO             *
*----------------------------------------------------------------*
*  AS MESMAS PESSOAS APARECEM EM VARIOS RELATORIOS DE EXCECAO DA *
*  FAMILIA. ESTE PROGRAMA JUNTA, POR CLIENTE/USUARIO, OS ACHADOS *
*  DE CADA UM E CALCULA UMA PONTUACAO PONDERADA:                 *
*    1 SEGREG   - LINHAS DE VIOLACAO DE SEGREGACAO (RELSEGREG,   *
*                 S0947-OBJ-671);                                *
*    2 NAOUSADO - GRUPOS NUNCA USADOS (RELNAOUSADO, 690);        *
*    3 CONFLITO - SOBREPOSICAO MEX/MAC (RELCONFLITOS, 656) -     *
*                 CADA SIS/GOP CONTA UMA VEZ, POR MAIS QUE O     *
*                 PERFIL TENHA SIDO CONSULTADO;                  *
*    4 SEMVINC  - ACESSO SEM VINCULO FUNCIONAL (RELRECONCFUNC,   *
*                 661);                                          *
*    5 MEXQTD   - LINHAS DE EXCECAO (MEX) VIGENTES;              *
*    6 MEXDIAS  - DURACAO TOTAL DAS JANELAS DAS LINHAS VIGENTES, *
*                 POR UNIDADE DE DIAS;                           *
*    7 SUSPENS  - SUSPENSOES EXECUTADAS DO USERCODE              *
*                 (AUDSUSPENSAO, 692 - VALEM PARA TODOS OS       *
*                 CLIENTES DO USUARIO);                          *
*    8 CONSULTA - CONSULTAS DO PERFIL NA TRILHA AUDMACMEX, POR   *
*                 UNIDADE DE CONSULTAS.                          *
*  PESOS (PONTOS POR OCORRENCIA OU POR UNIDADE) E UNIDADES NO    *
*  DATASET PARAMETROS-S0947, IDENTIFICADOR "PESORISC" (SEQ = N.  *
*  DO FATOR, VALOR-5 = PESO, VALOR-1 = UNIDADE), MANTIDO PELA    *
*  TRANSACAO S0947-OBJ-680; FATOR SEM ENTRADA FICA COM O PESO    *
*  PADRAO DA TABELA ABAIXO. "PESORISC" SEQ 9 DA QUANTOS USUARIOS *
*  DE CADA CLIENTE ENTRAM NO RELATORIO (PADRAO 200).             *
*  SO ENTRA QUEM AINDA TEM USUARIO-CLI (ACHADO DE RELATORIO      *
*  ANTIGO DE ACESSO JA REMOVIDO E DESCARTADO).                   *
*  SAIDA RELRISCO: OS PIORES USUARIOS DE CADA CLIENTE (POSICAO   *
*  NO CLIENTE), AGRUPADOS POR LOTACAO/FUNCAO E EM ORDEM          *
*  DECRESCENTE DE PONTUACAO - UMA LINHA "US" POR USUARIO E UMA   *
*  LINHA "MO" POR MOTIVO QUE SOMOU PONTOS. CONTADORES NO LEDGER  *
*  COMUM LEDGERS0947 (S0947-OBJ-674).                            *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT REL-SEGREGACAO  ASSIGN TO "RELSEGREG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-NAO-USADO   ASSIGN TO "RELNAOUSADO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-CONFLITOS   ASSIGN TO "RELCONFLITOS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-RECONC-FUNC ASSIGN TO "RELRECONCFUNC"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-SUSPENSAO   ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MACMEX      ASSIGN TO "AUDMACMEX"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WKS-RISCO       ASSIGN TO "WKRISCO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WKS-RISCO-SEL   ASSIGN TO "WKRISCOSEL"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-RISCO       ASSIGN TO "RELRISCO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-FAT-ORDENA   ASSIGN TO "WKFATORDENA".

     SELECT WS-RIS-ORDENA   ASSIGN TO "WKRISORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  RELATORIOS DE EXCECAO DA FAMILIA - MESMOS LAYOUTS DOS         *
*  PROGRAMAS QUE OS GRAVAM.                                      *
*----------------------------------------------------------------*

 FD  REL-SEGREGACAO
     LABEL RECORD IS STANDARD.

 01  REG-SEGREGACAO.
     03  SEG-CLI-CODIGO          PIC 9(04).
     03  SEG-USU-CODIGO          PIC X(07).
     03  SEG-RSG-IDENT           PIC X(08).
     03  SEG-SIS-CODIGO-A        PIC 9(04).
     03  SEG-GOP-CODIGO-A        PIC 9(04).
     03  SEG-ORIGEM-A            PIC X(03).
     03  SEG-SIS-CODIGO-B        PIC 9(04).
     03  SEG-GOP-CODIGO-B        PIC 9(04).
     03  SEG-ORIGEM-B            PIC X(03).

 FD  REL-NAO-USADO
     LABEL RECORD IS STANDARD.

 01  REG-NAO-USADO.
     03  NUS-DIAS-SEM-USO        PIC 9(05).
     03  NUS-CLI-CODIGO          PIC 9(04).
     03  NUS-USU-CODIGO          PIC X(07).
     03  NUS-TIPO-AREA           PIC X(03).
     03  NUS-SIS-CODIGO          PIC 9(04).
     03  NUS-GOP-MNEMONICO       PIC X(10).
     03  NUS-GOP-DESCRICAO       PIC X(50).
     03  NUS-DATA-ULTIMO-USO     PIC 9(08).

 FD  REL-CONFLITOS
     LABEL RECORD IS STANDARD.

 01  REG-CONFLITO.
     03  CFL-CLI-CODIGO          PIC 9(04).
     03  CFL-USU-CODIGO          PIC X(07).
     03  CFL-SIS-CODIGO          PIC 9(04).
     03  CFL-GOP-CODIGO          PIC 9(04).

 FD  REL-RECONC-FUNC
     LABEL RECORD IS STANDARD.

 01  REG-RECONC-FUNC.
     03  RCF-CLI-CODIGO          PIC 9(04).
     03  RCF-USU-CODIGO          PIC X(07).
     03  RCF-TIPO-PENDENCIA      PIC X(21).
     03  RCF-LOT-CODIGO          PIC 9(04).
     03  RCF-TIF-CODIGO          PIC 9(04).

*----------------------------------------------------------------*
*  TRILHAS DE AUDITORIA - MESMOS LAYOUTS DO 692 E DO 656.        *
*----------------------------------------------------------------*

 FD  AUD-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  AUD-REG-SUSPENSAO.
     03  ASU-DATA-ACAO           PIC 9(08).
     03  ASU-USERCODE            PIC 9(11).
     03  ASU-STATION             PIC 9(11).
     03  ASU-TIMESTAMP           PIC 9(11).
     03  ASU-ACAO                PIC X(10).
     03  ASU-USU-CODIGO          PIC X(07).
     03  ASU-QTD-CLIENTES        PIC 9(04).
     03  ASU-MOTIVO              PIC X(60).
     03  ASU-RESULTADO           PIC X(09).
     03  ASU-SEQ-TRILHA          PIC 9(09).
     03  ASU-CHECK-TRILHA        PIC 9(09).

 FD  AUD-MACMEX
     LABEL RECORD IS STANDARD.

 01  AUD-REG-MACMEX.
     03  AUD-DATA-CONSULTA       PIC 9(08).
     03  AUD-USERCODE            PIC 9(11).
     03  AUD-STATION             PIC 9(11).
     03  AUD-TIMESTAMP           PIC 9(11).
     03  AUD-PROGRAMDESG         PIC 9(11).
     03  AUD-CLI-CODIGO          PIC 9(04).
     03  AUD-USU-CODIGO          PIC X(07).
     03  AUD-SEQ-TRILHA          PIC 9(09).
     03  AUD-CHECK-TRILHA        PIC 9(09).

*----------------------------------------------------------------*
*  PONTUACAO CONSOLIDADA POR CLIENTE/USUARIO - MESMO LAYOUT NOS  *
*  DOIS ARQUIVOS DE TRABALHO E NA ORDENACAO WS-RIS-ORDENA.       *
*  FATOR 1 A 8 NA ORDEM DO CABECALHO.                            *
*----------------------------------------------------------------*

 FD  WKS-RISCO
     LABEL RECORD IS STANDARD.

 01  REG-WKS-RISCO               PIC X(156).

 FD  WKS-RISCO-SEL
     LABEL RECORD IS STANDARD.

 01  REG-WKS-RISCO-SEL           PIC X(156).

 SD  WS-RIS-ORDENA.

 01  SORT-REC-RIS.
     03  SRR-CLI-CODIGO          PIC 9(04).
     03  SRR-LOT-CODIGO          PIC 9(04).
     03  SRR-TIF-CODIGO          PIC 9(04).
     03  SRR-USU-CODIGO          PIC X(07).
     03  SRR-PONTUACAO           PIC 9(09).
     03  SRR-POSICAO-CLIENTE     PIC 9(05).
     03  SRR-FATOR               OCCURS 8 TIMES.
         05  SRR-QTD-FATOR       PIC 9(07).
         05  SRR-PONTOS-FATOR    PIC 9(08).
     03  FILLER                  PIC X(03).

*----------------------------------------------------------------*
*  UMA OCORRENCIA DE UM FATOR (OU A LINHA BASE DO USUARIO, FATOR *
*  ZERO, COM LOTACAO/FUNCAO E OS TOTAIS DE MEX). SUSPENSAO VEM   *
*  COM CLIENTE ZERO E VALE PARA TODOS OS CLIENTES DO USUARIO -   *
*  POR ISSO A ORDEM E USUARIO/CLIENTE. SRF-ITEM IDENTIFICA A     *
*  OCORRENCIA PARA NAO CONTAR DUAS VEZES A MESMA LINHA REPETIDA. *
*----------------------------------------------------------------*

 SD  WS-FAT-ORDENA.

 01  SORT-REC-FAT.
     03  SRF-USU-CODIGO          PIC X(07).
     03  SRF-CLI-CODIGO          PIC 9(04).
     03  SRF-FATOR               PIC 9(01).
     03  SRF-ITEM                PIC X(41).
     03  SRF-LOT-CODIGO          PIC 9(04).
     03  SRF-TIF-CODIGO          PIC 9(04).
     03  SRF-QTD-MEX             PIC 9(07).
     03  SRF-DIAS-MEX            PIC 9(07).

*----------------------------------------------------------------*
*  RELATORIO DE RISCO - LINHA "US" (USUARIO) SEGUIDA DAS LINHAS  *
*  "MO" (MOTIVOS) DELE.                                          *
*----------------------------------------------------------------*

 FD  REL-RISCO
     LABEL RECORD IS STANDARD.

 01  REG-RISCO.
     03  RIS-TIPO-LINHA          PIC X(02).
     03  RIS-DATA-REFERENCIA     PIC 9(08).
     03  RIS-CLI-CODIGO          PIC 9(04).
     03  RIS-LOT-CODIGO          PIC 9(04).
     03  RIS-TIF-CODIGO          PIC 9(04).
     03  RIS-POSICAO-CLIENTE     PIC 9(05).
     03  RIS-USU-CODIGO          PIC X(07).
     03  RIS-DETALHE.
         05  RIS-PONTUACAO       PIC 9(09).
         05  RIS-QTD-MOTIVOS     PIC 9(02).
         05  FILLER              PIC X(57).
     03  RIS-MOTIVO REDEFINES RIS-DETALHE.
         05  RIS-FATOR           PIC X(08).
         05  RIS-DESCRICAO       PIC X(44).
         05  RIS-QUANTIDADE      PIC 9(07).
         05  RIS-PONTOS          PIC 9(09).

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

 77  WS-CONT-USUARIOS            PIC 9(09)   COMP.
 77  WS-CONT-OCORRENCIAS         PIC 9(09)   COMP.
 77  WS-CONT-PONTUADOS           PIC 9(09)   COMP.
 77  WS-CONT-LISTADOS            PIC 9(09)   COMP.
 77  WS-CONT-DESCARTADOS         PIC 9(09)   COMP.

*----------------------------------------------------------------*
* FATORES DE RISCO - NOME, DESCRICAO, PESO E UNIDADE PADRAO.     *
* PESO E UNIDADE SAO SOBREPOSTOS PELAS ENTRADAS "PESORISC" DO    *
* PARAMETROS-S0947 (VER 0150-CARREGA-PESOS).                     *
*----------------------------------------------------------------*

 01  WS-TAB-FATORES-CONSTANTES.
     03  FILLER      PIC X(08) VALUE "SEGREG  ".
     03  FILLER      PIC X(44) VALUE
         "VIOLACAO DE SEGREGACAO DE FUNCOES (671)     ".
     03  FILLER      PIC 9(09) VALUE 50.
     03  FILLER      PIC 9(04) VALUE 1.
     03  FILLER      PIC X(08) VALUE "NAOUSADO".
     03  FILLER      PIC X(44) VALUE
         "GRUPO CONCEDIDO E NUNCA USADO (690)         ".
     03  FILLER      PIC 9(09) VALUE 5.
     03  FILLER      PIC 9(04) VALUE 1.
     03  FILLER      PIC X(08) VALUE "CONFLITO".
     03  FILLER      PIC X(44) VALUE
         "GRUPO NA MAC E NA MEX AO MESMO TEMPO (656)  ".
     03  FILLER      PIC 9(09) VALUE 10.
     03  FILLER      PIC 9(04) VALUE 1.
     03  FILLER      PIC X(08) VALUE "SEMVINC ".
     03  FILLER      PIC X(44) VALUE
         "ACESSO SEM VINCULO FUNCIONAL VALIDO (661)   ".
     03  FILLER      PIC 9(09) VALUE 40.
     03  FILLER      PIC 9(04) VALUE 1.
     03  FILLER      PIC X(08) VALUE "MEXQTD  ".
     03  FILLER      PIC X(44) VALUE
         "LINHAS DE EXCECAO (MEX) VIGENTES            ".
     03  FILLER      PIC 9(09) VALUE 3.
     03  FILLER      PIC 9(04) VALUE 1.
     03  FILLER      PIC X(08) VALUE "MEXDIAS ".
     03  FILLER      PIC X(44) VALUE
         "DIAS DE JANELA DAS EXCECOES VIGENTES        ".
     03  FILLER      PIC 9(09) VALUE 2.
     03  FILLER      PIC 9(04) VALUE 30.
     03  FILLER      PIC X(08) VALUE "SUSPENS ".
     03  FILLER      PIC X(44) VALUE
         "SUSPENSOES DO USERCODE (692)                ".
     03  FILLER      PIC 9(09) VALUE 20.
     03  FILLER      PIC 9(04) VALUE 1.
     03  FILLER      PIC X(08) VALUE "CONSULTA".
     03  FILLER      PIC X(44) VALUE
         "CONSULTAS DO PERFIL NA TRILHA AUDMACMEX     ".
     03  FILLER      PIC 9(09) VALUE 1.
     03  FILLER      PIC 9(04) VALUE 10.
 01  WS-TAB-FATORES REDEFINES WS-TAB-FATORES-CONSTANTES.
     03  WS-FATOR                OCCURS 8 TIMES.
         05  WS-FAT-NOME         PIC X(08).
         05  WS-FAT-DESCRICAO    PIC X(44).
         05  WS-FAT-PESO         PIC 9(09).
         05  WS-FAT-UNIDADE      PIC 9(04).

 01  WS-IX-FATOR                 PIC 9(02)   COMP.
 01  WS-LIMITE-LISTADOS          PIC 9(09).

*----------------------------------------------------------------*
* CONSOLIDACAO POR USUARIO/CLIENTE (PROCEDIMENTO DE SAIDA DA     *
* PRIMEIRA ORDENACAO).                                           *
*----------------------------------------------------------------*

 01  WS-RISCO-USUARIO.
     03  WS-RSU-CLI-CODIGO       PIC 9(04).
     03  WS-RSU-LOT-CODIGO       PIC 9(04).
     03  WS-RSU-TIF-CODIGO       PIC 9(04).
     03  WS-RSU-USU-CODIGO       PIC X(07).
     03  WS-RSU-PONTUACAO        PIC 9(09).
     03  WS-RSU-POSICAO-CLIENTE  PIC 9(05).
     03  WS-RSU-FATOR            OCCURS 8 TIMES.
         05  WS-RSU-QTD-FATOR    PIC 9(07).
         05  WS-RSU-PONTOS-FATOR PIC 9(08).
     03  FILLER                  PIC X(03).

 01  WS-CONSOLIDACAO.
     03  FLAG-FIM-FATORES        PIC X(01).
     03  FLAG-TEM-BASE           PIC X(01).
     03  WS-ANT-USU-CODIGO       PIC X(07).
     03  WS-ANT-CLI-CODIGO       PIC 9(04).
     03  WS-ANT-FATOR            PIC 9(01).
     03  WS-ANT-ITEM             PIC X(41).
     03  WS-QTD-SUSPENSOES       PIC 9(07).
     03  WS-PONTOS-CALCULO       PIC 9(11)   COMP.

*----------------------------------------------------------------*
* CLASSIFICACAO NO CLIENTE E GRAVACAO DO RELATORIO.              *
*----------------------------------------------------------------*

 01  WS-CLASSIFICACAO.
     03  FLAG-FIM-RISCO          PIC X(01).
     03  WS-CLI-CLASSIFICADO     PIC 9(04).
     03  WS-POSICAO-CORRENTE     PIC 9(05).

*----------------------------------------------------------------*
* SELECAO DAS LINHAS DE MEX DO USUARIO (PROCEDIMENTO DE ENTRADA).*
*----------------------------------------------------------------*

 01 VARIAVEIS.
   02  FLAG-FIM-USUARIO          PIC X(01).
   02  FLAG-FIM-ARQUIVO          PIC X(01).
   02  WS-CLI-CODIGO-USU         PIC 9(04).
   02  WS-QTD-MEX-USU            PIC 9(07).
   02  WS-DIAS-MEX-USU           PIC 9(07).
   02  WS-AAAAMMDD-INI-USU       PIC 9(08).
   02  WS-AAAAMMDD-FIM-USU       PIC 9(08).
   02  WS-AAAAMMDD-INI-LINHA     PIC 9(08).
   02  WS-AAAAMMDD-FIM-LINHA     PIC 9(08).
   02  WS-DIAS-LINHA             PIC S9(07)  COMP.
   02  WS-AAAAMMDD-SISTEMA       PIC 9(08).
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).

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

     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-USUARIOS WS-CONT-OCORRENCIAS
                   WS-CONT-PONTUADOS WS-CONT-LISTADOS
                   WS-CONT-DESCARTADOS.

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.
     COMPUTE WS-AAAAMMDD-SISTEMA = 20000000 + (ANO-ACCEPT * 10000) +
                                   (MES-ACCEPT * 100) + DIA-ACCEPT.

     PERFORM 0150-CARREGA-PESOS
        THRU 0150-CARREGA-PESOS-FIM.

     SORT WS-FAT-ORDENA
          ASCENDING KEY SRF-USU-CODIGO SRF-CLI-CODIGO
                        SRF-FATOR SRF-ITEM
          INPUT PROCEDURE IS 0200-LIBERA-OCORRENCIAS
             THRU 0200-LIBERA-OCORRENCIAS-FIM
          OUTPUT PROCEDURE IS 0500-CONSOLIDA-USUARIOS
             THRU 0500-CONSOLIDA-USUARIOS-FIM.

     SORT WS-RIS-ORDENA
          ASCENDING KEY SRR-CLI-CODIGO
          DESCENDING KEY SRR-PONTUACAO
          ASCENDING KEY SRR-USU-CODIGO
          USING WKS-RISCO
          OUTPUT PROCEDURE IS 0600-CLASSIFICA-CLIENTE
             THRU 0600-CLASSIFICA-CLIENTE-FIM.

     SORT WS-RIS-ORDENA
          ASCENDING KEY SRR-CLI-CODIGO SRR-LOT-CODIGO
                        SRR-TIF-CODIGO
          DESCENDING KEY SRR-PONTUACAO
          ASCENDING KEY SRR-USU-CODIGO
          USING WKS-RISCO-SEL
          OUTPUT PROCEDURE IS 0700-GRAVA-RELATORIO
             THRU 0700-GRAVA-RELATORIO-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-697 - USUARIOS LIDOS.......: "
             WS-CONT-USUARIOS.
     DISPLAY "S0947-OBJ-697 - OCORRENCIAS LIDAS....: "
             WS-CONT-OCORRENCIAS.
     DISPLAY "S0947-OBJ-697 - USUARIOS PONTUADOS...: "
             WS-CONT-PONTUADOS.
     DISPLAY "S0947-OBJ-697 - USUARIOS LISTADOS....: "
             WS-CONT-LISTADOS.
     DISPLAY "S0947-OBJ-697 - OCORRENCIAS SEM ACESSO: "
             WS-CONT-DESCARTADOS.

     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    PESOS DOS FATORES NO DATASET DE PARAMETROS DA FAMILIA       *
*    (ENTRADAS "PESORISC", MANTIDAS PELA TRANSACAO S0947-OBJ-680)*
*    - FATOR SEM ENTRADA FICA COM O PADRAO DA TABELA             *
******************************************************************

  0150-CARREGA-PESOS.

     MOVE 200 TO WS-LIMITE-LISTADOS.

     SET PRM-POR-IDENT TO BEGINNING.

  0151-PROXIMO-PESO.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "PESORISC"
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0150-CARREGA-PESOS-FIM
     END-FIND.

     IF PRM-CLI-CODIGO OF PARAMETROS-S0947 NOT EQUAL ZEROS
        GO TO 0151-PROXIMO-PESO.

     IF PRM-SEQ OF PARAMETROS-S0947 EQUAL 9
        IF PRM-VALOR-5 OF PARAMETROS-S0947 NOT EQUAL ZEROS
           MOVE PRM-VALOR-5 OF PARAMETROS-S0947
             TO WS-LIMITE-LISTADOS
        END-IF
        GO TO 0151-PROXIMO-PESO.

     IF PRM-SEQ OF PARAMETROS-S0947 < 1 OR
        PRM-SEQ OF PARAMETROS-S0947 > 8
        GO TO 0151-PROXIMO-PESO.

     MOVE PRM-SEQ OF PARAMETROS-S0947 TO WS-IX-FATOR.
     MOVE PRM-VALOR-5 OF PARAMETROS-S0947
       TO WS-FAT-PESO(WS-IX-FATOR).
     IF PRM-VALOR-1 OF PARAMETROS-S0947 NOT EQUAL ZEROS
        MOVE PRM-VALOR-1 OF PARAMETROS-S0947
          TO WS-FAT-UNIDADE(WS-IX-FATOR).

     GO TO 0151-PROXIMO-PESO.

  0150-CARREGA-PESOS-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO - UMA LINHA BASE POR   *
*    USUARIO-CLI E UMA LINHA POR OCORRENCIA DE CADA FONTE        *
******************************************************************

  0200-LIBERA-OCORRENCIAS.

     PERFORM 0210-LIBERA-USUARIOS
        THRU 0210-LIBERA-USUARIOS-FIM.

     PERFORM 0300-LIBERA-SEGREGACAO
        THRU 0300-LIBERA-SEGREGACAO-FIM.

     PERFORM 0310-LIBERA-NAO-USADO
        THRU 0310-LIBERA-NAO-USADO-FIM.

     PERFORM 0320-LIBERA-CONFLITOS
        THRU 0320-LIBERA-CONFLITOS-FIM.

     PERFORM 0330-LIBERA-RECONC-FUNC
        THRU 0330-LIBERA-RECONC-FUNC-FIM.

     PERFORM 0340-LIBERA-SUSPENSOES
        THRU 0340-LIBERA-SUSPENSOES-FIM.

     PERFORM 0350-LIBERA-CONSULTAS
        THRU 0350-LIBERA-CONSULTAS-FIM.

  0200-LIBERA-OCORRENCIAS-FIM.
     EXIT.

******************************************************************
*    LINHA BASE - LOTACAO/FUNCAO E TOTAIS DE MEX VIGENTE         *
******************************************************************

  0210-LIBERA-USUARIOS.

     SET USC-POR-USUARIO TO BEGINNING.

  0211-PROXIMO-USUARIO.

     MOVE "N" TO FLAG-FIM-USUARIO.

     FIND NEXT USC-POR-USUARIO
         ON EXCEPTION
            IF DMSTATUS(NOTFOUND)
               MOVE "S" TO FLAG-FIM-USUARIO
            ELSE
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
               MOVE "S" TO FLAG-FIM-USUARIO
            END-IF
     END-FIND.

     IF FLAG-FIM-USUARIO EQUAL "S"
        GO TO 0210-LIBERA-USUARIOS-FIM.

     ADD 1 TO WS-CONT-USUARIOS.

     MOVE CLI-CODIGO OF USUARIO-CLI TO WS-CLI-CODIGO-USU.
     MOVE USU-CODIGO OF USUARIO-CLI TO USU-CODIGO-WS.
     MOVE ZEROS TO WS-QTD-MEX-USU WS-DIAS-MEX-USU.

*    JANELA DO USUARIO = ENVOLTORIA DAS LINHAS, VALE PARA A LINHA
*    QUE NAO TEM JANELA PROPRIA. SEM ENVOLTORIA NAO HA MEX.
     IF USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS
        GO TO 0212-LIBERA-BASE.

     COMPUTE WS-AAAAMMDD-INI-USU =
         (USC-SEC-INI-EXC OF USUARIO-CLI * 1000000) +
         (USC-ANO-INI-EXC OF USUARIO-CLI * 10000)   +
         (USC-MES-INI-EXC OF USUARIO-CLI * 100)     +
          USC-DIA-INI-EXC OF USUARIO-CLI.
     COMPUTE WS-AAAAMMDD-FIM-USU =
         (USC-SEC-FIM-EXC OF USUARIO-CLI * 1000000) +
         (USC-ANO-FIM-EXC OF USUARIO-CLI * 10000)   +
         (USC-MES-FIM-EXC OF USUARIO-CLI * 100)     +
          USC-DIA-FIM-EXC OF USUARIO-CLI.

     PERFORM 0220-SOMA-MEX-GRUPOS
        THRU 0220-SOMA-MEX-GRUPOS-FIM.

     PERFORM 0230-SOMA-MEX-PERFIS
        THRU 0230-SOMA-MEX-PERFIS-FIM.

  0212-LIBERA-BASE.

     MOVE USU-CODIGO-WS              TO SRF-USU-CODIGO.
     MOVE WS-CLI-CODIGO-USU          TO SRF-CLI-CODIGO.
     MOVE ZEROS                      TO SRF-FATOR.
     MOVE SPACES                     TO SRF-ITEM.
     MOVE LOT-CODIGO OF USUARIO-CLI  TO SRF-LOT-CODIGO.
     MOVE TIF-CODIGO OF USUARIO-CLI  TO SRF-TIF-CODIGO.
     MOVE WS-QTD-MEX-USU             TO SRF-QTD-MEX.
     MOVE WS-DIAS-MEX-USU            TO SRF-DIAS-MEX.

     RELEASE SORT-REC-FAT.

     GO TO 0211-PROXIMO-USUARIO.

  0210-LIBERA-USUARIOS-FIM.
     EXIT.

  0220-SOMA-MEX-GRUPOS.

     SET GRX-POR-USU TO BEGINNING.

  0221-PROXIMO-GRUPO.

     FIND KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = WS-CLI-CODIGO-USU AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0220-SOMA-MEX-GRUPOS-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF GRUPO-EXC-USU EQUAL "P"
        GO TO 0221-PROXIMO-GRUPO.

     IF GRX-SEC-FIM-EXC OF GRUPO-EXC-USU EQUAL ZEROS
        MOVE WS-AAAAMMDD-INI-USU TO WS-AAAAMMDD-INI-LINHA
        MOVE WS-AAAAMMDD-FIM-USU TO WS-AAAAMMDD-FIM-LINHA
     ELSE
        COMPUTE WS-AAAAMMDD-INI-LINHA =
            (GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 1000000) +
            (GRX-ANO-INI-EXC OF GRUPO-EXC-USU * 10000)   +
            (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100)     +
             GRX-DIA-INI-EXC OF GRUPO-EXC-USU
        COMPUTE WS-AAAAMMDD-FIM-LINHA =
            (GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 1000000) +
            (GRX-ANO-FIM-EXC OF GRUPO-EXC-USU * 10000)   +
            (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100)     +
             GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     PERFORM 0240-SOMA-LINHA-MEX
        THRU 0240-SOMA-LINHA-MEX-FIM.

     GO TO 0221-PROXIMO-GRUPO.

  0220-SOMA-MEX-GRUPOS-FIM.
     EXIT.

  0230-SOMA-MEX-PERFIS.

     SET PRX-POR-USU-PER TO BEGINNING.

  0231-PROXIMO-PERFIL.

     FIND NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = WS-CLI-CODIGO-USU AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0230-SOMA-MEX-PERFIS-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF PERFIL-EXC-USU EQUAL "P"
        GO TO 0231-PROXIMO-PERFIL.

     IF PRX-SEC-FIM-EXC OF PERFIL-EXC-USU EQUAL ZEROS
        MOVE WS-AAAAMMDD-INI-USU TO WS-AAAAMMDD-INI-LINHA
        MOVE WS-AAAAMMDD-FIM-USU TO WS-AAAAMMDD-FIM-LINHA
     ELSE
        COMPUTE WS-AAAAMMDD-INI-LINHA =
            (PRX-SEC-INI-EXC OF PERFIL-EXC-USU * 1000000) +
            (PRX-ANO-INI-EXC OF PERFIL-EXC-USU * 10000)   +
            (PRX-MES-INI-EXC OF PERFIL-EXC-USU * 100)     +
             PRX-DIA-INI-EXC OF PERFIL-EXC-USU
        COMPUTE WS-AAAAMMDD-FIM-LINHA =
            (PRX-SEC-FIM-EXC OF PERFIL-EXC-USU * 1000000) +
            (PRX-ANO-FIM-EXC OF PERFIL-EXC-USU * 10000)   +
            (PRX-MES-FIM-EXC OF PERFIL-EXC-USU * 100)     +
             PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

     PERFORM 0240-SOMA-LINHA-MEX
        THRU 0240-SOMA-LINHA-MEX-FIM.

     GO TO 0231-PROXIMO-PERFIL.

  0230-SOMA-MEX-PERFIS-FIM.
     EXIT.

*----------------------------------------------------------------*
* SO CONTA A LINHA AINDA VIGENTE; A DURACAO E A JANELA INTEIRA   *
* DELA (INICIO A FIM), NAO SO O QUE FALTA.                       *
*----------------------------------------------------------------*

  0240-SOMA-LINHA-MEX.

     IF WS-AAAAMMDD-FIM-LINHA < WS-AAAAMMDD-SISTEMA
        GO TO 0240-SOMA-LINHA-MEX-FIM.

     ADD 1 TO WS-QTD-MEX-USU.

     IF WS-AAAAMMDD-INI-LINHA < 19000101 OR
        WS-AAAAMMDD-INI-LINHA > WS-AAAAMMDD-FIM-LINHA
        GO TO 0240-SOMA-LINHA-MEX-FIM.

     COMPUTE WS-DIAS-LINHA =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-FIM-LINHA) -
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-INI-LINHA) + 1.

     ADD WS-DIAS-LINHA TO WS-DIAS-MEX-USU.

  0240-SOMA-LINHA-MEX-FIM.
     EXIT.

******************************************************************
*    FATOR 1 - VIOLACOES DE SEGREGACAO (RELSEGREG)               *
******************************************************************

  0300-LIBERA-SEGREGACAO.

     OPEN INPUT REL-SEGREGACAO.

  0301-PROXIMA-SEGREGACAO.

     READ REL-SEGREGACAO
         AT END
            GO TO 0302-FECHA-SEGREGACAO.

     MOVE SPACES              TO SORT-REC-FAT.
     MOVE SEG-USU-CODIGO      TO SRF-USU-CODIGO.
     MOVE SEG-CLI-CODIGO      TO SRF-CLI-CODIGO.
     MOVE 1                   TO SRF-FATOR.
     MOVE REG-SEGREGACAO(12:30) TO SRF-ITEM.

     PERFORM 0390-LIBERA-OCORRENCIA
        THRU 0390-LIBERA-OCORRENCIA-FIM.

     GO TO 0301-PROXIMA-SEGREGACAO.

  0302-FECHA-SEGREGACAO.

     CLOSE REL-SEGREGACAO.

  0300-LIBERA-SEGREGACAO-FIM.
     EXIT.

******************************************************************
*    FATOR 2 - GRUPOS NUNCA USADOS (RELNAOUSADO)                 *
******************************************************************

  0310-LIBERA-NAO-USADO.

     OPEN INPUT REL-NAO-USADO.

  0311-PROXIMO-NAO-USADO.

     READ REL-NAO-USADO
         AT END
            GO TO 0312-FECHA-NAO-USADO.

     MOVE SPACES              TO SORT-REC-FAT.
     MOVE NUS-USU-CODIGO      TO SRF-USU-CODIGO.
     MOVE NUS-CLI-CODIGO      TO SRF-CLI-CODIGO.
     MOVE 2                   TO SRF-FATOR.
     MOVE REG-NAO-USADO(17:17) TO SRF-ITEM.

     PERFORM 0390-LIBERA-OCORRENCIA
        THRU 0390-LIBERA-OCORRENCIA-FIM.

     GO TO 0311-PROXIMO-NAO-USADO.

  0312-FECHA-NAO-USADO.

     CLOSE REL-NAO-USADO.

  0310-LIBERA-NAO-USADO-FIM.
     EXIT.

******************************************************************
*    FATOR 3 - CONFLITOS MEX/MAC (RELCONFLITOS) - A MESMA LINHA  *
*    SE REPETE A CADA CONSULTA DO PERFIL; O ITEM SIS/GOP FAZ     *
*    CADA CONFLITO CONTAR UMA VEZ SO                             *
******************************************************************

  0320-LIBERA-CONFLITOS.

     OPEN INPUT REL-CONFLITOS.

  0321-PROXIMO-CONFLITO.

     READ REL-CONFLITOS
         AT END
            GO TO 0322-FECHA-CONFLITOS.

     MOVE SPACES              TO SORT-REC-FAT.
     MOVE CFL-USU-CODIGO      TO SRF-USU-CODIGO.
     MOVE CFL-CLI-CODIGO      TO SRF-CLI-CODIGO.
     MOVE 3                   TO SRF-FATOR.
     MOVE REG-CONFLITO(12:8)  TO SRF-ITEM.

     PERFORM 0390-LIBERA-OCORRENCIA
        THRU 0390-LIBERA-OCORRENCIA-FIM.

     GO TO 0321-PROXIMO-CONFLITO.

  0322-FECHA-CONFLITOS.

     CLOSE REL-CONFLITOS.

  0320-LIBERA-CONFLITOS-FIM.
     EXIT.

******************************************************************
*    FATOR 4 - ACESSO SEM VINCULO FUNCIONAL (RELRECONCFUNC)      *
******************************************************************

  0330-LIBERA-RECONC-FUNC.

     OPEN INPUT REL-RECONC-FUNC.

  0331-PROXIMA-PENDENCIA.

     READ REL-RECONC-FUNC
         AT END
            GO TO 0332-FECHA-RECONC-FUNC.

     MOVE SPACES              TO SORT-REC-FAT.
     MOVE RCF-USU-CODIGO      TO SRF-USU-CODIGO.
     MOVE RCF-CLI-CODIGO      TO SRF-CLI-CODIGO.
     MOVE 4                   TO SRF-FATOR.
     MOVE RCF-TIPO-PENDENCIA  TO SRF-ITEM.

     PERFORM 0390-LIBERA-OCORRENCIA
        THRU 0390-LIBERA-OCORRENCIA-FIM.

     GO TO 0331-PROXIMA-PENDENCIA.

  0332-FECHA-RECONC-FUNC.

     CLOSE REL-RECONC-FUNC.

  0330-LIBERA-RECONC-FUNC-FIM.
     EXIT.

******************************************************************
*    FATOR 7 - SUSPENSOES EXECUTADAS (AUDSUSPENSAO) - A TRILHA   *
*    NAO TEM CLIENTE: VAI COM CLIENTE ZERO, A FRENTE DOS         *
*    CLIENTES DO USUARIO NA ORDENACAO                            *
******************************************************************

  0340-LIBERA-SUSPENSOES.

     OPEN INPUT AUD-SUSPENSAO.

  0341-PROXIMA-SUSPENSAO.

     READ AUD-SUSPENSAO
         AT END
            GO TO 0342-FECHA-SUSPENSAO.

     IF ASU-ACAO NOT EQUAL "SUSPENDER" OR
        ASU-RESULTADO NOT EQUAL "EXECUTADA"
        GO TO 0341-PROXIMA-SUSPENSAO.

     MOVE SPACES              TO SORT-REC-FAT.
     MOVE ASU-USU-CODIGO      TO SRF-USU-CODIGO.
     MOVE ZEROS               TO SRF-CLI-CODIGO.
     MOVE 7                   TO SRF-FATOR.
     MOVE AUD-REG-SUSPENSAO(1:41) TO SRF-ITEM.

     PERFORM 0390-LIBERA-OCORRENCIA
        THRU 0390-LIBERA-OCORRENCIA-FIM.

     GO TO 0341-PROXIMA-SUSPENSAO.

  0342-FECHA-SUSPENSAO.

     CLOSE AUD-SUSPENSAO.

  0340-LIBERA-SUSPENSOES-FIM.
     EXIT.

******************************************************************
*    FATOR 8 - CONSULTAS DO PERFIL (AUDMACMEX) - CADA REGISTRO   *
*    DA TRILHA E UMA CONSULTA                                    *
******************************************************************

  0350-LIBERA-CONSULTAS.

     OPEN INPUT AUD-MACMEX.

  0351-PROXIMA-CONSULTA.

     READ AUD-MACMEX
         AT END
            GO TO 0352-FECHA-MACMEX.

     MOVE SPACES              TO SORT-REC-FAT.
     MOVE AUD-USU-CODIGO      TO SRF-USU-CODIGO.
     MOVE AUD-CLI-CODIGO      TO SRF-CLI-CODIGO.
     MOVE 8                   TO SRF-FATOR.
     MOVE AUD-REG-MACMEX(1:41) TO SRF-ITEM.

     PERFORM 0390-LIBERA-OCORRENCIA
        THRU 0390-LIBERA-OCORRENCIA-FIM.

     GO TO 0351-PROXIMA-CONSULTA.

  0352-FECHA-MACMEX.

     CLOSE AUD-MACMEX.

  0350-LIBERA-CONSULTAS-FIM.
     EXIT.

  0390-LIBERA-OCORRENCIA.

     MOVE ZEROS TO SRF-LOT-CODIGO SRF-TIF-CODIGO
                   SRF-QTD-MEX SRF-DIAS-MEX.

     RELEASE SORT-REC-FAT.

     ADD 1 TO WS-CONT-OCORRENCIAS.

  0390-LIBERA-OCORRENCIA-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO - CONSOLIDA AS  *
*    OCORRENCIAS DE CADA USUARIO/CLIENTE E GRAVA A PONTUACAO     *
******************************************************************

  0500-CONSOLIDA-USUARIOS.

     OPEN OUTPUT WKS-RISCO.

     MOVE "N"    TO FLAG-FIM-FATORES FLAG-TEM-BASE.
     MOVE SPACES TO WS-ANT-USU-CODIGO.
     MOVE ZEROS  TO WS-ANT-CLI-CODIGO WS-QTD-SUSPENSOES.

     PERFORM 0540-LIMPA-USUARIO
        THRU 0540-LIMPA-USUARIO-FIM.

  0501-PROXIMA-OCORRENCIA.

     RETURN WS-FAT-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-FATORES.

     IF FLAG-FIM-FATORES EQUAL "S"
        PERFORM 0520-FECHA-USUARIO
           THRU 0520-FECHA-USUARIO-FIM
        GO TO 0509-FECHA-CONSOLIDACAO.

     IF SRF-USU-CODIGO EQUAL WS-ANT-USU-CODIGO AND
        SRF-CLI-CODIGO EQUAL WS-ANT-CLI-CODIGO
        GO TO 0503-ACUMULA-OCORRENCIA.

     PERFORM 0520-FECHA-USUARIO
        THRU 0520-FECHA-USUARIO-FIM.

     IF SRF-USU-CODIGO NOT EQUAL WS-ANT-USU-CODIGO
        MOVE ZEROS TO WS-QTD-SUSPENSOES.

     MOVE SRF-USU-CODIGO TO WS-ANT-USU-CODIGO.
     MOVE SRF-CLI-CODIGO TO WS-ANT-CLI-CODIGO.
     MOVE "N"            TO FLAG-TEM-BASE.
     MOVE ZEROS          TO WS-ANT-FATOR.
     MOVE SPACES         TO WS-ANT-ITEM.

     PERFORM 0540-LIMPA-USUARIO
        THRU 0540-LIMPA-USUARIO-FIM.

  0503-ACUMULA-OCORRENCIA.

     IF SRF-FATOR EQUAL ZEROS
        MOVE "S"            TO FLAG-TEM-BASE
        MOVE SRF-CLI-CODIGO TO WS-RSU-CLI-CODIGO
        MOVE SRF-USU-CODIGO TO WS-RSU-USU-CODIGO
        MOVE SRF-LOT-CODIGO TO WS-RSU-LOT-CODIGO
        MOVE SRF-TIF-CODIGO TO WS-RSU-TIF-CODIGO
        MOVE SRF-QTD-MEX    TO WS-RSU-QTD-FATOR(5)
        MOVE SRF-DIAS-MEX   TO WS-RSU-QTD-FATOR(6)
        GO TO 0501-PROXIMA-OCORRENCIA.

*    OCORRENCIA REPETIDA (MESMO FATOR E MESMO ITEM) NAO CONTA.
     IF SRF-FATOR EQUAL WS-ANT-FATOR AND
        SRF-ITEM  EQUAL WS-ANT-ITEM
        GO TO 0501-PROXIMA-OCORRENCIA.

     MOVE SRF-FATOR TO WS-ANT-FATOR.
     MOVE SRF-ITEM  TO WS-ANT-ITEM.

     IF SRF-FATOR EQUAL 7
        ADD 1 TO WS-QTD-SUSPENSOES
        GO TO 0501-PROXIMA-OCORRENCIA.

     MOVE SRF-FATOR TO WS-IX-FATOR.
     ADD 1 TO WS-RSU-QTD-FATOR(WS-IX-FATOR).

     GO TO 0501-PROXIMA-OCORRENCIA.

  0509-FECHA-CONSOLIDACAO.

     CLOSE WKS-RISCO.

  0500-CONSOLIDA-USUARIOS-FIM.
     EXIT.

*----------------------------------------------------------------*
* FECHA O USUARIO/CLIENTE CORRENTE - SO QUEM TEM A LINHA BASE    *
* (AINDA EXISTE EM USUARIO-CLI) E PONTUADO. O GRUPO DE CLIENTE   *
* ZERO SO TRAZ AS SUSPENSOES DO USUARIO E NAO E GRAVADO.         *
*----------------------------------------------------------------*

  0520-FECHA-USUARIO.

     IF WS-ANT-USU-CODIGO EQUAL SPACES
        GO TO 0520-FECHA-USUARIO-FIM.

     IF FLAG-TEM-BASE EQUAL "N"
        IF WS-ANT-CLI-CODIGO NOT EQUAL ZEROS
           ADD 1 TO WS-CONT-DESCARTADOS
        END-IF
        GO TO 0520-FECHA-USUARIO-FIM.

     MOVE WS-QTD-SUSPENSOES TO WS-RSU-QTD-FATOR(7).
     MOVE ZEROS TO WS-RSU-PONTUACAO.
     MOVE 1 TO WS-IX-FATOR.

  0521-PONTUA-FATOR.

     IF WS-IX-FATOR > 8
        GO TO 0522-GRAVA-USUARIO.

*    FATORES 6 E 8 PONTUAM POR UNIDADE COMPLETA (DIAS/CONSULTAS).
     DIVIDE WS-RSU-QTD-FATOR(WS-IX-FATOR)
         BY WS-FAT-UNIDADE(WS-IX-FATOR)
         GIVING WS-PONTOS-CALCULO.
     MULTIPLY WS-FAT-PESO(WS-IX-FATOR) BY WS-PONTOS-CALCULO
         ON SIZE ERROR
            MOVE 99999999 TO WS-PONTOS-CALCULO
     END-MULTIPLY.

     IF WS-PONTOS-CALCULO > 99999999
        MOVE 99999999 TO WS-PONTOS-CALCULO.

     MOVE WS-PONTOS-CALCULO TO WS-RSU-PONTOS-FATOR(WS-IX-FATOR).
     ADD  WS-PONTOS-CALCULO TO WS-RSU-PONTUACAO.

     ADD 1 TO WS-IX-FATOR.
     GO TO 0521-PONTUA-FATOR.

  0522-GRAVA-USUARIO.

     MOVE ZEROS TO WS-RSU-POSICAO-CLIENTE.
     WRITE REG-WKS-RISCO FROM WS-RISCO-USUARIO.

     IF WS-RSU-PONTUACAO > ZEROS
        ADD 1 TO WS-CONT-PONTUADOS.

  0520-FECHA-USUARIO-FIM.
     EXIT.

  0540-LIMPA-USUARIO.

     MOVE ZEROS  TO WS-RISCO-USUARIO.
     MOVE SPACES TO WS-RSU-USU-CODIGO.

  0540-LIMPA-USUARIO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA SEGUNDA ORDENACAO (CLIENTE E       *
*    PONTUACAO DECRESCENTE) - POSICAO DO USUARIO NO CLIENTE; SO  *
*    OS PRIMEIROS WS-LIMITE-LISTADOS COM PONTOS SEGUEM           *
******************************************************************

  0600-CLASSIFICA-CLIENTE.

     OPEN OUTPUT WKS-RISCO-SEL.

     MOVE "N"   TO FLAG-FIM-RISCO.
     MOVE ZEROS TO WS-CLI-CLASSIFICADO WS-POSICAO-CORRENTE.

  0601-PROXIMO-USUARIO.

     RETURN WS-RIS-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-RISCO.

     IF FLAG-FIM-RISCO EQUAL "S"
        GO TO 0609-FECHA-CLASSIFICACAO.

     IF SRR-PONTUACAO EQUAL ZEROS
        GO TO 0601-PROXIMO-USUARIO.

     IF SRR-CLI-CODIGO NOT EQUAL WS-CLI-CLASSIFICADO
        MOVE SRR-CLI-CODIGO TO WS-CLI-CLASSIFICADO
        MOVE ZEROS          TO WS-POSICAO-CORRENTE.

     ADD 1 TO WS-POSICAO-CORRENTE.

     IF WS-POSICAO-CORRENTE > WS-LIMITE-LISTADOS
        GO TO 0601-PROXIMO-USUARIO.

     MOVE WS-POSICAO-CORRENTE TO SRR-POSICAO-CLIENTE.
     WRITE REG-WKS-RISCO-SEL FROM SORT-REC-RIS.

     GO TO 0601-PROXIMO-USUARIO.

  0609-FECHA-CLASSIFICACAO.

     CLOSE WKS-RISCO-SEL.

  0600-CLASSIFICA-CLIENTE-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA TERCEIRA ORDENACAO (CLIENTE,       *
*    LOTACAO, FUNCAO E PONTUACAO DECRESCENTE) - RELATORIO        *
******************************************************************

  0700-GRAVA-RELATORIO.

     OPEN OUTPUT REL-RISCO.

     MOVE "N" TO FLAG-FIM-RISCO.

  0701-PROXIMO-USUARIO.

     RETURN WS-RIS-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-RISCO.

     IF FLAG-FIM-RISCO EQUAL "S"
        GO TO 0709-FECHA-RELATORIO.

     MOVE SPACES              TO REG-RISCO.
     MOVE "US"                TO RIS-TIPO-LINHA.
     MOVE WS-AAAAMMDD-SISTEMA TO RIS-DATA-REFERENCIA.
     MOVE SRR-CLI-CODIGO      TO RIS-CLI-CODIGO.
     MOVE SRR-LOT-CODIGO      TO RIS-LOT-CODIGO.
     MOVE SRR-TIF-CODIGO      TO RIS-TIF-CODIGO.
     MOVE SRR-POSICAO-CLIENTE TO RIS-POSICAO-CLIENTE.
     MOVE SRR-USU-CODIGO      TO RIS-USU-CODIGO.
     MOVE SRR-PONTUACAO       TO RIS-PONTUACAO.
     MOVE ZEROS               TO RIS-QTD-MOTIVOS.

     MOVE 1 TO WS-IX-FATOR.

  0702-CONTA-MOTIVOS.

     IF WS-IX-FATOR > 8
        GO TO 0703-GRAVA-USUARIO.

     IF SRR-PONTOS-FATOR(WS-IX-FATOR) > ZEROS
        ADD 1 TO RIS-QTD-MOTIVOS.

     ADD 1 TO WS-IX-FATOR.
     GO TO 0702-CONTA-MOTIVOS.

  0703-GRAVA-USUARIO.

     WRITE REG-RISCO.
     ADD 1 TO WS-CONT-LISTADOS.

     MOVE 1 TO WS-IX-FATOR.

  0704-GRAVA-MOTIVO.

     IF WS-IX-FATOR > 8
        GO TO 0701-PROXIMO-USUARIO.

     IF SRR-PONTOS-FATOR(WS-IX-FATOR) EQUAL ZEROS
        ADD 1 TO WS-IX-FATOR
        GO TO 0704-GRAVA-MOTIVO.

     MOVE SPACES                    TO RIS-DETALHE.
     MOVE "MO"                      TO RIS-TIPO-LINHA.
     MOVE WS-FAT-NOME(WS-IX-FATOR)  TO RIS-FATOR.
     MOVE WS-FAT-DESCRICAO(WS-IX-FATOR) TO RIS-DESCRICAO.
     MOVE SRR-QTD-FATOR(WS-IX-FATOR)    TO RIS-QUANTIDADE.
     MOVE SRR-PONTOS-FATOR(WS-IX-FATOR) TO RIS-PONTOS.

     WRITE REG-RISCO.

     ADD 1 TO WS-IX-FATOR.
     GO TO 0704-GRAVA-MOTIVO.

  0709-FECHA-RELATORIO.

     CLOSE REL-RISCO.

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

     DISPLAY "S0947-OBJ-697 - ERRO DMS " DMS-RESULT-WS
             " USUARIO " USU-CODIGO-WS.

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
     MOVE WS-CONT-USUARIOS    TO LED-CONT-ENTRADA.
     MOVE WS-CONT-LISTADOS    TO LED-CONT-SAIDA.
     MOVE WS-CONT-OCORRENCIAS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-697" TO LED-PROGRAMA.

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
