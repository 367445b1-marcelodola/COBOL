$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-695.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   VERIFICACAO NOTURNA DA INTEGRIDADE DAS TRILHAS DE AUDITORIA  *
*----------------------------------------------------------------*
*  AS TRILHAS AUDMACMEX (656/665), AUDMEXMNT (668/678/686),      *
*MD151026 - D947319I
*  AUDMACMNT (682), AUDPARMNT (680), AUDSUSPENSAO (692) E        *
*  AUDEMERG (705) SAO                                            *
*MD151026 - D947319F
*  SEQUENCIAIS ABERTAS EM EXTEND. CADA REGISTRO GRAVADO LEVA UM  *
*  NUMERO DE SEQUENCIA DA TRILHA E UMA CONFERENCIA ENCADEADA     *
*  (CALCULADA SOBRE O REGISTRO E A CONFERENCIA DO ANTERIOR - VER *
*  MEMBROS V094765606/07/08/09); A ULTIMA SEQUENCIA/CONFERENCIA  *
*  DE CADA TRILHA FICA NO DATASET CONTROLE-TRILHA.               *
*  ESTE PROGRAMA PERCORRE CADA TRILHA DO INICIO AO FIM (A        *
*  AUDMACMEX PRECEDIDA DO SEU ARQUIVO ANUAL AUDMACMEXARQ, QUE O  *
*  S0947-OBJ-675 ALIMENTA) E APONTA NO RELINTEGTRILHA:           *
*    LACUNA     - FALTA SEQUENCIA (REGISTRO REMOVIDO);           *
*    REPETIDA   - SEQUENCIA REPETIDA OU FORA DE ORDEM;           *
*    QUEBRA     - CONFERENCIA NAO BATE (REGISTRO ALTERADO);      *
*    DATA-FORA  - DATA MENOR QUE A DO REGISTRO ANTERIOR;         *
*    SEM-SELO   - REGISTRO GRAVADO SEM SEQUENCIA (O PROGRAMA     *
*                 GRAVADOR NAO CONSEGUIU RESERVAR O SELO);       *
*    TRUNCADA   - O CONTROLE-TRILHA CONHECE REGISTROS QUE NAO    *
*                 ESTAO MAIS NO FIM DO ARQUIVO;                  *
*    EXCEDENTE  - O ARQUIVO TEM SEQUENCIA ALEM DO CONTROLE;      *
*    SEM-CONTRL - TRILHA SELADA SEM CONTROLE-TRILHA NO BANCO.    *
*  CADA DIA JA ENCERRADO DE CADA TRILHA RECEBE UMA LINHA "SELO"  *
*  NO CATALOGO CATRETENCAO (QUANTIDADE, PRIMEIRA E ULTIMA        *
*  SEQUENCIA E ULTIMA CONFERENCIA DO DIA), ENCADEADA COM O SELO  *
*  ANTERIOR DA MESMA TRILHA. NAS NOITES SEGUINTES O DIA E        *
*  RECONTADO E CONFRONTADO COM O SEU SELO:                       *
*    DIVERGE    - O DIA NAO BATE COM O SELO;                     *
*    DIA-SUMIU  - DIA SELADO QUE NAO ESTA MAIS NA TRILHA;        *
*    NAO-SELADO - DIA NO MEIO DO PERIODO SELADO SEM SELO;        *
*    SELO-ADULT - LINHA SELO DO CATALOGO ALTERADA OU REMOVIDA.   *
*  DIAS ANTERIORES AO PRIMEIRO DIA PRESENTE NA TRILHA (JA        *
*  LEVADOS PARA ARQUIVOS ANUAIS ANTERIORES) NAO SAO CONFERIDOS;  *
*  O ULTIMO SELO ANTERIOR A ELE ANCORA O PRIMEIRO REGISTRO LIDO. *
*  O DIA DE HOJE AINDA ESTA ABERTO E SO E SELADO NA NOITE        *
*  SEGUINTE. CONTADORES NO LEDGER COMUM LEDGERS0947 (674).       *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT AUD-ARQUIVO     ASSIGN TO "AUDMACMEXARQ"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MACMEX      ASSIGN TO "AUDMACMEX"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MEXMNT      ASSIGN TO "AUDMEXMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MACMNT      ASSIGN TO "AUDMACMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-PARMNT      ASSIGN TO "AUDPARMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-SUSPENSAO   ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

*MD151026 - D947319I
     SELECT AUD-EMERG       ASSIGN TO "AUDEMERG"
            ORGANIZATION IS SEQUENTIAL.
*MD151026 - D947319F

     SELECT CAT-RETENCAO    ASSIGN TO "CATRETENCAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-INTEGRIDADE ASSIGN TO "RELINTEGTRILHA"
            ORGANIZATION IS SEQUENTIAL.

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  TRILHAS DE AUDITORIA - SO INTERESSAM A DATA (OS 8 PRIMEIROS   *
*  BYTES DE TODAS ELAS, SAAMMDD), O CORPO (COBERTO PELA          *
*  CONFERENCIA JUNTO COM A SEQUENCIA) E O SELO NO FIM. LAYOUTS   *
*  COMPLETOS NOS PROGRAMAS GRAVADORES.                           *
*----------------------------------------------------------------*

 FD  AUD-ARQUIVO
     LABEL RECORD IS STANDARD.

 01  REG-AUD-ARQUIVO.
     03  VAR-DATA-REGISTRO       PIC 9(08).
     03  VAR-CORPO               PIC X(55).
     03  VAR-SEQ-TRILHA          PIC 9(09).
     03  VAR-CHECK-TRILHA        PIC 9(09).

 FD  AUD-MACMEX
     LABEL RECORD IS STANDARD.

 01  REG-AUD-MACMEX.
     03  VMX-DATA-REGISTRO       PIC 9(08).
     03  VMX-CORPO               PIC X(55).
     03  VMX-SEQ-TRILHA          PIC 9(09).
     03  VMX-CHECK-TRILHA        PIC 9(09).

 FD  AUD-MEXMNT
     LABEL RECORD IS STANDARD.

 01  REG-AUD-MEXMNT.
     03  VMN-DATA-REGISTRO       PIC 9(08).
     03  VMN-CORPO               PIC X(98).
     03  VMN-SEQ-TRILHA          PIC 9(09).
     03  VMN-CHECK-TRILHA        PIC 9(09).

 FD  AUD-MACMNT
     LABEL RECORD IS STANDARD.

 01  REG-AUD-MACMNT.
     03  VMC-DATA-REGISTRO       PIC 9(08).
     03  VMC-CORPO               PIC X(92).
     03  VMC-SEQ-TRILHA          PIC 9(09).
     03  VMC-CHECK-TRILHA        PIC 9(09).

 FD  AUD-PARMNT
     LABEL RECORD IS STANDARD.

 01  REG-AUD-PARMNT.
     03  VPM-DATA-REGISTRO       PIC 9(08).
     03  VPM-CORPO               PIC X(132).
     03  VPM-SEQ-TRILHA          PIC 9(09).
     03  VPM-CHECK-TRILHA        PIC 9(09).

 FD  AUD-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  REG-AUD-SUSPENSAO.
     03  VSU-DATA-REGISTRO       PIC 9(08).
     03  VSU-CORPO               PIC X(123).
     03  VSU-SEQ-TRILHA          PIC 9(09).
     03  VSU-CHECK-TRILHA        PIC 9(09).

*MD151026 - D947319I
 FD  AUD-EMERG
     LABEL RECORD IS STANDARD.

 01  REG-AUD-EMERG.
     03  VEM-DATA-REGISTRO       PIC 9(08).
     03  VEM-CORPO               PIC X(130).
     03  VEM-SEQ-TRILHA          PIC 9(09).
     03  VEM-CHECK-TRILHA        PIC 9(09).
*MD151026 - D947319F

*----------------------------------------------------------------*
*  CATALOGO CATRETENCAO - MESMOS LAYOUTS DO S0947-OBJ-675. AS    *
*  LINHAS "RETEN" SAO DO 675; AS LINHAS "SELO" SAO DESTE         *
*  PROGRAMA E SO RECEBEM ACRESCIMOS (EXTEND).                    *
*----------------------------------------------------------------*

 FD  CAT-RETENCAO
     LABEL RECORD IS STANDARD.

 01  REG-CAT-RETENCAO.
     03  CAT-ARQUIVO             PIC X(12).
     03  CAT-DATA-CORTE          PIC 9(08).
     03  CAT-PRIMEIRA-DATA       PIC 9(08).
     03  CAT-ULTIMA-DATA         PIC 9(08).
     03  CAT-REG-MANTIDOS        PIC 9(09).
     03  CAT-REG-ARQUIVADOS      PIC 9(09).
     03  CAT-TIPO-LINHA          PIC X(05).
         88  CAT-LINHA-RETENCAO              VALUE "RETEN".
         88  CAT-LINHA-SELO                  VALUE "SELO ".
     03  CAT-COMPLEMENTO         PIC X(26).

 01  REG-CAT-SELO.
     03  CSL-ARQUIVO             PIC X(12).
     03  CSL-DATA-MOVIMENTO      PIC 9(08).
     03  CSL-SEQ-INICIAL         PIC 9(09).
     03  CSL-SEQ-FINAL           PIC 9(09).
     03  CSL-QTD-REGISTROS       PIC 9(09).
     03  CSL-QTD-OCORRENCIAS     PIC 9(07).
     03  CSL-TIPO-LINHA          PIC X(05).
     03  CSL-CHECK-FINAL         PIC 9(09).
     03  CSL-DATA-SELAGEM        PIC 9(08).
     03  CSL-SELO                PIC 9(09).

*----------------------------------------------------------------*
*  RELATORIO DE INTEGRIDADE - UMA LINHA "OC" POR OCORRENCIA E    *
*  UMA LINHA "RS" DE RESUMO POR TRILHA.                          *
*----------------------------------------------------------------*

 FD  REL-INTEGRIDADE
     LABEL RECORD IS STANDARD.

 01  REG-INTEGRIDADE.
     03  INT-TIPO-LINHA          PIC X(02).
     03  INT-DATA-VERIFICACAO    PIC 9(08).
     03  INT-TRILHA              PIC X(12).
     03  INT-DETALHE.
         05  INT-OCORRENCIA      PIC X(10).
         05  INT-DATA-REGISTRO   PIC 9(08).
         05  INT-SEQ-ESPERADA    PIC 9(09).
         05  INT-SEQ-ENCONTRADA  PIC 9(09).
         05  INT-DESCRICAO       PIC X(60).
     03  INT-RESUMO REDEFINES INT-DETALHE.
         05  INT-QTD-LIDOS       PIC 9(09).
         05  INT-QTD-OCORRENCIAS PIC 9(07).
         05  INT-QTD-DIAS-SELADOS PIC 9(05).
         05  INT-ULTIMA-SEQ      PIC 9(09).
         05  INT-PRIMEIRO-DIA    PIC 9(08).
         05  INT-ULTIMO-DIA      PIC 9(08).
         05  FILLER              PIC X(50).

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
*  O BANCO SO E CONSULTADO PARA LER O CONTROLE-TRILHA DE CADA    *
*  TRILHA (ULTIMA SEQUENCIA/CONFERENCIA GRAVADA).                *
*----------------------------------------------------------------*

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-LIDOS               PIC 9(09)   COMP.
 77  WS-CONT-OCORRENCIAS         PIC 9(09)   COMP.
 77  WS-CONT-SELADOS             PIC 9(09)   COMP.

*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA - MESMA AREA E MESMO CALCULO DOS   *
* PROGRAMAS GRAVADORES (MEMBROS COPY V094765606 E V094765608).   *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".

*----------------------------------------------------------------*
* SITUACAO DA TRILHA EM VERIFICACAO.                             *
*----------------------------------------------------------------*

 01  WS-TRILHA-CORRENTE.
     03  WS-TRL-NOME             PIC X(12).
     03  WS-TRL-LIDOS            PIC 9(09)   COMP.
     03  WS-TRL-OCORRENCIAS      PIC 9(07)   COMP.
     03  WS-TRL-DIAS-SELADOS     PIC 9(05)   COMP.
     03  WS-TRL-PRIMEIRO-DIA     PIC 9(08).
     03  FLAG-FIM-TRILHA         PIC X(01).
     03  FLAG-PRIMEIRO-REG       PIC X(01).
     03  FLAG-TEM-SELADO         PIC X(01).
     03  WS-SEQ-ANTERIOR         PIC 9(09).
     03  WS-CHECK-ANTERIOR       PIC 9(09).
     03  WS-DATA-ANTERIOR        PIC 9(08).

*----------------------------------------------------------------*
* REGISTRO LIDO, NA FORMA COMUM A TODAS AS TRILHAS.              *
*----------------------------------------------------------------*

 01  WS-REGISTRO-LIDO.
     03  WS-VER-DATA             PIC 9(08).
     03  WS-VER-SEQ              PIC 9(09).
     03  WS-VER-CHECK            PIC 9(09).
     03  WS-VER-TAMANHO          PIC 9(04)   COMP.
     03  WS-VER-REGISTRO         PIC X(200).

*----------------------------------------------------------------*
* DIA EM ACUMULO - VIRA UMA LINHA "SELO" QUANDO ENCERRADO.       *
*----------------------------------------------------------------*

 01  WS-DIA-CORRENTE.
     03  WS-DIA-DATA             PIC 9(08).
     03  WS-DIA-QTD              PIC 9(09)   COMP.
     03  WS-DIA-OCORRENCIAS      PIC 9(07)   COMP.
     03  WS-DIA-SEQ-INI          PIC 9(09).
     03  WS-DIA-SEQ-FIM          PIC 9(09).
     03  WS-DIA-CHECK-FIM        PIC 9(09).

*----------------------------------------------------------------*
* LEITURA DAS LINHAS "SELO" DA TRILHA NO CATALOGO, EM ORDEM DE   *
* DATA, JUNTO COM A TRILHA.                                      *
*----------------------------------------------------------------*

 01  WS-SELOS-CATALOGO.
     03  FLAG-FIM-SELOS          PIC X(01).
     03  FLAG-TEM-ANCORA         PIC X(01).
     03  WS-SELO-ANTERIOR        PIC 9(09).
     03  WS-ANC-SEQ-FINAL        PIC 9(09).
     03  WS-ANC-CHECK-FINAL      PIC 9(09).

*----------------------------------------------------------------*
* NOVAS LINHAS "SELO" - MONTADAS DURANTE A PASSAGEM (O CATALOGO  *
* ESTA ABERTO PARA LEITURA) E ACRESCENTADAS NO FIM. SE A TABELA  *
* ENCHER, O RESTANTE FICA PARA A NOITE SEGUINTE - NENHUM DIA E   *
* PULADO, PARA NAO QUEBRAR O ENCADEAMENTO.                       *
*----------------------------------------------------------------*

 01  WS-SELO-NOVO.
     03  NSL-ARQUIVO             PIC X(12).
     03  NSL-DATA-MOVIMENTO      PIC 9(08).
     03  NSL-SEQ-INICIAL         PIC 9(09).
     03  NSL-SEQ-FINAL           PIC 9(09).
     03  NSL-QTD-REGISTROS       PIC 9(09).
     03  NSL-QTD-OCORRENCIAS     PIC 9(07).
     03  NSL-TIPO-LINHA          PIC X(05).
     03  NSL-CHECK-FINAL         PIC 9(09).
     03  NSL-DATA-SELAGEM        PIC 9(08).
     03  NSL-SELO                PIC 9(09).

 01  WS-TAB-SELOS-NOVOS.
     03  WS-CONT-SELOS-NOVOS     PIC 9(04)   COMP.
     03  FLAG-TAB-SELOS-CHEIA    PIC X(01).
     03  WS-SNV-LINHA            PIC X(85)   OCCURS 500 TIMES.

 01  WS-IX-SELO                  PIC 9(04)   COMP.

*----------------------------------------------------------------*
* OCORRENCIA EM GRAVACAO (VER 0700-GRAVA-OCORRENCIA).            *
*----------------------------------------------------------------*

 01  WS-OCORRENCIA.
     03  WS-OCO-TIPO             PIC X(10).
     03  WS-OCO-DATA             PIC 9(08).
     03  WS-OCO-SEQ-ESPERADA     PIC 9(09).
     03  WS-OCO-SEQ-ENCONTRADA   PIC 9(09).
     03  WS-OCO-DESCRICAO        PIC X(60).

 01  WS-DATA-HOJE                PIC 9(08).

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

     MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-OCORRENCIAS
                   WS-CONT-SELADOS WS-CONT-SELOS-NOVOS.
     MOVE "N" TO FLAG-TAB-SELOS-CHEIA.

     INITIALIZE ARRAY-IN-WS.

     ACCEPT DATA-ACCEPT FROM DATE.
     COMPUTE WS-DATA-HOJE = 20000000 + (ANO-ACCEPT * 10000) +
                            (MES-ACCEPT * 100) + DIA-ACCEPT.

     OPEN INQUIRY BDSEGURANCA.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     OPEN OUTPUT REL-INTEGRIDADE.

     PERFORM 0200-VERIFICA-AUDMACMEX
        THRU 0200-VERIFICA-AUDMACMEX-FIM.

     PERFORM 0210-VERIFICA-AUDMEXMNT
        THRU 0210-VERIFICA-AUDMEXMNT-FIM.

     PERFORM 0220-VERIFICA-AUDMACMNT
        THRU 0220-VERIFICA-AUDMACMNT-FIM.

     PERFORM 0230-VERIFICA-AUDPARMNT
        THRU 0230-VERIFICA-AUDPARMNT-FIM.

     PERFORM 0240-VERIFICA-AUDSUSPENSAO
        THRU 0240-VERIFICA-AUDSUSPENSAO-FIM.

*MD151026 - D947319I
     PERFORM 0250-VERIFICA-AUDEMERG
        THRU 0250-VERIFICA-AUDEMERG-FIM.
*MD151026 - D947319F

     CLOSE REL-INTEGRIDADE.

     PERFORM 0800-GRAVA-SELOS-NOVOS
        THRU 0800-GRAVA-SELOS-NOVOS-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-695 - REGISTROS VERIFICADOS: " WS-CONT-LIDOS.
     DISPLAY "S0947-OBJ-695 - OCORRENCIAS..........: "
             WS-CONT-OCORRENCIAS.
     DISPLAY "S0947-OBJ-695 - DIAS SELADOS.........: "
             WS-CONT-SELADOS.

     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    AUDMACMEX - O ARQUIVO ANUAL VEM ANTES DO VIVO: O 675 TIRA   *
*    DO VIVO OS REGISTROS MAIS ANTIGOS, EM ORDEM, E OS ACRESCENTA*
*    AO ANUAL - OS DOIS JUNTOS SAO UMA SEQUENCIA SO              *
******************************************************************

  0200-VERIFICA-AUDMACMEX.

     MOVE "AUDMACMEX" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT AUD-ARQUIVO.

  0201-PROXIMO-ARQUIVADO.

     READ AUD-ARQUIVO
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0202-FECHA-ARQUIVADO.

     MOVE VAR-DATA-REGISTRO TO WS-VER-DATA.
     MOVE VAR-SEQ-TRILHA    TO WS-VER-SEQ.
     MOVE VAR-CHECK-TRILHA  TO WS-VER-CHECK.
     MOVE REG-AUD-ARQUIVO   TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-ARQUIVO) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0201-PROXIMO-ARQUIVADO.

  0202-FECHA-ARQUIVADO.

     CLOSE AUD-ARQUIVO.

     MOVE "N" TO FLAG-FIM-TRILHA.
     OPEN INPUT AUD-MACMEX.

  0203-PROXIMO-MACMEX.

     READ AUD-MACMEX
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0204-FECHA-MACMEX.

     MOVE VMX-DATA-REGISTRO TO WS-VER-DATA.
     MOVE VMX-SEQ-TRILHA    TO WS-VER-SEQ.
     MOVE VMX-CHECK-TRILHA  TO WS-VER-CHECK.
     MOVE REG-AUD-MACMEX    TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-MACMEX) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0203-PROXIMO-MACMEX.

  0204-FECHA-MACMEX.

     CLOSE AUD-MACMEX.

     PERFORM 0350-ENCERRA-TRILHA
        THRU 0350-ENCERRA-TRILHA-FIM.

  0200-VERIFICA-AUDMACMEX-FIM.
     EXIT.

******************************************************************
*    AUDMEXMNT - MANUTENCAO DE MEX (668/678/686)                 *
******************************************************************

  0210-VERIFICA-AUDMEXMNT.

     MOVE "AUDMEXMNT" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT AUD-MEXMNT.

  0211-PROXIMO-MEXMNT.

     READ AUD-MEXMNT
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0212-FECHA-MEXMNT.

     MOVE VMN-DATA-REGISTRO TO WS-VER-DATA.
     MOVE VMN-SEQ-TRILHA    TO WS-VER-SEQ.
     MOVE VMN-CHECK-TRILHA  TO WS-VER-CHECK.
     MOVE REG-AUD-MEXMNT    TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-MEXMNT) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0211-PROXIMO-MEXMNT.

  0212-FECHA-MEXMNT.

     CLOSE AUD-MEXMNT.

     PERFORM 0350-ENCERRA-TRILHA
        THRU 0350-ENCERRA-TRILHA-FIM.

  0210-VERIFICA-AUDMEXMNT-FIM.
     EXIT.

******************************************************************
*    AUDMACMNT - MANUTENCAO DA MAC (682)                         *
******************************************************************

  0220-VERIFICA-AUDMACMNT.

     MOVE "AUDMACMNT" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT AUD-MACMNT.

  0221-PROXIMO-MACMNT.

     READ AUD-MACMNT
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0222-FECHA-MACMNT.

     MOVE VMC-DATA-REGISTRO TO WS-VER-DATA.
     MOVE VMC-SEQ-TRILHA    TO WS-VER-SEQ.
     MOVE VMC-CHECK-TRILHA  TO WS-VER-CHECK.
     MOVE REG-AUD-MACMNT    TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-MACMNT) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0221-PROXIMO-MACMNT.

  0222-FECHA-MACMNT.

     CLOSE AUD-MACMNT.

     PERFORM 0350-ENCERRA-TRILHA
        THRU 0350-ENCERRA-TRILHA-FIM.

  0220-VERIFICA-AUDMACMNT-FIM.
     EXIT.

******************************************************************
*    AUDPARMNT - MANUTENCAO DE PARAMETROS (680)                  *
******************************************************************

  0230-VERIFICA-AUDPARMNT.

     MOVE "AUDPARMNT" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT AUD-PARMNT.

  0231-PROXIMO-PARMNT.

     READ AUD-PARMNT
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0232-FECHA-PARMNT.

     MOVE VPM-DATA-REGISTRO TO WS-VER-DATA.
     MOVE VPM-SEQ-TRILHA    TO WS-VER-SEQ.
     MOVE VPM-CHECK-TRILHA  TO WS-VER-CHECK.
     MOVE REG-AUD-PARMNT    TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-PARMNT) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0231-PROXIMO-PARMNT.

  0232-FECHA-PARMNT.

     CLOSE AUD-PARMNT.

     PERFORM 0350-ENCERRA-TRILHA
        THRU 0350-ENCERRA-TRILHA-FIM.

  0230-VERIFICA-AUDPARMNT-FIM.
     EXIT.

******************************************************************
*    AUDSUSPENSAO - SUSPENSAO E REATIVACAO DE USUARIOS (692)     *
******************************************************************

  0240-VERIFICA-AUDSUSPENSAO.

     MOVE "AUDSUSPENSAO" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT AUD-SUSPENSAO.

  0241-PROXIMO-SUSPENSAO.

     READ AUD-SUSPENSAO
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0242-FECHA-SUSPENSAO.

     MOVE VSU-DATA-REGISTRO  TO WS-VER-DATA.
     MOVE VSU-SEQ-TRILHA     TO WS-VER-SEQ.
     MOVE VSU-CHECK-TRILHA   TO WS-VER-CHECK.
     MOVE REG-AUD-SUSPENSAO  TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-SUSPENSAO) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0241-PROXIMO-SUSPENSAO.

  0242-FECHA-SUSPENSAO.

     CLOSE AUD-SUSPENSAO.

     PERFORM 0350-ENCERRA-TRILHA
        THRU 0350-ENCERRA-TRILHA-FIM.

  0240-VERIFICA-AUDSUSPENSAO-FIM.
     EXIT.

*MD151026 - D947319I
******************************************************************
*    AUDEMERG - ACESSO DE EMERGENCIA (705)                       *
******************************************************************

  0250-VERIFICA-AUDEMERG.

     MOVE "AUDEMERG" TO WS-TRL-NOME.
     PERFORM 0300-INICIA-TRILHA
        THRU 0300-INICIA-TRILHA-FIM.

     OPEN INPUT AUD-EMERG.

  0251-PROXIMO-EMERG.

     READ AUD-EMERG
         AT END
            MOVE "S" TO FLAG-FIM-TRILHA.

     IF FLAG-FIM-TRILHA EQUAL "S"
        GO TO 0252-FECHA-EMERG.

     MOVE VEM-DATA-REGISTRO  TO WS-VER-DATA.
     MOVE VEM-SEQ-TRILHA     TO WS-VER-SEQ.
     MOVE VEM-CHECK-TRILHA   TO WS-VER-CHECK.
     MOVE REG-AUD-EMERG      TO WS-VER-REGISTRO.
     COMPUTE WS-VER-TAMANHO = FUNCTION LENGTH(REG-AUD-EMERG) - 9.

     PERFORM 0400-CONFERE-REGISTRO
        THRU 0400-CONFERE-REGISTRO-FIM.

     GO TO 0251-PROXIMO-EMERG.

  0252-FECHA-EMERG.

     CLOSE AUD-EMERG.

     PERFORM 0350-ENCERRA-TRILHA
        THRU 0350-ENCERRA-TRILHA-FIM.

  0250-VERIFICA-AUDEMERG-FIM.
     EXIT.
*MD151026 - D947319F

******************************************************************
*    PREPARA A VERIFICACAO DA TRILHA WS-TRL-NOME - ZERA A        *
*    SITUACAO E ABRE O CATALOGO PARA LER OS SELOS DELA           *
******************************************************************

  0300-INICIA-TRILHA.

     MOVE ZEROS TO WS-TRL-LIDOS WS-TRL-OCORRENCIAS
                   WS-TRL-DIAS-SELADOS WS-TRL-PRIMEIRO-DIA
                   WS-SEQ-ANTERIOR WS-CHECK-ANTERIOR
                   WS-DATA-ANTERIOR.
     MOVE "N" TO FLAG-FIM-TRILHA.
     MOVE "S" TO FLAG-PRIMEIRO-REG.
     MOVE "N" TO FLAG-TEM-SELADO.

     MOVE ZEROS TO WS-DIA-DATA WS-DIA-QTD WS-DIA-OCORRENCIAS
                   WS-DIA-SEQ-INI WS-DIA-SEQ-FIM WS-DIA-CHECK-FIM.

     MOVE "N" TO FLAG-FIM-SELOS.
     MOVE "N" TO FLAG-TEM-ANCORA.
     MOVE ZEROS TO WS-SELO-ANTERIOR WS-ANC-SEQ-FINAL
                   WS-ANC-CHECK-FINAL.

     OPEN INPUT CAT-RETENCAO.

     PERFORM 0600-LE-SELO-TRILHA
        THRU 0600-LE-SELO-TRILHA-FIM.

  0300-INICIA-TRILHA-FIM.
     EXIT.

******************************************************************
*    FIM DA TRILHA - FECHA O ULTIMO DIA, APONTA OS DIAS SELADOS  *
*    QUE FICARAM SEM REGISTRO E CONFRONTA A ULTIMA SEQUENCIA DO  *
*    ARQUIVO COM O CONTROLE-TRILHA                               *
******************************************************************

  0350-ENCERRA-TRILHA.

     IF FLAG-PRIMEIRO-REG EQUAL "S"
        GO TO 0352-CONFRONTA-CONTROLE.

     PERFORM 0500-FECHA-DIA
        THRU 0500-FECHA-DIA-FIM.

  0351-SELOS-SEM-DIA.

     IF FLAG-FIM-SELOS EQUAL "S"
        GO TO 0352-CONFRONTA-CONTROLE.

     MOVE "DIA-SUMIU"        TO WS-OCO-TIPO.
     MOVE CSL-DATA-MOVIMENTO TO WS-OCO-DATA.
     MOVE CSL-SEQ-INICIAL    TO WS-OCO-SEQ-ESPERADA.
     MOVE ZEROS              TO WS-OCO-SEQ-ENCONTRADA.
     MOVE "DIA SELADO NAO ESTA MAIS NA TRILHA"
       TO WS-OCO-DESCRICAO.
     PERFORM 0700-GRAVA-OCORRENCIA
        THRU 0700-GRAVA-OCORRENCIA-FIM.

     PERFORM 0600-LE-SELO-TRILHA
        THRU 0600-LE-SELO-TRILHA-FIM.

     GO TO 0351-SELOS-SEM-DIA.

  0352-CONFRONTA-CONTROLE.

     CLOSE CAT-RETENCAO.

     MOVE ZEROS TO WS-OCO-DATA.

     FIND FIRST CTR-POR-TRILHA AT CTR-TRILHA = WS-TRL-NOME
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
                GO TO 0353-RESUMO-TRILHA
             END-IF
             IF FLAG-TEM-SELADO EQUAL "S"
                MOVE "SEM-CONTRL"    TO WS-OCO-TIPO
                MOVE ZEROS           TO WS-OCO-SEQ-ESPERADA
                MOVE WS-SEQ-ANTERIOR TO WS-OCO-SEQ-ENCONTRADA
                MOVE "TRILHA SELADA SEM CONTROLE-TRILHA NO BANCO"
                  TO WS-OCO-DESCRICAO
                PERFORM 0700-GRAVA-OCORRENCIA
                   THRU 0700-GRAVA-OCORRENCIA-FIM
             END-IF
             GO TO 0353-RESUMO-TRILHA
     END-FIND.

*    CONTROLE A FRENTE DO ARQUIVO SO E TRUNCAGEM SE A ULTIMA
*    GRAVACAO FOI ANTES DE HOJE - HOJE A TRILHA PODE ESTAR SENDO
*    GRAVADA ENQUANTO ESTE PROGRAMA LE.
     IF CTR-ULTIMA-SEQ > WS-SEQ-ANTERIOR AND
        CTR-DATA-ULTIMA < WS-DATA-HOJE
        MOVE "TRUNCADA"       TO WS-OCO-TIPO
        MOVE CTR-ULTIMA-SEQ   TO WS-OCO-SEQ-ESPERADA
        MOVE WS-SEQ-ANTERIOR  TO WS-OCO-SEQ-ENCONTRADA
        MOVE "ULTIMOS REGISTROS DA TRILHA NAO ESTAO NO ARQUIVO"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM
        GO TO 0353-RESUMO-TRILHA.

     IF CTR-ULTIMA-SEQ < WS-SEQ-ANTERIOR
        MOVE "EXCEDENTE"      TO WS-OCO-TIPO
        MOVE CTR-ULTIMA-SEQ   TO WS-OCO-SEQ-ESPERADA
        MOVE WS-SEQ-ANTERIOR  TO WS-OCO-SEQ-ENCONTRADA
        MOVE "ARQUIVO TEM SEQUENCIA ALEM DO CONTROLE-TRILHA"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM
        GO TO 0353-RESUMO-TRILHA.

     IF CTR-ULTIMA-SEQ EQUAL WS-SEQ-ANTERIOR AND
        CTR-ULTIMO-CHECK NOT EQUAL WS-CHECK-ANTERIOR
        MOVE "QUEBRA"         TO WS-OCO-TIPO
        MOVE CTR-ULTIMA-SEQ   TO WS-OCO-SEQ-ESPERADA
        MOVE WS-SEQ-ANTERIOR  TO WS-OCO-SEQ-ENCONTRADA
        MOVE "ULTIMO REGISTRO DIFERE DO CONTROLE-TRILHA"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM.

  0353-RESUMO-TRILHA.

     MOVE SPACES               TO REG-INTEGRIDADE.
     MOVE "RS"                 TO INT-TIPO-LINHA.
     MOVE WS-DATA-HOJE         TO INT-DATA-VERIFICACAO.
     MOVE WS-TRL-NOME          TO INT-TRILHA.
     MOVE WS-TRL-LIDOS         TO INT-QTD-LIDOS.
     MOVE WS-TRL-OCORRENCIAS   TO INT-QTD-OCORRENCIAS.
     MOVE WS-TRL-DIAS-SELADOS  TO INT-QTD-DIAS-SELADOS.
     MOVE WS-SEQ-ANTERIOR      TO INT-ULTIMA-SEQ.
     MOVE WS-TRL-PRIMEIRO-DIA  TO INT-PRIMEIRO-DIA.
     MOVE WS-DIA-DATA          TO INT-ULTIMO-DIA.
     WRITE REG-INTEGRIDADE.

     DISPLAY "S0947-OBJ-695 - " WS-TRL-NOME
             " LIDOS: " WS-TRL-LIDOS
             " OCORRENCIAS: " WS-TRL-OCORRENCIAS.

  0350-ENCERRA-TRILHA-FIM.
     EXIT.

******************************************************************
*    CONFERE O REGISTRO LIDO (WS-REGISTRO-LIDO): DATA, DIA,      *
*    SEQUENCIA E CONFERENCIA ENCADEADA                           *
******************************************************************

  0400-CONFERE-REGISTRO.

     ADD 1 TO WS-TRL-LIDOS WS-CONT-LIDOS.

     IF FLAG-PRIMEIRO-REG EQUAL "S"
        MOVE "N"         TO FLAG-PRIMEIRO-REG
        MOVE WS-VER-DATA TO WS-TRL-PRIMEIRO-DIA WS-DATA-ANTERIOR
        PERFORM 0510-INICIA-DIA
           THRU 0510-INICIA-DIA-FIM
        PERFORM 0610-DESCARTA-SELOS-ANTERIORES
           THRU 0610-DESCARTA-SELOS-ANTERIORES-FIM
        GO TO 0401-CONFERE-SEQUENCIA.

     IF WS-VER-DATA < WS-DATA-ANTERIOR
        MOVE "DATA-FORA"      TO WS-OCO-TIPO
        MOVE WS-VER-DATA      TO WS-OCO-DATA
        MOVE ZEROS            TO WS-OCO-SEQ-ESPERADA
        MOVE WS-VER-SEQ       TO WS-OCO-SEQ-ENCONTRADA
        MOVE "DATA MENOR QUE A DO REGISTRO ANTERIOR"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM
        GO TO 0401-CONFERE-SEQUENCIA.

     MOVE WS-VER-DATA TO WS-DATA-ANTERIOR.

     IF WS-VER-DATA > WS-DIA-DATA
        PERFORM 0500-FECHA-DIA
           THRU 0500-FECHA-DIA-FIM
        PERFORM 0510-INICIA-DIA
           THRU 0510-INICIA-DIA-FIM.

  0401-CONFERE-SEQUENCIA.

     ADD 1 TO WS-DIA-QTD.

     IF WS-VER-SEQ EQUAL ZEROS
        MOVE "SEM-SELO"       TO WS-OCO-TIPO
        MOVE WS-VER-DATA      TO WS-OCO-DATA
        MOVE ZEROS            TO WS-OCO-SEQ-ESPERADA
                                 WS-OCO-SEQ-ENCONTRADA
        MOVE "REGISTRO GRAVADO SEM SELO DA TRILHA"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM
        GO TO 0400-CONFERE-REGISTRO-FIM.

     IF FLAG-TEM-SELADO EQUAL "S"
        GO TO 0402-CONFERE-CONTINUIDADE.

*    PRIMEIRO REGISTRO SELADO DA PASSAGEM - SO DA PARA CONFERIR
*    SE FOR O PRIMEIRO DA TRILHA OU SE O ULTIMO SELO ANTERIOR AO
*    DIA DELE TERMINA NA SEQUENCIA IMEDIATAMENTE ANTERIOR.
     IF WS-VER-SEQ EQUAL 1
        MOVE ZEROS TO SEL-CHECK-ANTERIOR
        GO TO 0403-CONFERE-ENCADEAMENTO.

     IF FLAG-TEM-ANCORA EQUAL "N"
        GO TO 0404-ATUALIZA-ANTERIOR.

     IF WS-VER-SEQ EQUAL WS-ANC-SEQ-FINAL + 1
        MOVE WS-ANC-CHECK-FINAL TO SEL-CHECK-ANTERIOR
        GO TO 0403-CONFERE-ENCADEAMENTO.

     MOVE WS-ANC-SEQ-FINAL TO WS-SEQ-ANTERIOR.

  0402-CONFERE-CONTINUIDADE.

     IF WS-VER-SEQ EQUAL WS-SEQ-ANTERIOR + 1
        MOVE WS-CHECK-ANTERIOR TO SEL-CHECK-ANTERIOR
        GO TO 0403-CONFERE-ENCADEAMENTO.

     MOVE WS-VER-DATA TO WS-OCO-DATA.
     COMPUTE WS-OCO-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1.
     MOVE WS-VER-SEQ  TO WS-OCO-SEQ-ENCONTRADA.

     IF WS-VER-SEQ > WS-SEQ-ANTERIOR
        MOVE "LACUNA" TO WS-OCO-TIPO
        MOVE "SEQUENCIAS AUSENTES - REGISTROS REMOVIDOS DA TRILHA"
          TO WS-OCO-DESCRICAO
     ELSE
        MOVE "REPETIDA" TO WS-OCO-TIPO
        MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM NA TRILHA"
          TO WS-OCO-DESCRICAO.

     PERFORM 0700-GRAVA-OCORRENCIA
        THRU 0700-GRAVA-OCORRENCIA-FIM.

*    SEM O ANTECESSOR VERDADEIRO NAO HA COMO RECALCULAR - O
*    REGISTRO VIRA A NOVA ANCORA E A CONFERENCIA SEGUE DELE.
     GO TO 0404-ATUALIZA-ANTERIOR.

  0403-CONFERE-ENCADEAMENTO.

     MOVE WS-VER-REGISTRO TO SEL-REGISTRO.
     MOVE WS-VER-TAMANHO  TO SEL-TAMANHO.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     IF SEL-CHECK-TRILHA NOT EQUAL WS-VER-CHECK
        MOVE "QUEBRA"         TO WS-OCO-TIPO
        MOVE WS-VER-DATA      TO WS-OCO-DATA
        MOVE WS-VER-SEQ       TO WS-OCO-SEQ-ESPERADA
                                 WS-OCO-SEQ-ENCONTRADA
        MOVE "CONFERENCIA NAO BATE - REGISTRO ALTERADO"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM.

  0404-ATUALIZA-ANTERIOR.

     MOVE "S"          TO FLAG-TEM-SELADO.
     MOVE WS-VER-SEQ   TO WS-SEQ-ANTERIOR.
     MOVE WS-VER-CHECK TO WS-CHECK-ANTERIOR.

     IF WS-DIA-SEQ-INI EQUAL ZEROS
        MOVE WS-VER-SEQ TO WS-DIA-SEQ-INI.
     MOVE WS-VER-SEQ   TO WS-DIA-SEQ-FIM.
     MOVE WS-VER-CHECK TO WS-DIA-CHECK-FIM.

  0400-CONFERE-REGISTRO-FIM.
     EXIT.

******************************************************************
*    ENCERRA O DIA EM ACUMULO - CONFRONTA COM O SELO DO DIA NO   *
*    CATALOGO OU, SE O DIA AINDA NAO FOI SELADO E JA TERMINOU,   *
*    MONTA O SELO NOVO                                           *
******************************************************************

  0500-FECHA-DIA.

     IF FLAG-FIM-SELOS EQUAL "S"
        GO TO 0503-DIA-SEM-SELO.

     IF CSL-DATA-MOVIMENTO NOT < WS-DIA-DATA
        GO TO 0502-CONFRONTA-SELO.

*    SELO DE UM DIA QUE JA PASSOU NA TRILHA SEM APARECER.
     MOVE "DIA-SUMIU"        TO WS-OCO-TIPO.
     MOVE CSL-DATA-MOVIMENTO TO WS-OCO-DATA.
     MOVE CSL-SEQ-INICIAL    TO WS-OCO-SEQ-ESPERADA.
     MOVE ZEROS              TO WS-OCO-SEQ-ENCONTRADA.
     MOVE "DIA SELADO NAO ESTA MAIS NA TRILHA"
       TO WS-OCO-DESCRICAO.
     PERFORM 0700-GRAVA-OCORRENCIA
        THRU 0700-GRAVA-OCORRENCIA-FIM.

     PERFORM 0600-LE-SELO-TRILHA
        THRU 0600-LE-SELO-TRILHA-FIM.

     GO TO 0500-FECHA-DIA.

  0502-CONFRONTA-SELO.

     IF CSL-DATA-MOVIMENTO > WS-DIA-DATA
        MOVE "NAO-SELADO"   TO WS-OCO-TIPO
        MOVE WS-DIA-DATA    TO WS-OCO-DATA
        MOVE WS-DIA-SEQ-INI TO WS-OCO-SEQ-ESPERADA
        MOVE WS-DIA-SEQ-FIM TO WS-OCO-SEQ-ENCONTRADA
        MOVE "DIA NO MEIO DO PERIODO SELADO SEM SELO NO CATALOGO"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM
        GO TO 0500-FECHA-DIA-FIM.

     IF CSL-QTD-REGISTROS NOT EQUAL WS-DIA-QTD     OR
        CSL-SEQ-INICIAL   NOT EQUAL WS-DIA-SEQ-INI OR
        CSL-SEQ-FINAL     NOT EQUAL WS-DIA-SEQ-FIM OR
        CSL-CHECK-FINAL   NOT EQUAL WS-DIA-CHECK-FIM
        MOVE "DIVERGE"      TO WS-OCO-TIPO
        MOVE WS-DIA-DATA    TO WS-OCO-DATA
        MOVE CSL-SEQ-FINAL  TO WS-OCO-SEQ-ESPERADA
        MOVE WS-DIA-SEQ-FIM TO WS-OCO-SEQ-ENCONTRADA
        MOVE "DIA NAO BATE COM O TOTAL DE CONTROLE SELADO"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM.

     PERFORM 0600-LE-SELO-TRILHA
        THRU 0600-LE-SELO-TRILHA-FIM.

     GO TO 0500-FECHA-DIA-FIM.

  0503-DIA-SEM-SELO.

*    DEPOIS DO ULTIMO SELO - DIA NOVO. HOJE AINDA ESTA ABERTO.
     IF WS-DIA-DATA NOT < WS-DATA-HOJE
        GO TO 0500-FECHA-DIA-FIM.

     PERFORM 0550-SELA-DIA
        THRU 0550-SELA-DIA-FIM.

  0500-FECHA-DIA-FIM.
     EXIT.

  0510-INICIA-DIA.

     MOVE WS-VER-DATA TO WS-DIA-DATA.
     MOVE ZEROS TO WS-DIA-QTD WS-DIA-OCORRENCIAS
                   WS-DIA-SEQ-INI WS-DIA-SEQ-FIM WS-DIA-CHECK-FIM.

  0510-INICIA-DIA-FIM.
     EXIT.

******************************************************************
*    MONTA A LINHA "SELO" DO DIA ENCERRADO, ENCADEADA COM O      *
*    SELO ANTERIOR DA TRILHA, E GUARDA NA TABELA DE SELOS NOVOS  *
******************************************************************

  0550-SELA-DIA.

     IF FLAG-TAB-SELOS-CHEIA EQUAL "S"
        GO TO 0550-SELA-DIA-FIM.

     IF WS-CONT-SELOS-NOVOS NOT < 500
        MOVE "S" TO FLAG-TAB-SELOS-CHEIA
        DISPLAY "S0947-OBJ-695 - TABELA DE SELOS CHEIA - RESTANTE "
                "FICA PARA A PROXIMA EXECUCAO"
        GO TO 0550-SELA-DIA-FIM.

     MOVE WS-TRL-NOME        TO NSL-ARQUIVO.
     MOVE WS-DIA-DATA        TO NSL-DATA-MOVIMENTO.
     MOVE WS-DIA-SEQ-INI     TO NSL-SEQ-INICIAL.
     MOVE WS-DIA-SEQ-FIM     TO NSL-SEQ-FINAL.
     MOVE WS-DIA-QTD         TO NSL-QTD-REGISTROS.
     MOVE WS-DIA-OCORRENCIAS TO NSL-QTD-OCORRENCIAS.
     MOVE "SELO "            TO NSL-TIPO-LINHA.
     MOVE WS-DIA-CHECK-FIM   TO NSL-CHECK-FINAL.
     MOVE WS-DATA-HOJE       TO NSL-DATA-SELAGEM.
     MOVE ZEROS              TO NSL-SELO.

     MOVE WS-SELO-ANTERIOR   TO SEL-CHECK-ANTERIOR.
     MOVE WS-SELO-NOVO       TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(WS-SELO-NOVO) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA   TO NSL-SELO.
     MOVE NSL-SELO           TO WS-SELO-ANTERIOR.

     ADD 1 TO WS-CONT-SELOS-NOVOS.
     MOVE WS-SELO-NOVO TO WS-SNV-LINHA(WS-CONT-SELOS-NOVOS).

     ADD 1 TO WS-TRL-DIAS-SELADOS WS-CONT-SELADOS.

  0550-SELA-DIA-FIM.
     EXIT.

******************************************************************
*    PROXIMA LINHA "SELO" DA TRILHA NO CATALOGO - CONFERE O      *
*    ENCADEAMENTO DOS SELOS AO LER                               *
******************************************************************

  0600-LE-SELO-TRILHA.

     IF FLAG-FIM-SELOS EQUAL "S"
        GO TO 0600-LE-SELO-TRILHA-FIM.

     READ CAT-RETENCAO
         AT END
            MOVE "S" TO FLAG-FIM-SELOS.

     IF FLAG-FIM-SELOS EQUAL "S"
        GO TO 0600-LE-SELO-TRILHA-FIM.

     IF NOT CAT-LINHA-SELO
        GO TO 0600-LE-SELO-TRILHA.

     IF CSL-ARQUIVO NOT EQUAL WS-TRL-NOME
        GO TO 0600-LE-SELO-TRILHA.

     MOVE WS-SELO-ANTERIOR TO SEL-CHECK-ANTERIOR.
     MOVE REG-CAT-SELO     TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(REG-CAT-SELO) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     IF SEL-CHECK-TRILHA NOT EQUAL CSL-SELO
        MOVE "SELO-ADULT"       TO WS-OCO-TIPO
        MOVE CSL-DATA-MOVIMENTO TO WS-OCO-DATA
        MOVE CSL-SEQ-INICIAL    TO WS-OCO-SEQ-ESPERADA
        MOVE CSL-SEQ-FINAL      TO WS-OCO-SEQ-ENCONTRADA
        MOVE "LINHA SELO DO CATALOGO ALTERADA OU FORA DA CADEIA"
          TO WS-OCO-DESCRICAO
        PERFORM 0700-GRAVA-OCORRENCIA
           THRU 0700-GRAVA-OCORRENCIA-FIM.

     MOVE CSL-SELO TO WS-SELO-ANTERIOR.

  0600-LE-SELO-TRILHA-FIM.
     EXIT.

******************************************************************
*    SELOS DE DIAS ANTERIORES AO PRIMEIRO DIA DA TRILHA (JA EM   *
*    ARQUIVOS ANUAIS ANTERIORES) NAO SAO CONFRONTADOS - O ULTIMO *
*    DELES ANCORA O PRIMEIRO REGISTRO LIDO                       *
******************************************************************

  0610-DESCARTA-SELOS-ANTERIORES.

     IF FLAG-FIM-SELOS EQUAL "S"
        GO TO 0610-DESCARTA-SELOS-ANTERIORES-FIM.

     IF CSL-DATA-MOVIMENTO NOT < WS-TRL-PRIMEIRO-DIA
        GO TO 0610-DESCARTA-SELOS-ANTERIORES-FIM.

     IF CSL-SEQ-FINAL NOT EQUAL ZEROS
        MOVE "S"             TO FLAG-TEM-ANCORA
        MOVE CSL-SEQ-FINAL   TO WS-ANC-SEQ-FINAL
        MOVE CSL-CHECK-FINAL TO WS-ANC-CHECK-FINAL.

     PERFORM 0600-LE-SELO-TRILHA
        THRU 0600-LE-SELO-TRILHA-FIM.

     GO TO 0610-DESCARTA-SELOS-ANTERIORES.

  0610-DESCARTA-SELOS-ANTERIORES-FIM.
     EXIT.

******************************************************************
*    GRAVA A OCORRENCIA WS-OCORRENCIA NO RELATORIO               *
******************************************************************

  0700-GRAVA-OCORRENCIA.

     ADD 1 TO WS-TRL-OCORRENCIAS WS-CONT-OCORRENCIAS
              WS-DIA-OCORRENCIAS.

     MOVE SPACES                TO REG-INTEGRIDADE.
     MOVE "OC"                  TO INT-TIPO-LINHA.
     MOVE WS-DATA-HOJE          TO INT-DATA-VERIFICACAO.
     MOVE WS-TRL-NOME           TO INT-TRILHA.
     MOVE WS-OCO-TIPO           TO INT-OCORRENCIA.
     MOVE WS-OCO-DATA           TO INT-DATA-REGISTRO.
     MOVE WS-OCO-SEQ-ESPERADA   TO INT-SEQ-ESPERADA.
     MOVE WS-OCO-SEQ-ENCONTRADA TO INT-SEQ-ENCONTRADA.
     MOVE WS-OCO-DESCRICAO      TO INT-DESCRICAO.

     WRITE REG-INTEGRIDADE.

  0700-GRAVA-OCORRENCIA-FIM.
     EXIT.

******************************************************************
*    ACRESCENTA AO CATALOGO AS LINHAS "SELO" MONTADAS NA NOITE   *
******************************************************************

  0800-GRAVA-SELOS-NOVOS.

     IF WS-CONT-SELOS-NOVOS EQUAL ZEROS
        GO TO 0800-GRAVA-SELOS-NOVOS-FIM.

     OPEN EXTEND CAT-RETENCAO.

     MOVE 1 TO WS-IX-SELO.

  0801-GRAVA-PROXIMO-SELO.

     IF WS-IX-SELO > WS-CONT-SELOS-NOVOS
        GO TO 0802-FECHA-CATALOGO.

     MOVE WS-SNV-LINHA(WS-IX-SELO) TO REG-CAT-SELO.
     WRITE REG-CAT-SELO.

     ADD 1 TO WS-IX-SELO.
     GO TO 0801-GRAVA-PROXIMO-SELO.

  0802-FECHA-CATALOGO.

     CLOSE CAT-RETENCAO.

  0800-GRAVA-SELOS-NOVOS-FIM.
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

     DISPLAY "S0947-OBJ-695 - ERRO DMS " DMS-RESULT-WS
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
     MOVE WS-CONT-LIDOS       TO LED-CONT-ENTRADA.
     MOVE WS-CONT-OCORRENCIAS TO LED-CONT-SAIDA.
     MOVE WS-CONT-SELADOS     TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-695" TO LED-PROGRAMA.

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
