*      QUANTIDADES MANTIDA/ARQUIVADA - E POR ELE QUE AS          *
*      CONSULTAS PONTO-NO-TEMPO SABEM SE A DATA PEDIDA AINDA     *
*      ESTA NO ARQUIVO VIVO OU SE E PRECISO PEDIR O ARQUIVO      *
*      ANUAL. AS LINHAS "SELO" DO CATALOGO (TOTAIS DE CONTROLE   *
*      POR TRILHA E DIA, GRAVADOS PELA VERIFICACAO NOTURNA       *
*      S0947-OBJ-695) NAO SAO DESTE PROGRAMA - SAO GUARDADAS     *
*      ANTES DA REGRAVACAO E DEVOLVIDAS INTACTAS, NA MESMA ORDEM.*
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.
     SELECT CAT-RETENCAO    ASSIGN TO "CATRETENCAO"
            ORGANIZATION IS SEQUENTIAL.

*MD151026 - D947309I
     SELECT WKS-SELOS       ASSIGN TO "WKCATSELO"
            ORGANIZATION IS SEQUENTIAL.

*MD151026 - D947309F
     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.


 01  AUD-REG-MACMEX.
     03  AUD-DATA-CONSULTA       PIC 9(08).
*MD151026 - D947309I
*    RESTO DO REGISTRO, INCLUSIVE SEQUENCIA E CONFERENCIA DO SELO
*    DA TRILHA - O REGISTRO E COPIADO INTACTO, SEM RECALCULO.
     03  AUD-RESTO-REGISTRO      PIC X(73).

 FD  AUD-MANTIDO
     LABEL RECORD IS STANDARD.

 01  AUD-REG-MANTIDO             PIC X(81).

 FD  AUD-ARQUIVO
     LABEL RECORD IS STANDARD.

 01  AUD-REG-ARQUIVO             PIC X(81).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  HISTORICO DE SNAPSHOTS - MESMO LAYOUT GRAVADO PELO            *
     03  CAT-ULTIMA-DATA         PIC 9(08).
     03  CAT-REG-MANTIDOS        PIC 9(09).
     03  CAT-REG-ARQUIVADOS      PIC 9(09).
*MD151026 - D947309I
     03  CAT-TIPO-LINHA          PIC X(05).
         88  CAT-LINHA-RETENCAO              VALUE "RETEN".
         88  CAT-LINHA-SELO                  VALUE "SELO ".
     03  CAT-COMPLEMENTO         PIC X(26).

*----------------------------------------------------------------*
*  LINHA "SELO" - TOTAL DE CONTROLE SELADO DE UMA TRILHA DE      *
*  AUDITORIA EM UM DIA, GRAVADA PELO S0947-OBJ-695 (VER LA).     *
*----------------------------------------------------------------*

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
*  COPIA DAS LINHAS "SELO" DURANTE A REGRAVACAO DO CATALOGO.     *
*----------------------------------------------------------------*

 FD  WKS-SELOS
     LABEL RECORD IS STANDARD.

 01  REG-WKS-SELO                PIC X(85).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  LEDGER COMUM DE EXECUCAO DA FAMILIA BATCH S0947 - CADA        *
 77  WS-CONT-LIDOS               PIC 9(09)   COMP.
 77  WS-CONT-MANTIDOS            PIC 9(09)   COMP.
 77  WS-CONT-ARQUIVADOS          PIC 9(09)   COMP.
*MD151026 - D947309I
 77  WS-CONT-SELOS               PIC 9(09)   COMP.
*MD151026 - D947309F

 01  FLAG-FIM-ARQUIVO            PIC X(01).

     COMPUTE WS-CORTE-SNAPSHOT =
         (WS-CALC-ANO * 10000) + (WS-CALC-MES * 100) + WS-CALC-DIA.

*MD151026 - D947309I
     PERFORM 0650-SALVA-SELOS
        THRU 0650-SALVA-SELOS-FIM.

*MD151026 - D947309F
     OPEN OUTPUT CAT-RETENCAO.

     PERFORM 0200-EXPURGA-AUDITORIA
     PERFORM 0500-ARQUIVA-ORFAOS
        THRU 0500-ARQUIVA-ORFAOS-FIM.

*MD151026 - D947309I
     PERFORM 0660-REPOE-SELOS
        THRU 0660-REPOE-SELOS-FIM.

*MD151026 - D947309F
     CLOSE CAT-RETENCAO.

  999-FIM-PROGRAMA.
             WS-CONT-MANTIDOS.
     DISPLAY "S0947-OBJ-675 - REGISTROS ARQUIVADOS.: "
             WS-CONT-ARQUIVADOS.
*MD151026 - D947309I
     DISPLAY "S0947-OBJ-675 - SELOS PRESERVADOS....: "
             WS-CONT-SELOS.
*MD151026 - D947309F

     STOP RUN.


     MOVE WS-CAT-MANTIDOS   TO CAT-REG-MANTIDOS.
     MOVE WS-CAT-ARQUIVADOS TO CAT-REG-ARQUIVADOS.
*MD151026 - D947309I
     MOVE "RETEN"           TO CAT-TIPO-LINHA.
     MOVE SPACES            TO CAT-COMPLEMENTO.
*MD151026 - D947309F

     WRITE REG-CAT-RETENCAO.

  0600-GRAVA-CATALOGO-FIM.
     EXIT.

*MD151026 - D947309I
******************************************************************
*    GUARDA AS LINHAS "SELO" DO CATALOGO ANTES DA REGRAVACAO -   *
*    ELAS ENCADEIAM OS TOTAIS DE CONTROLE DAS TRILHAS DESDE O    *
*    PRIMEIRO DIA E NAO PODEM SE PERDER NEM MUDAR DE ORDEM       *
******************************************************************

  0650-SALVA-SELOS.

     MOVE ZEROS TO WS-CONT-SELOS.
     MOVE "N" TO FLAG-FIM-ARQUIVO.

     OPEN INPUT CAT-RETENCAO.
     OPEN OUTPUT WKS-SELOS.

  0651-PROXIMA-LINHA-CATALOGO.

     READ CAT-RETENCAO
         AT END
            MOVE "S" TO FLAG-FIM-ARQUIVO.

     IF FLAG-FIM-ARQUIVO EQUAL "S"
        GO TO 0652-FECHA-CATALOGO.

     IF NOT CAT-LINHA-SELO
        GO TO 0651-PROXIMA-LINHA-CATALOGO.

     WRITE REG-WKS-SELO FROM REG-CAT-RETENCAO.
     ADD 1 TO WS-CONT-SELOS.

     GO TO 0651-PROXIMA-LINHA-CATALOGO.

  0652-FECHA-CATALOGO.

     CLOSE CAT-RETENCAO.
     CLOSE WKS-SELOS.

  0650-SALVA-SELOS-FIM.
     EXIT.

******************************************************************
*    DEVOLVE AO CATALOGO REGRAVADO AS LINHAS "SELO" GUARDADAS,   *
*    DEPOIS DAS LINHAS DE RETENCAO                               *
******************************************************************

  0660-REPOE-SELOS.

     MOVE "N" TO FLAG-FIM-ARQUIVO.

     OPEN INPUT WKS-SELOS.

  0661-PROXIMO-SELO.

     READ WKS-SELOS
         AT END
            MOVE "S" TO FLAG-FIM-ARQUIVO.

     IF FLAG-FIM-ARQUIVO EQUAL "S"
        GO TO 0662-FECHA-SELOS.

     WRITE REG-CAT-RETENCAO FROM REG-WKS-SELO.

     GO TO 0661-PROXIMO-SELO.

  0662-FECHA-SELOS.

     CLOSE WKS-SELOS.

  0660-REPOE-SELOS-FIM.
     EXIT.
*MD151026 - D947309F

*MD010926 - D947301I
******************************************************************
*    RETENCOES NO DATASET DE PARAMETROS DA FAMILIA (ENTRADAS     *
