*               DE LINHAS QUE AGUARDAM RESPOSTA);                *
*        "NC" - ACESSO QUE NINGUEM CERTIFICOU (LINHA PENDENTE);  *
*        "DS" - DECISAO SEM LINHA CORRESPONDENTE NA PLANILHA     *
*MD151026 - D947317I
*               (DECISAO PERDIDA OU DIGITADA ERRADA);            *
*        "TC" - TOTAL DO CLIENTE NA CAMPANHA - LINHAS DA         *
*               PLANILHA (STA-QTD-LINHAS) E QUANTAS AINDA        *
*               AGUARDAM CERTIFICACAO (STA-QTD-PENDENTES), NO    *
*               FIM DO ARQUIVO - BASE DO PERCENTUAL DE CONCLUSAO *
*               DA RECERTIFICACAO NO S0947-OBJ-703.              *
*MD151026 - D947317F
*  SEM ESTE FECHAMENTO A REVISAO TRIMESTRAL NAO TEM COBRANCA     *
*  NEM EVIDENCIA PARA A AUDITORIA.                               *
*----------------------------------------------------------------*
     03  STA-GOP-MNEMONICO       PIC X(10).
     03  STA-PER-CODIGO          PIC 9(05).
     03  STA-QTD-PENDENTES       PIC 9(09).
*MD151026 - D947317I
     03  STA-QTD-LINHAS          PIC 9(09).
*MD151026 - D947317F

 SD  WS-WKS-SORT.

 77  WS-CONT-DEC-INVALIDAS       PIC 9(09)   COMP.
 77  WS-CONT-LOT-SEM-RESPOSTA    PIC 9(05)   COMP.
 77  WS-CAMPANHA-FILTRO          PIC 9(06).
*MD151026 - D947317I
 77  WS-CONT-TCL-PERDIDOS        PIC 9(09)   COMP.
*MD151026 - D947317F

 01  FLAG-FIM-WKS                PIC X(01).
 01  FLAG-FIM-DEC                PIC X(01).
 01  WS-QTD-DECIDIDAS-LOT        PIC 9(09)   COMP.
 01  WS-QTD-PENDENTES-LOT        PIC 9(09)   COMP.

*MD151026 - D947317I
*----------------------------------------------------------------*
* TOTAIS POR CAMPANHA/CLIENTE PARA AS LINHAS "TC" - A PLANILHA   *
* VEM POR LOTACAO, ENTAO O CLIENTE SE REPETE AO LONGO DO ARQUIVO. *
*----------------------------------------------------------------*

 01  WS-TAB-TOTAL-CLIENTE.
     03  WS-CONT-TOTAL-CLIENTE   PIC 9(04)   COMP.
     03  WS-TCL OCCURS 1000 TIMES.
         05  WS-TCL-CAMPANHA     PIC 9(06).
         05  WS-TCL-CLI-CODIGO   PIC 9(04).
         05  WS-TCL-QTD-LINHAS   PIC 9(09)   COMP.
         05  WS-TCL-QTD-PENDENTES
                                 PIC 9(09)   COMP.
 01  WS-IX-TCL                   PIC 9(04)   COMP.

*MD151026 - D947317F
 01  WS-CHAVE-WKS                PIC X(50).
 01  WS-CHAVE-WKS-R REDEFINES WS-CHAVE-WKS.
     03  WS-WKS-CAMPANHA         PIC 9(06).
                   WS-CONT-DEC-INVALIDAS WS-CONT-LOT-SEM-RESPOSTA
                   WS-QTD-LINHAS-LOT WS-QTD-DECIDIDAS-LOT
                   WS-QTD-PENDENTES-LOT.
*MD151026 - D947317I
     MOVE ZEROS TO WS-CONT-TOTAL-CLIENTE WS-IX-TCL
                   WS-CONT-TCL-PERDIDOS.
*MD151026 - D947317F

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.
     PERFORM 0430-FECHA-LOTACAO
        THRU 0430-FECHA-LOTACAO-FIM.

*MD151026 - D947317I
     PERFORM 0450-GRAVA-TOTAIS-CLIENTE
        THRU 0450-GRAVA-TOTAIS-CLIENTE-FIM.
*MD151026 - D947317F

     CLOSE WKS-ORDENADO.
     CLOSE DEC-ORDENADO.
     CLOSE WKS-CERT-ATU.
             WS-CONT-DEC-INVALIDAS.
     DISPLAY "S0947-OBJ-670 - LOTACOES SEM RESPOSTA: "
             WS-CONT-LOT-SEM-RESPOSTA.
*MD151026 - D947317I
     DISPLAY "S0947-OBJ-670 - LINHAS SEM TOTAL TC..: "
             WS-CONT-TCL-PERDIDOS.
*MD151026 - D947317F

     STOP RUN.


     ADD 1 TO WS-QTD-LINHAS-LOT.

*MD151026 - D947317I
     PERFORM 0440-ACUMULA-CLIENTE
        THRU 0440-ACUMULA-CLIENTE-FIM.
*MD151026 - D947317F

  0200-LE-PLANILHA-FIM.
     EXIT.


     ADD 1 TO WS-CONT-PENDENTES.
     ADD 1 TO WS-QTD-PENDENTES-LOT.
*MD151026 - D947317I
     IF WS-IX-TCL NOT EQUAL ZEROS
        ADD 1 TO WS-TCL-QTD-PENDENTES(WS-IX-TCL).
*MD151026 - D947317F

     MOVE "NC"                  TO STA-TIPO-LINHA.
     MOVE WS-WKS-CAMPANHA       TO STA-CAMPANHA.
     MOVE WS-WKS-GOP-MNEMONICO  TO STA-GOP-MNEMONICO.
     MOVE WS-WKS-PER-CODIGO     TO STA-PER-CODIGO.
     MOVE ZEROS                 TO STA-QTD-PENDENTES.
*MD151026 - D947317I
     MOVE ZEROS                 TO STA-QTD-LINHAS.
*MD151026 - D947317F

     WRITE REG-CERT-STATUS.


  0415-GRAVA-NAO-CERTIFICADO.

*MD151026 - D947317I
     IF WS-IX-TCL NOT EQUAL ZEROS
        ADD 1 TO WS-TCL-QTD-PENDENTES(WS-IX-TCL).

*MD151026 - D947317F
     MOVE "NC"                  TO STA-TIPO-LINHA.
     MOVE WS-WKS-CAMPANHA       TO STA-CAMPANHA.
     MOVE WS-WKS-LOT-CODIGO     TO STA-LOT-CODIGO.
     MOVE WS-WKS-GOP-MNEMONICO  TO STA-GOP-MNEMONICO.
     MOVE WS-WKS-PER-CODIGO     TO STA-PER-CODIGO.
     MOVE ZEROS                 TO STA-QTD-PENDENTES.
*MD151026 - D947317I
     MOVE ZEROS                 TO STA-QTD-LINHAS.
*MD151026 - D947317F

     WRITE REG-CERT-STATUS.

     MOVE WS-DEC-GOP-MNEMONICO  TO STA-GOP-MNEMONICO.
     MOVE WS-DEC-PER-CODIGO     TO STA-PER-CODIGO.
     MOVE ZEROS                 TO STA-QTD-PENDENTES.
*MD151026 - D947317I
     MOVE ZEROS                 TO STA-QTD-LINHAS.
*MD151026 - D947317F

     WRITE REG-CERT-STATUS.

     MOVE SPACES                TO STA-USU-CODIGO STA-TIPO-ITEM
                                   STA-TIPO-AREA STA-GOP-MNEMONICO.
     MOVE WS-QTD-LINHAS-LOT     TO STA-QTD-PENDENTES.
*MD151026 - D947317I
     MOVE ZEROS                 TO STA-QTD-LINHAS.
*MD151026 - D947317F

     WRITE REG-CERT-STATUS.

  0430-FECHA-LOTACAO-FIM.
     EXIT.

*MD151026 - D947317I
******************************************************************
*    TOTAL DA LINHA DA PLANILHA NA CAMPANHA/CLIENTE - GUARDA EM  *
*    WS-IX-TCL A ENTRADA DO CLIENTE PARA AS PENDENCIAS DA LINHA  *
*    (ZERO QUANDO A TABELA ESTA CHEIA)                           *
******************************************************************

  0440-ACUMULA-CLIENTE.

     MOVE 1 TO WS-IX-TCL.

  0441-LOCALIZA-CLIENTE.

     IF WS-IX-TCL > WS-CONT-TOTAL-CLIENTE
        GO TO 0442-INCLUI-CLIENTE.

     IF WS-TCL-CAMPANHA(WS-IX-TCL) EQUAL WS-WKS-CAMPANHA AND
        WS-TCL-CLI-CODIGO(WS-IX-TCL) EQUAL WS-WKS-CLI-CODIGO
        ADD 1 TO WS-TCL-QTD-LINHAS(WS-IX-TCL)
        GO TO 0440-ACUMULA-CLIENTE-FIM.

     ADD 1 TO WS-IX-TCL.
     GO TO 0441-LOCALIZA-CLIENTE.

  0442-INCLUI-CLIENTE.

     IF WS-CONT-TOTAL-CLIENTE >= 1000
        MOVE ZEROS TO WS-IX-TCL
        ADD 1 TO WS-CONT-TCL-PERDIDOS
        GO TO 0440-ACUMULA-CLIENTE-FIM.

     ADD 1 TO WS-CONT-TOTAL-CLIENTE.
     MOVE WS-CONT-TOTAL-CLIENTE TO WS-IX-TCL.
     MOVE WS-WKS-CAMPANHA       TO WS-TCL-CAMPANHA(WS-IX-TCL).
     MOVE WS-WKS-CLI-CODIGO     TO WS-TCL-CLI-CODIGO(WS-IX-TCL).
     MOVE 1                     TO WS-TCL-QTD-LINHAS(WS-IX-TCL).
     MOVE ZEROS                 TO WS-TCL-QTD-PENDENTES(WS-IX-TCL).

  0440-ACUMULA-CLIENTE-FIM.
     EXIT.

******************************************************************
*    LINHAS "TC" - TOTAL DE CADA CLIENTE NA CAMPANHA, NO FIM DO  *
*    RELATORIO                                                   *
******************************************************************

  0450-GRAVA-TOTAIS-CLIENTE.

     MOVE 1 TO WS-IX-TCL.

  0451-PROXIMO-TOTAL.

     IF WS-IX-TCL > WS-CONT-TOTAL-CLIENTE
        GO TO 0450-GRAVA-TOTAIS-CLIENTE-FIM.

     MOVE "TC"                  TO STA-TIPO-LINHA.
     MOVE WS-TCL-CAMPANHA(WS-IX-TCL)   TO STA-CAMPANHA.
     MOVE WS-TCL-CLI-CODIGO(WS-IX-TCL) TO STA-CLI-CODIGO.
     MOVE ZEROS                 TO STA-LOT-CODIGO STA-SIS-CODIGO
                                   STA-PER-CODIGO.
     MOVE SPACES                TO STA-USU-CODIGO STA-TIPO-ITEM
                                   STA-TIPO-AREA STA-GOP-MNEMONICO.
     MOVE WS-TCL-QTD-PENDENTES(WS-IX-TCL) TO STA-QTD-PENDENTES.
     MOVE WS-TCL-QTD-LINHAS(WS-IX-TCL)    TO STA-QTD-LINHAS.

     WRITE REG-CERT-STATUS.

     ADD 1 TO WS-IX-TCL.
     GO TO 0451-PROXIMO-TOTAL.

  0450-GRAVA-TOTAIS-CLIENTE-FIM.
     EXIT.
*MD151026 - D947317F


******************************************************************
*    LEDGER COMUM DE EXECUCAO DA FAMILIA S0947 - GRAVACAO DAS    *
