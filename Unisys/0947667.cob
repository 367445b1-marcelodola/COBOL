 77  AGENDA-DESTINO-77           REAL.
 77  WINDOW-DESIGNATOR-77        REAL.
 77  CODIGO-INFORMACAO-77        PIC S9(11) BINARY EXTENDED.
*MD151026 - D947319I
 77  WS-HORA-ACCEPT              PIC 9(08).
 77  WS-HHMM-SISTEMA             PIC 9(04).
*MD151026 - D947319F

*----------------------------------------------------------------*
* COMBINACOES LOT-CODIGO/TIF-CODIGO QUE CONCEDEM O ITEM PEDIDO,  *
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.

*MD151026 - D947319I
     ACCEPT WS-HORA-ACCEPT FROM TIME.
     COMPUTE WS-HHMM-SISTEMA = WS-HORA-ACCEPT / 10000.
*MD151026 - D947319F

     INITIALIZE SV-QUEM-DETEM.

     RECEIVE COMS-IN MESSAGE INTO SV-QUEM-DETEM.
     EXIT.
*MD010926 - D947303F

*MD151026 - D947307I
*----------------------------------------------------------------*
* JANELA DE VALIDADE PROPRIA DA LINHA DE EXCECAO (GRUPO-EXC-USU/ *
* PERFIL-EXC-USU) - MESMA CONVENCAO DO 0505/0605: ZEROS = LINHA  *
* SEM JANELA PROPRIA, VALE A JANELA DO USUARIO (0240).           *
*----------------------------------------------------------------*

  0705-VERIFICA-VALIDADE-GRX.

     MOVE "S" TO FLAG-LINHA-VIGENTE.

     IF GRX-SEC-INI-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR < GRX-DATA-INI-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE
        GO TO 0705-VERIFICA-VALIDADE-GRX-FIM.

     IF GRX-SEC-FIM-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR > GRX-DATA-FIM-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.

*MD151026 - D947319I
*    CONCESSAO DE EMERGENCIA (S0947-OBJ-705) VENCE NA HORA: NO DIA
*    DO INICIO SO VALE A PARTIR DE GRX-HORA-INI-EXC E NO DIA DO
*    FIM SO ATE ANTES DE GRX-HORA-FIM-EXC (ZEROS = DIA INTEIRO).
     IF GRX-HORA-INI-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR EQUAL GRX-DATA-INI-EXC OF GRUPO-EXC-USU AND
        WS-HHMM-SISTEMA < GRX-HORA-INI-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.

     IF GRX-HORA-FIM-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR EQUAL GRX-DATA-FIM-EXC OF GRUPO-EXC-USU AND
        WS-HHMM-SISTEMA NOT < GRX-HORA-FIM-EXC OF GRUPO-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.
*MD151026 - D947319F

  0705-VERIFICA-VALIDADE-GRX-FIM.
     EXIT.

  0735-VERIFICA-VALIDADE-PRX.

     MOVE "S" TO FLAG-LINHA-VIGENTE.

     IF PRX-SEC-INI-EXC OF PERFIL-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR < PRX-DATA-INI-EXC OF PERFIL-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE
        GO TO 0735-VERIFICA-VALIDADE-PRX-FIM.

     IF PRX-SEC-FIM-EXC OF PERFIL-EXC-USU NOT EQUAL ZEROS AND
        DATA-SISTEMAR > PRX-DATA-FIM-EXC OF PERFIL-EXC-USU
        MOVE "N" TO FLAG-LINHA-VIGENTE.

  0735-VERIFICA-VALIDADE-PRX-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    GUARDA A COMBINACAO LOT/TIF CORRENTE SEM DUPLICAR           *
******************************************************************
        GOP-CODIGO-ENTRADA OF SV-QUEM-DETEM
        GO TO 0331-PROXIMA-EXCECAO-GRUPO.

*MD151026 - D947307I
*    EXCECAO FORA DA SUA JANELA DE VALIDADE NAO CONCEDE O ITEM -
*    SEGUE PARA A PROXIMA LINHA, QUE PODE SER DO MESMO ITEM.
     PERFORM 0705-VERIFICA-VALIDADE-GRX
        THRU 0705-VERIFICA-VALIDADE-GRX-FIM.

     IF FLAG-LINHA-VIGENTE EQUAL "N"
        GO TO 0331-PROXIMA-EXCECAO-GRUPO.
*MD151026 - D947307F

     MOVE "MEX" TO ORIGEM-ACESSO-WS.
     MOVE "MEX" TO TIPO-AREA-WS.
     MOVE ZEROS TO LOT-CODIGO-WS TIF-CODIGO-WS.
        PER-CODIGO-ENTRADA OF SV-QUEM-DETEM
        GO TO 0336-PROXIMA-EXCECAO-PERFIL.

*MD151026 - D947307I
*    EXCECAO FORA DA SUA JANELA DE VALIDADE NAO CONCEDE O ITEM -
*    SEGUE PARA A PROXIMA LINHA, QUE PODE SER DO MESMO ITEM.
     PERFORM 0735-VERIFICA-VALIDADE-PRX
        THRU 0735-VERIFICA-VALIDADE-PRX-FIM.

     IF FLAG-LINHA-VIGENTE EQUAL "N"
        GO TO 0336-PROXIMA-EXCECAO-PERFIL.
*MD151026 - D947307F

     MOVE "MEX" TO ORIGEM-ACESSO-WS.
     MOVE "MEX" TO TIPO-AREA-WS.
     MOVE ZEROS TO LOT-CODIGO-WS TIF-CODIGO-WS.
  0340-VERIFICA-FUNCIONARIO-FIM.
     EXIT.

*MD151026 - D947307I
*----------------------------------------------------------------*
* A JANELA USC-DATA-INI-EXC/USC-DATA-FIM-EXC DO USUARIO-CLI E SO *
* A ENVOLTORIA DAS JANELAS DAS LINHAS DE EXCECAO (MANTIDA PELO   *
* 668) - AQUI ELA SO DECIDE SE VALE A PENA PERCORRER AS LINHAS;  *
* CADA LINHA E CONFERIDA NA SUA PROPRIA JANELA EM 0705/0735.     *
*----------------------------------------------------------------*
*MD151026 - D947307F

  0240-VERIFICA-MEX.

     MOVE "N" TO FLAG-MEX.
