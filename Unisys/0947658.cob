*  (USC-DATA-FIM-EXC) VENCE DENTRO DOS PROXIMOS WS-DIAS-ALERTA   *
*  DIAS A PARTIR DA DATA DO SISTEMA, PARA QUE A SEGURANCA RENOVE *
*  OU REVOGUE A EXCECAO ANTES QUE ELA EXPIRE SEM AVISO.          *
*MD151026 - D947307I
*  CADA LINHA DE EXCECAO (GRUPO-EXC-USU/PERFIL-EXC-USU) TEM A   *
*  SUA PROPRIA JANELA DE VALIDADE - O ALERTA SAI POR LINHA, COM  *
*  O ITEM (TIPO, SISTEMA E GRUPO/PERFIL) E O FIM DA LINHA. LINHA *
*  SEM JANELA PROPRIA (ZEROS) VENCE COM A JANELA DO USUARIO.     *
*  LINHA PENDENTE DE APROVACAO NAO CONCEDE NADA E NAO ENTRA.     *
*MD151026 - D947307F
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.
     03  REG-DIAS-RESTANTES      PIC S9(05).
     03  REG-UNO-CODIGO-ORI      PIC 9(04).
     03  REG-LOT-CODIGO          PIC 9(04).
*MD151026 - D947307I
     03  REG-TIPO-ITEM           PIC X(06).
     03  REG-SIS-CODIGO          PIC 9(04).
     03  REG-COD-ITEM            PIC 9(05).
*MD151026 - D947307F

 SD  WS-MEX-ORDENA.

     03  SRT-DIAS-RESTANTES      PIC S9(05).
     03  SRT-UNO-CODIGO-ORI      PIC 9(04).
     03  SRT-LOT-CODIGO          PIC 9(04).
*MD151026 - D947307I
     03  SRT-TIPO-ITEM           PIC X(06).
     03  SRT-SIS-CODIGO          PIC 9(04).
     03  SRT-COD-ITEM            PIC 9(05).
*MD151026 - D947307F


*----------------------------------------------------------------*
 01  WS-AAAAMMDD-SISTEMA         PIC 9(08)   COMP.
 01  WS-AAMMDD-FIM-EXC           PIC 9(06)   COMP.
 01  WS-AAAAMMDD-FIM-EXC         PIC 9(08)   COMP.
*MD151026 - D947307I
 01  WS-AAMMDD-FIM-USU           PIC 9(06)   COMP.
 01  WS-CLI-CODIGO-USU           PIC 9(04).
 01  WS-USU-CODIGO-USU           PIC X(07).
 01  WS-UNO-CODIGO-USU           PIC 9(04).
 01  WS-TIPO-ITEM-LINHA          PIC X(06).
 01  WS-SIS-CODIGO-LINHA         PIC 9(04).
 01  WS-COD-ITEM-LINHA           PIC 9(05).
*MD151026 - D947307F
 01  WS-DIAS-RESTANTES           PIC S9(05).

 02 DATA-ACCEPT            PIC 9(06)     COMP.
     IF USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS
        GO TO 0401-PROXIMO-USUARIO.

*MD151026 - D947307I
*    JANELA DO USUARIO = ENVOLTORIA DAS LINHAS, VALE PARA A LINHA
*    QUE NAO TEM JANELA PROPRIA.
     COMPUTE WS-AAMMDD-FIM-USU =
         (USC-ANO-FIM-EXC OF USUARIO-CLI * 10000) +
         (USC-MES-FIM-EXC OF USUARIO-CLI * 100)   +
          USC-DIA-FIM-EXC OF USUARIO-CLI.

     MOVE CLI-CODIGO OF USUARIO-CLI     TO WS-CLI-CODIGO-USU.
     MOVE USU-CODIGO OF USUARIO-CLI     TO WS-USU-CODIGO-USU.
     MOVE UNO-CODIGO-ORI OF USUARIO-CLI TO WS-UNO-CODIGO-USU.

     PERFORM 0410-SELECIONA-GRUPOS
        THRU 0410-SELECIONA-GRUPOS-FIM.

     PERFORM 0415-SELECIONA-PERFIS
        THRU 0415-SELECIONA-PERFIS-FIM.

     GO TO 0401-PROXIMO-USUARIO.
*MD151026 - D947307F

 0400-SELECIONA-MEX-FIM.
     EXIT.

*MD151026 - D947307I
******************************************************************
*    LINHAS DE EXCECAO DO USUARIO - GRUPOS E PERFIS              *
******************************************************************

 0410-SELECIONA-GRUPOS.

     SET GRX-POR-USU TO BEGINNING.

 0411-PROXIMO-GRUPO.

     FIND KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = WS-CLI-CODIGO-USU AND
          USU-CODIGO = WS-USU-CODIGO-USU
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0410-SELECIONA-GRUPOS-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF GRUPO-EXC-USU EQUAL "P"
        GO TO 0411-PROXIMO-GRUPO.

     IF GRX-SEC-FIM-EXC OF GRUPO-EXC-USU EQUAL ZEROS
        MOVE WS-AAMMDD-FIM-USU TO WS-AAMMDD-FIM-EXC
     ELSE
        COMPUTE WS-AAMMDD-FIM-EXC =
            (GRX-ANO-FIM-EXC OF GRUPO-EXC-USU * 10000) +
            (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100)   +
             GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     MOVE "GRUPO"                      TO WS-TIPO-ITEM-LINHA.
     MOVE SIS-CODIGO OF GRUPO-EXC-USU  TO WS-SIS-CODIGO-LINHA.
     MOVE GOP-CODIGO OF GRUPO-EXC-USU  TO WS-COD-ITEM-LINHA.

     PERFORM 0420-AVALIA-LINHA
        THRU 0420-AVALIA-LINHA-FIM.

     GO TO 0411-PROXIMO-GRUPO.

 0410-SELECIONA-GRUPOS-FIM.
     EXIT.

 0415-SELECIONA-PERFIS.

     SET PRX-POR-USU-PER TO BEGINNING.

 0416-PROXIMO-PERFIL.

     FIND NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = WS-CLI-CODIGO-USU AND
          USU-CODIGO = WS-USU-CODIGO-USU
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0415-SELECIONA-PERFIS-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF PERFIL-EXC-USU EQUAL "P"
        GO TO 0416-PROXIMO-PERFIL.

     IF PRX-SEC-FIM-EXC OF PERFIL-EXC-USU EQUAL ZEROS
        MOVE WS-AAMMDD-FIM-USU TO WS-AAMMDD-FIM-EXC
     ELSE
        COMPUTE WS-AAMMDD-FIM-EXC =
            (PRX-ANO-FIM-EXC OF PERFIL-EXC-USU * 10000) +
            (PRX-MES-FIM-EXC OF PERFIL-EXC-USU * 100)   +
             PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

     MOVE "PERFIL"                     TO WS-TIPO-ITEM-LINHA.
     MOVE SIS-CODIGO OF PERFIL-EXC-USU TO WS-SIS-CODIGO-LINHA.
     MOVE PER-CODIGO OF PERFIL-EXC-USU TO WS-COD-ITEM-LINHA.

     PERFORM 0420-AVALIA-LINHA
        THRU 0420-AVALIA-LINHA-FIM.

     GO TO 0416-PROXIMO-PERFIL.

 0415-SELECIONA-PERFIS-FIM.
     EXIT.

******************************************************************
*    LINHA VENCE DENTRO DA ANTECEDENCIA? ENTAO VAI PARA O SORT   *
******************************************************************

 0420-AVALIA-LINHA.

*    SO INTERESSA QUEM AINDA NAO VENCEU E VENCE DENTRO DA JANELA.
     IF WS-AAMMDD-FIM-EXC < WS-AAMMDD-SISTEMA
        GO TO 0420-AVALIA-LINHA-FIM.

     COMPUTE WS-AAAAMMDD-FIM-EXC = 20000000 + WS-AAMMDD-FIM-EXC.

         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-SISTEMA).

     IF WS-DIAS-RESTANTES > WS-DIAS-ALERTA
        GO TO 0420-AVALIA-LINHA-FIM.

     MOVE WS-AAMMDD-FIM-EXC           TO SRT-AAMMDD-FIM-EXC.
     MOVE WS-CLI-CODIGO-USU           TO SRT-CLI-CODIGO.
     MOVE WS-USU-CODIGO-USU           TO SRT-USU-CODIGO.
     MOVE WS-DIAS-RESTANTES           TO SRT-DIAS-RESTANTES.
     MOVE WS-UNO-CODIGO-USU           TO SRT-UNO-CODIGO-ORI.
     MOVE ZEROS                       TO SRT-LOT-CODIGO.
     MOVE WS-TIPO-ITEM-LINHA          TO SRT-TIPO-ITEM.
     MOVE WS-SIS-CODIGO-LINHA         TO SRT-SIS-CODIGO.
     MOVE WS-COD-ITEM-LINHA           TO SRT-COD-ITEM.

     RELEASE SORT-REC-MEX.

 0420-AVALIA-LINHA-FIM.
     EXIT.
*MD151026 - D947307F

******************************************************************
*    GRAVACAO DO RELATORIO ORDENADO POR VENCIMENTO - PROC. SAIDA *
     MOVE SRT-DIAS-RESTANTES           TO REG-DIAS-RESTANTES.
     MOVE SRT-UNO-CODIGO-ORI           TO REG-UNO-CODIGO-ORI.
     MOVE SRT-LOT-CODIGO               TO REG-LOT-CODIGO.
*MD151026 - D947307I
     MOVE SRT-TIPO-ITEM                TO REG-TIPO-ITEM.
     MOVE SRT-SIS-CODIGO               TO REG-SIS-CODIGO.
     MOVE SRT-COD-ITEM                 TO REG-COD-ITEM.
*MD151026 - D947307F

     WRITE REG-MEX-ALERTA.
     ADD 1 TO WS-CONT-ALERTAS.
