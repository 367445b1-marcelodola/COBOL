   02  WS-TOTAL-PENDENTES        PIC 9(05)   COMP.
   02  WS-INICIO-PAGINA          PIC 9(05)   COMP.
   02  WS-AAAAMMDD-SOLIC         PIC 9(08).
*MD151026 - D947307I
   02  WS-AAAAMMDD-INI-EXC       PIC 9(08).
   02  WS-AAAAMMDD-FIM-EXC       PIC 9(08).
*MD151026 - D947307F

   02  IDENTIFICADOR-GETINFO.
     03  TAMANHO-GETINFO         PIC 9(04).
     MOVE WS-AAAAMMDD-SOLIC TO
          PEN-DATA-SOLICITACAO OF SV-FILA-PENDENTE
                            (CONT-REG OF SV-FILA-PENDENTE).
*MD151026 - D947307I
*    JANELA PEDIDA PARA A LINHA - O APROVADOR VE O QUE APROVA.
     COMPUTE WS-AAAAMMDD-INI-EXC =
         (((GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-INI-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-INI-EXC OF GRUPO-EXC-USU.
     COMPUTE WS-AAAAMMDD-FIM-EXC =
         (((GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 100) +
            GRX-ANO-FIM-EXC OF GRUPO-EXC-USU) * 10000) +
         (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100) +
          GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-AAAAMMDD-INI-EXC TO
          PEN-DATA-INI-EXC OF SV-FILA-PENDENTE
                            (CONT-REG OF SV-FILA-PENDENTE).
     MOVE WS-AAAAMMDD-FIM-EXC TO
          PEN-DATA-FIM-EXC OF SV-FILA-PENDENTE
                            (CONT-REG OF SV-FILA-PENDENTE).
*MD151026 - D947307F

     GO TO 0301-PROXIMA-EXC-GRUPO.

     MOVE WS-AAAAMMDD-SOLIC TO
          PEN-DATA-SOLICITACAO OF SV-FILA-PENDENTE
                            (CONT-REG OF SV-FILA-PENDENTE).
*MD151026 - D947307I
*    JANELA PEDIDA PARA A LINHA - O APROVADOR VE O QUE APROVA.
     COMPUTE WS-AAAAMMDD-INI-EXC =
         (((PRX-SEC-INI-EXC OF PERFIL-EXC-USU * 100) +
            PRX-ANO-INI-EXC OF PERFIL-EXC-USU) * 10000) +
         (PRX-MES-INI-EXC OF PERFIL-EXC-USU * 100) +
          PRX-DIA-INI-EXC OF PERFIL-EXC-USU.
     COMPUTE WS-AAAAMMDD-FIM-EXC =
         (((PRX-SEC-FIM-EXC OF PERFIL-EXC-USU * 100) +
            PRX-ANO-FIM-EXC OF PERFIL-EXC-USU) * 10000) +
         (PRX-MES-FIM-EXC OF PERFIL-EXC-USU * 100) +
          PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-AAAAMMDD-INI-EXC TO
          PEN-DATA-INI-EXC OF SV-FILA-PENDENTE
                            (CONT-REG OF SV-FILA-PENDENTE).
     MOVE WS-AAAAMMDD-FIM-EXC TO
          PEN-DATA-FIM-EXC OF SV-FILA-PENDENTE
                            (CONT-REG OF SV-FILA-PENDENTE).
*MD151026 - D947307F

     GO TO 0306-PROXIMA-EXC-PERFIL.

