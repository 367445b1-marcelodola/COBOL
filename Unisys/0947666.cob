     03  AUD-PROGRAMDESG          PIC 9(11).
     03  AUD-CLI-CODIGO           PIC 9(04).
     03  AUD-USU-CODIGO           PIC X(07).
*MD151026 - D947309I
     03  AUD-SEQ-TRILHA           PIC 9(09).
     03  AUD-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

*----------------------------------------------------------------*
*  SUMARIO - LINHAS TIPIFICADAS (VER QUADRO NO CABECALHO).       *
