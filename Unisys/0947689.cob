*  SISTEMA/GRUPO, COM A DATA DO ULTIMO USO E O TOTAL DE USOS     *
*  ACUMULADO. LINHA DE LOG SEM USU-CODIGO E SALTADA E CONTADA.   *
*  O LEDGER E CRUZADO COM O SNAPSHOT PELO RELATORIO DE ACESSO    *
*MD151026 - D947321I
*  NUNCA USADO (S0947-OBJ-690) E COM O USUARIO-CLI PELO AVISO E  *
*  SUSPENSAO DE CONTAS DORMENTES (S0947-OBJ-708).                *
*MD151026 - D947321F
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.
