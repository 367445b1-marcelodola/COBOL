000000*TAB-PREDECESSORES.
000000* AREA DE TRABALHO DA VERIFICACAO DE PREDECESSORES DOS JOBS DA
000000* CADEIA NOTURNA (MEMBRO V094765611). O PROGRAMA CONSUMIDOR MOVE
000000* O PROPRIO NUMERO PARA PRD-PROGRAMA-NUM (EX.: 657) ANTES DA
000000* VERIFICACAO. A TABELA RECEBE OS PREDECESSORES DECLARADOS PARA
000000* ELE E O ULTIMO REGISTRO DE CADA UM NO LEDGERS0947 NA DATA DE
000000* PROCESSAMENTO.
000000       02  PRD-PROGRAMA-NUM        PIC 9(03).
000000       02  PRD-FLAG-BLOQUEADO      PIC X(01).
000000       02  PRD-DATA-PROCESSAMENTO  PIC 9(06).
000000       02  PRD-DATA-REGISTRO       PIC 9(06).
000000       02  PRD-QTD-ENTRADAS        PIC 9(03)   COMP.
000000       02  PRD-IX                  PIC 9(03)   COMP.
000000       02  PRD-NOME-PROGRAMA.
000000           03  FILLER              PIC X(10)   VALUE "S0947-OBJ-".
000000           03  PRD-NOME-NUM        PIC 9(03).
000000       02  PRD-NOME-CONSUMIDOR     PIC X(13).
000000       02  CONT-PREDECESSORES      PIC 9(03)   COMP.
000000       02  TAB-PREDECESSOR OCCURS 20 TIMES.
000000           03  PRD-PREDECESSOR     PIC X(13).
000000           03  PRD-ULTIMO-TIPO     PIC X(06).
000000           03  PRD-ULTIMO-TERMINO  PIC X(07).
