*    "ABORTADO" - INICIO SEM FIM, OU FIM ANORMAL (JOB MORREU     *
*                 NO MEIO - FOI ASSIM QUE O SNAPSHOT FICOU UMA   *
*                 SEMANA SEM DADOS SEM NINGUEM PERCEBER);        *
*MD151026 - D947316I
*    "BLOQUEADO"- FIM COM TERMINO "BLOQUEA": O JOB SE RECUSOU A *
*                 RODAR PORQUE UM PREDECESSOR NAO TERMINOU NORMAL *
*                 NA DATA (VER MEMBRO V094765611);               *
*MD151026 - D947316F
*  E UMA LINHA DE VARIACAO ("VA") QUANDO O CONTADOR DE SAIDA DO  *
*  JOB OSCILOU MAIS QUE A TOLERANCIA (PERCENTUAL INFORMADO PELO  *
*  OPERADOR, POR OMISSAO 50) CONTRA A EXECUCAO NORMAL ANTERIOR.  *
     03  RLG-TIPO-LINHA          PIC X(02).
     03  RLG-PROGRAMA            PIC X(13).
     03  RLG-DATA-REFERENCIA     PIC 9(06).
*MD151026 - D947316I
     03  RLG-SITUACAO            PIC X(09).
*MD151026 - D947316F
     03  RLG-CONT-ATUAL          PIC 9(09).
     03  RLG-CONT-ANTERIOR       PIC 9(09).
     03  RLG-VARIACAO-PCT        PIC 9(05).

 77  WS-CONT-REGISTROS           PIC 9(09)   COMP.
 77  WS-CONT-PROBLEMAS           PIC 9(05)   COMP.
*MD151026 - D947316I
 77  WS-CONT-AUSENTES            PIC 9(05)   COMP.
 77  WS-CONT-ABORTADOS           PIC 9(05)   COMP.
 77  WS-CONT-BLOQUEADOS          PIC 9(05)   COMP.
*MD151026 - D947316F
 77  WS-TOLERANCIA-PCT           PIC 9(03).
 77  WS-DATA-REFERENCIA          PIC 9(06).

     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-689".
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-690".
*MD010926 - D947302F
*MD151026 - D947309I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-695".
*MD151026 - D947309F
*MD151026 - D947310I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-697".
*MD151026 - D947310F
*MD151026 - D947314I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-701".
*MD151026 - D947314F
*MD151026 - D947315I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-702".
*MD151026 - D947315F
*MD151026 - D947319I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-706".
*MD151026 - D947319F
*MD151026 - D947320I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-707".
*MD151026 - D947320F
*MD151026 - D947321I
     03  FILLER                  PIC X(13) VALUE "S0947-OBJ-708".
*MD151026 - D947321F
 01  WS-TAB-JOBS-CONSTANTES-R REDEFINES WS-TAB-JOBS-CONSTANTES.
*MD010926 - D947302I
*MD151026 - D947321I
     03  WS-JOB-ESPERADO         PIC X(13) OCCURS 22.
*MD151026 - D947321F
*MD010926 - D947302F

 01  WS-TAB-ACOMPANHAMENTO.
*MD010926 - D947302I
*MD151026 - D947321I
     03  WS-TAB-ACOMP OCCURS 22 TIMES.
*MD151026 - D947321F
*MD010926 - D947302F
         05  WS-ACP-TEM-INICIO   PIC X(01).
         05  WS-ACP-TEM-FIM      PIC X(01).
 0002-00-INICIO-TRATA-RELATORIO.

     MOVE ZEROS TO WS-CONT-REGISTROS WS-CONT-PROBLEMAS.
*MD151026 - D947316I
     MOVE ZEROS TO WS-CONT-AUSENTES WS-CONT-ABORTADOS
                   WS-CONT-BLOQUEADOS.
*MD151026 - D947316F

     MOVE 1 TO WS-IX-JOB.

  0003-LIMPA-ACOMPANHAMENTO.

*MD010926 - D947302I
*MD151026 - D947321I
     IF WS-IX-JOB <= 22
*MD151026 - D947321F
*MD010926 - D947302F
        MOVE "N" TO WS-ACP-TEM-INICIO(WS-IX-JOB)
                    WS-ACP-TEM-FIM(WS-IX-JOB)
  0111-LOCALIZA-JOB.

*MD010926 - D947302I
*MD151026 - D947321I
     IF WS-IX-JOB > 22
*MD151026 - D947321F
*       PROGRAMA FORA DA LISTA DE JOBS ESPERADOS - IGNORADO.
        GO TO 0110-CLASSIFICA-REGISTRO-FIM.
*MD010926 - D947302F
  0201-PROXIMO-JOB.

*MD010926 - D947302I
*MD151026 - D947321I
     IF WS-IX-JOB > 22
*MD151026 - D947321F
        GO TO 0300-ENCERRA.
*MD010926 - D947302F

        WS-ACP-TEM-FIM(WS-IX-JOB) EQUAL "N"
        MOVE "AUSENTE"  TO RLG-SITUACAO
        ADD 1 TO WS-CONT-PROBLEMAS
*MD151026 - D947316I
        ADD 1 TO WS-CONT-AUSENTES
*MD151026 - D947316F
        GO TO 0202-GRAVA-SITUACAO.

*MD151026 - D947316I
*    O JOB BLOQUEADO NAO CHEGOU A PROCESSAR - A FALHA E DO
*    PREDECESSOR, QUE APARECE NA PROPRIA LINHA COMO ABORTADO.
     IF WS-ACP-TEM-FIM(WS-IX-JOB) EQUAL "S" AND
        WS-ACP-TERMINO(WS-IX-JOB) EQUAL "BLOQUEA"
        MOVE "BLOQUEADO" TO RLG-SITUACAO
        ADD 1 TO WS-CONT-PROBLEMAS
        ADD 1 TO WS-CONT-BLOQUEADOS
        GO TO 0202-GRAVA-SITUACAO.
*MD151026 - D947316F

     IF WS-ACP-TEM-FIM(WS-IX-JOB) EQUAL "N" OR
        WS-ACP-TERMINO(WS-IX-JOB) EQUAL "ANORMAL"
        MOVE "ABORTADO" TO RLG-SITUACAO
        ADD 1 TO WS-CONT-PROBLEMAS
*MD151026 - D947316I
        ADD 1 TO WS-CONT-ABORTADOS
*MD151026 - D947316F
        GO TO 0202-GRAVA-SITUACAO.

     MOVE "OK" TO RLG-SITUACAO.
             WS-CONT-REGISTROS.
     DISPLAY "S0947-OBJ-674 - OCORRENCIAS APONTADAS: "
             WS-CONT-PROBLEMAS.
*MD151026 - D947316I
     DISPLAY "S0947-OBJ-674 - JOBS AUSENTES........: "
             WS-CONT-AUSENTES.
     DISPLAY "S0947-OBJ-674 - JOBS ABORTADOS.......: "
             WS-CONT-ABORTADOS.
     DISPLAY "S0947-OBJ-674 - JOBS BLOQUEADOS......: "
             WS-CONT-BLOQUEADOS.
*MD151026 - D947316F

     STOP RUN.

