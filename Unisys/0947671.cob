*  AQUI (O FONTE ANTERIOR, COM A MONTAGEM PROPRIA, FICA NO       *
*  CONTROLE DE VERSAO).                                          *
*MD010926 - D947302F
*MD151026 - D947316I
*  ANTES DE ABRIR AS ENTRADAS VERIFICA NO LEDGERS0947 SE OS      *
*  PREDECESSORES NA CADEIA NOTURNA (PADRAO: 684) TERMINARAM      *
*  NORMAL NA DATA - SENAO GRAVA O TERMINO "BLOQUEA" (BLOQUEADO)  *
*  NO LEDGER E NAO PROCESSA. DEPENDENCIAS MANTIDAS NO            *
*  PARAMETROS-S0947 ("PREDJOBS", TRANSACAO S0947-OBJ-680).       *
*MD151026 - D947316F

 ENVIRONMENT DIVISION.

     03 SDFFORMRECNUM-WS             REAL                 .


*MD151026 - D947316I
*----------------------------------------------------------------*
* VERIFICACAO DOS PREDECESSORES NA CADEIA NOTURNA - LAYOUT NO    *
* MEMBRO V094765610 E LOGICA NO MEMBRO V094765611 (BIBLIOTECA    *
* D0947F05).                                                     *
*----------------------------------------------------------------*

 01  TAB-PREDECESSORES.
    COPY "(D0947F05)S0947/LIB/SRV/V094765610 ON PROJETO01".
*MD151026 - D947316F

*----------------------------------------------------------------*
* APOIO A GRAVACAO DO LEDGER COMUM DE EXECUCAO DA FAMILIA S0947  *
* (VER 0900/0910/0920) - DATA/HORA PROPRIAS PARA NAO INTERFERIR  *

     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-USUARIOS WS-CONT-VIOLACOES
                   WS-CONT-PERDIDOS WS-CONT-GRP-USU.


     INITIALIZE ARRAY-IN-WS.

*MD151026 - D947316I
     MOVE 671 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     OPEN INPUT MATRIZ-COMUM.

     OPEN OUTPUT REL-SEGREGACAO.
*MD151026 - D947316F

     PERFORM 0160-CARREGA-TAB-REGRAS
        THRU 0160-CARREGA-TAB-REGRAS-FIM.

  0810-GRAVA-VIOLACAO-FIM.
     EXIT.

*---

*MD151026 - D947316I
*****************************************************************
*   VERIFICACAO DOS PREDECESSORES NA CADEIA NOTURNA - EXECUTADA *
*   ANTES DE ABRIR AS ENTRADAS; SEM TODOS OS PREDECESSORES COM  *
*   TERMINO NORMAL NA DATA O PROGRAMA GRAVA "BLOQUEA" NO LEDGER *
*   E ENCERRA (MEMBRO COPY V094765611, BIBLIOTECA D0947F05).    *
*****************************************************************

  0080-VERIFICA-PREDECESSORES.
      COPY "(D0947F05)S0947/LIB/SRV/V094765611 ON PROJETO01".

  0080-VERIFICA-PREDECESSORES-FIM.
      EXIT.
*MD151026 - D947316F

*---

 10000-00-TRATA-ERRO-DMS.
