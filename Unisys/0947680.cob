*                 (VALOR-5) - VER S0947-OBJ-668/686;             *
*    "PRAZAPRO" - PRAZO EM DIAS PARA APROVAR UMA EXCECAO         *
*                 PENDENTE ANTES DE ELA EXPIRAR (VALOR-5) -      *
*                 VER S0947-OBJ-679/687;                         *
*    "PESORISC" - PESOS DA PONTUACAO DE RISCO POR USUARIO (CLI = *
*                 ZEROS, SEQ = FATOR 1 A 8, VALOR-5 = PONTOS POR *
*                 OCORRENCIA, VALOR-1 = UNIDADE DOS FATORES 6 E  *
*                 8; SEQ 9 = USUARIOS LISTADOS POR CLIENTE EM    *
*                 VALOR-5) - VER S0947-OBJ-697;                  *
*    "SLAMIGRA" - PRAZO EM DIAS QUE UMA CONTA PODE FICAR PARADA  *
*                 NA SITUACAO 01 OU 02 DA MIGRACAO SIDEC/NSGD    *
*                 (VALOR-5) - VER S0947-OBJ-698;                 *
*    "PRAZPROV" - PRAZO EM DIAS PARA O SISTEMA DESTINO DEVOLVER  *
*                 O RETORNO DE UMA INSTRUCAO DE PROVISIONAMENTO  *
*                 (VALOR-5) - VER S0947-OBJ-701;                 *
*    "PREDJOBS" - DEPENDENCIAS DA CADEIA NOTURNA, UMA POR        *
*                 ENTRADA (CLI = ZEROS, VALOR-1 = JOB CONSUMIDOR,*
*                 VALOR-2 = JOB PREDECESSOR, EX.: 657 E 684) -   *
*                 VER MEMBRO V094765611;                         *
*    "PRAZGEST" - PRAZO EM DIAS PARA O GESTOR DECIDIR UM ITEM DA *
*                 CARTA DE PENDENCIAS ANTES DE ELE SUBIR DE      *
*                 NIVEL (VALOR-5) - VER S0947-OBJ-704;           *
*    "GESTORLT" - GESTOR RESPONSAVEL POR LOTACAO, UM POR ENTRADA *
*                 (CLI = CLIENTE, VALOR-5 = MATRICULA DO GESTOR, *
*                 VALOR-1 = LOT-CODIGO DA LOTACAO SUPERIOR,      *
*MD151026 - D947319I
*                 ZEROS NO TOPO) - VER S0947-OBJ-704;            *
*    "EMERGGRP" - CATALOGO DE GRUPOS PRE-APROVADOS PARA ACESSO   *
*                 DE EMERGENCIA, UM POR ENTRADA (CLI = CLIENTE,  *
*                 VALOR-1/2 = SIS/GOP, VALOR-5 = DURACAO MAXIMA  *
*                 EM HORAS, ZEROS = 8, ATE 72) - VER             *
*                 S0947-OBJ-705;                                 *
*    "PRAZVIST" - PRAZO EM DIAS, APOS O VENCIMENTO, PARA O VISTO *
*                 DE UMA CONCESSAO DE EMERGENCIA ANTES DE ELA    *
*MD151026 - D947321I
*                 SER ESCALADA (VALOR-5) - VER S0947-OBJ-706;    *
*    "DORMENTE" - INATIVIDADE POR CLIENTE (CLI = CLIENTE, SEQ =  *
*                 1, VALOR-5 = DIAS SEM USO EM NENHUM GRUPO PARA *
*                 O AVISO, VALOR-1 = CARENCIA EM DIAS ENTRE O    *
*                 AVISO E A SUSPENSAO, ZEROS = 15) - CLIENTE SEM *
*                 ENTRADA NAO E AVALIADO - VER S0947-OBJ-708;    *
*    "DORMISEN" - USUARIO ISENTO DA SUSPENSAO POR INATIVIDADE,   *
*                 UM POR ENTRADA (CLI = CLIENTE, TEXTO = USU-    *
*                 CODIGO NAS 7 PRIMEIRAS POSICOES E O MOTIVO -   *
*                 CONTA DE SERVICO, AFASTAMENTO - NO RESTANTE) - *
*                 VER S0947-OBJ-708.                             *
*  PARAMETROS ESCALARES USAM CLI = ZEROS E SEQ = 1; ENTRADAS DE  *
*  TABELA (REMAPJAN/SODREGRA/PREDJOBS/GESTORLT/EMERGGRP/         *
*  DORMISEN) USAM SEQ SEQUENCIAL LIVRE.                          *
*MD151026 - D947321F
*MD151026 - D947319F
*  TODA ACAO EXECUTADA OU REJEITADA GERA UMA LINHA NA TRILHA     *
*  AUDPARMNT (QUEM MUDOU O QUE, DE ONDE E QUANDO).               *
*----------------------------------------------------------------*
     03  APM-VALOR-5              PIC 9(09).
     03  APM-TEXTO                PIC X(40).
     03  APM-RESULTADO            PIC X(09).
*MD151026 - D947309I
     03  APM-SEQ-TRILHA           PIC 9(09).
     03  APM-CHECK-TRILHA         PIC 9(09).
*MD151026 - D947309F

 DATA-BASE SECTION.


 WORKING-STORAGE SECTION.

*MD151026 - D947309I
*----------------------------------------------------------------*
* SELO DA TRILHA DE AUDITORIA (SEQUENCIA E CONFERENCIA ENCADEADA *
* DE CADA REGISTRO GRAVADO) - LAYOUT NO MEMBRO COPY V094765606.  *
*----------------------------------------------------------------*

 01  TAB-SELO-TRILHA.
    COPY "(D0947F05)S0947/LIB/SRV/V094765606 ON PROJETO01".
*MD151026 - D947309F

 01 SV-MANUT-PARAM.
    COPY "(D0947F05)S0947/LIB/SRV/V094768001 ON PROJETO01".

        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "DIASMAXE" AND
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "GRACAMEX" AND
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "DIASAPRO" AND
*MD151026 - D947310I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "PRAZAPRO" AND
*MD151026 - D947311I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "PESORISC" AND
*MD151026 - D947314I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "SLAMIGRA" AND
*MD151026 - D947316I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "PRAZPROV" AND
*MD151026 - D947318I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "PREDJOBS" AND
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "PRAZGEST" AND
*MD151026 - D947319I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "GESTORLT" AND
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "EMERGGRP" AND
*MD151026 - D947321I
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "PRAZVIST" AND
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "DORMENTE" AND
        PRM-IDENT-ENTRADA OF SV-MANUT-PARAM NOT EQUAL "DORMISEN"
*MD151026 - D947321F
*MD151026 - D947319F
*MD151026 - D947318F
*MD151026 - D947316F
*MD151026 - D947314F
*MD151026 - D947311F
*MD151026 - D947310F
        MOVE "Identificador de parametro desconhecido."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
           THRU 0230-VALIDA-SODREGRA-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.

*MD151026 - D947310I
     IF PRM-IDENT-ENTRADA OF SV-MANUT-PARAM EQUAL "PESORISC"
        PERFORM 0250-VALIDA-PESORISC
           THRU 0250-VALIDA-PESORISC-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.
*MD151026 - D947310F

*MD151026 - D947316I
     IF PRM-IDENT-ENTRADA OF SV-MANUT-PARAM EQUAL "PREDJOBS"
        PERFORM 0260-VALIDA-PREDJOBS
           THRU 0260-VALIDA-PREDJOBS-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.
*MD151026 - D947316F

*MD151026 - D947318I
     IF PRM-IDENT-ENTRADA OF SV-MANUT-PARAM EQUAL "GESTORLT"
        PERFORM 0270-VALIDA-GESTORLT
           THRU 0270-VALIDA-GESTORLT-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.
*MD151026 - D947318F

*MD151026 - D947319I
     IF PRM-IDENT-ENTRADA OF SV-MANUT-PARAM EQUAL "EMERGGRP"
        PERFORM 0280-VALIDA-EMERGGRP
           THRU 0280-VALIDA-EMERGGRP-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.
*MD151026 - D947319F

*MD151026 - D947321I
     IF PRM-IDENT-ENTRADA OF SV-MANUT-PARAM EQUAL "DORMENTE"
        PERFORM 0290-VALIDA-DORMENTE
           THRU 0290-VALIDA-DORMENTE-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.

     IF PRM-IDENT-ENTRADA OF SV-MANUT-PARAM EQUAL "DORMISEN"
        PERFORM 0295-VALIDA-DORMISEN
           THRU 0295-VALIDA-DORMISEN-FIM
        GO TO 0200-VALIDA-ENTRADA-FIM.
*MD151026 - D947321F

     PERFORM 0240-VALIDA-ESCALAR
        THRU 0240-VALIDA-ESCALAR-FIM.

  0240-VALIDA-ESCALAR-FIM.
     EXIT.

*MD151026 - D947310I
*    PESO ZERADO DESLIGA O FATOR; SO O LIMITE DE USUARIOS LISTADOS
*    (SEQ 9) PRECISA DE VALOR.
  0250-VALIDA-PESORISC.

     IF PRM-CLI-ENTRADA OF SV-MANUT-PARAM NOT EQUAL ZEROS OR
        PRM-SEQ-ENTRADA OF SV-MANUT-PARAM > 9
        MOVE "PESORISC usa CLI zeros e SEQ 1 a 9."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0250-VALIDA-PESORISC-FIM.

     IF PRM-SEQ-ENTRADA OF SV-MANUT-PARAM EQUAL 9 AND
        PRM-VALOR-5-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS
        MOVE "PESORISC SEQ 9 exige a quantidade listada em VALOR-5."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0250-VALIDA-PESORISC-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0250-VALIDA-PESORISC-FIM.
     EXIT.
*MD151026 - D947310F

*MD151026 - D947316I
*    JOBS PELO NUMERO DO PROGRAMA (657 = S0947-OBJ-657). O TEXTO E
*    LIVRE (OBSERVACAO DA DEPENDENCIA).
  0260-VALIDA-PREDJOBS.

     IF PRM-CLI-ENTRADA OF SV-MANUT-PARAM NOT EQUAL ZEROS
        MOVE "PREDJOBS usa CLI zeros."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0260-VALIDA-PREDJOBS-FIM.

     IF PRM-VALOR-1-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS OR
        PRM-VALOR-2-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS OR
        PRM-VALOR-1-ENTRADA OF SV-MANUT-PARAM > 999 OR
        PRM-VALOR-2-ENTRADA OF SV-MANUT-PARAM > 999
        MOVE "PREDJOBS exige job (VALOR-1) e predecessor (VALOR-2)."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0260-VALIDA-PREDJOBS-FIM.

     IF PRM-VALOR-1-ENTRADA OF SV-MANUT-PARAM EQUAL
        PRM-VALOR-2-ENTRADA OF SV-MANUT-PARAM
        MOVE "Job nao pode ser predecessor de si mesmo."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0260-VALIDA-PREDJOBS-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0260-VALIDA-PREDJOBS-FIM.
     EXIT.
*MD151026 - D947316F

*MD151026 - D947318I
*    A MATRICULA DO GESTOR E O USU-CODIGO DELE NO CLIENTE; A
*    LOTACAO SUPERIOR (VALOR-1) E OPCIONAL. O TEXTO E LIVRE.
  0270-VALIDA-GESTORLT.

     IF PRM-CLI-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS
        MOVE "GESTORLT exige o cliente (CLI)."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0270-VALIDA-GESTORLT-FIM.

     IF PRM-VALOR-5-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS OR
        PRM-VALOR-5-ENTRADA OF SV-MANUT-PARAM > 9999999
        MOVE "GESTORLT exige a matricula do gestor em VALOR-5."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0270-VALIDA-GESTORLT-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0270-VALIDA-GESTORLT-FIM.
     EXIT.
*MD151026 - D947318F

*MD151026 - D947319I
*    SO GRUPO DO CLIENTE ENTRA NO CATALOGO; A DURACAO MAXIMA E
*    LIMITADA A TRES DIAS - EMERGENCIA MAIS LONGA E MEX COMUM.
  0280-VALIDA-EMERGGRP.

     IF PRM-CLI-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS
        MOVE "EMERGGRP exige o cliente (CLI)."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0280-VALIDA-EMERGGRP-FIM.

     IF PRM-VALOR-1-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS OR
        PRM-VALOR-2-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS
        MOVE "EMERGGRP exige sistema (VALOR-1) e grupo (VALOR-2)."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0280-VALIDA-EMERGGRP-FIM.

     IF PRM-VALOR-5-ENTRADA OF SV-MANUT-PARAM > 72
        MOVE "EMERGGRP aceita no maximo 72 horas em VALOR-5."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0280-VALIDA-EMERGGRP-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0280-VALIDA-EMERGGRP-FIM.
     EXIT.
*MD151026 - D947319F

*MD151026 - D947321I
*    UM PRAZO POR CLIENTE; A CARENCIA ZERADA ASSUME O PADRAO DO
*    S0947-OBJ-708.
  0290-VALIDA-DORMENTE.

     IF PRM-CLI-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS OR
        PRM-SEQ-ENTRADA OF SV-MANUT-PARAM NOT EQUAL 1
        MOVE "DORMENTE exige o cliente (CLI) e usa SEQ 1."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0290-VALIDA-DORMENTE-FIM.

     IF PRM-VALOR-5-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS OR
        PRM-VALOR-5-ENTRADA OF SV-MANUT-PARAM > 9999
        MOVE "DORMENTE exige os dias sem uso (1 a 9999) em VALOR-5."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0290-VALIDA-DORMENTE-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0290-VALIDA-DORMENTE-FIM.
     EXIT.

  0295-VALIDA-DORMISEN.

     IF PRM-CLI-ENTRADA OF SV-MANUT-PARAM EQUAL ZEROS
        MOVE "DORMISEN exige o cliente (CLI)."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0295-VALIDA-DORMISEN-FIM.

     IF PRM-TEXTO-ENTRADA OF SV-MANUT-PARAM (1:7) EQUAL SPACES
        MOVE "DORMISEN exige o USU-CODIGO isento no inicio do TEXTO."
          TO MENSAGEM-RESULTADO OF SV-MANUT-PARAM
        MOVE 1 TO CODIGO-RESULTADO OF SV-MANUT-PARAM
        GO TO 0295-VALIDA-DORMISEN-FIM.

     MOVE "S" TO FLAG-VALIDACAO-OK.

  0295-VALIDA-DORMISEN-FIM.
     EXIT.
*MD151026 - D947321F

******************************************************************
*    EXECUCAO DA ACAO VALIDADA, SOB TRANSACAO                    *
******************************************************************
     ELSE
        MOVE "REJEITADA" TO APM-RESULTADO.

*MD151026 - D947309I
     MOVE "AUDPARMNT"                    TO SEL-TRILHA.
     MOVE APM-DATA-ACAO                  TO SEL-DATA-REGISTRO.

     PERFORM 0180-RESERVA-SELO-TRILHA
        THRU 0180-RESERVA-SELO-TRILHA-FIM.

     MOVE SEL-SEQ-TRILHA                 TO APM-SEQ-TRILHA.
     MOVE AUD-REG-PARMNT                 TO SEL-REGISTRO.
     COMPUTE SEL-TAMANHO = FUNCTION LENGTH(AUD-REG-PARMNT) - 9.

     PERFORM 0190-CALCULA-SELO-TRILHA
        THRU 0190-CALCULA-SELO-TRILHA-FIM.

     MOVE SEL-CHECK-TRILHA               TO APM-CHECK-TRILHA.
*MD151026 - D947309F

     WRITE AUD-REG-PARMNT.

*MD151026 - D947309I
     PERFORM 0195-CONFIRMA-SELO-TRILHA
        THRU 0195-CONFIRMA-SELO-TRILHA-FIM.
*MD151026 - D947309F

  0800-GRAVA-AUDITORIA-FIM.
     EXIT.

*MD151026 - D947309I
*****************************************************************
*                                                               *
*   SELO DA TRILHA DE AUDITORIA - RESERVA DA SEQUENCIA, CALCULO *
*   DA CONFERENCIA ENCADEADA E CONFIRMACAO NO CONTROLE-TRILHA.  *
*   O CODIGO FICA NOS MEMBROS COPY V094765607/08/09 (BIBLIOTECA *
*   D0947F05), COMUNS A TODOS OS PROGRAMAS QUE GRAVAM TRILHA DE *
*   AUDITORIA E A VERIFICACAO NOTURNA (S0947-OBJ-695).          *
*                                                               *
*****************************************************************

  0180-RESERVA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765607 ON PROJETO01".

  0180-RESERVA-SELO-TRILHA-FIM.
      EXIT.

  0190-CALCULA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765608 ON PROJETO01".

  0190-CALCULA-SELO-TRILHA-FIM.
      EXIT.

  0195-CONFIRMA-SELO-TRILHA.
      COPY "(D0947F05)S0947/LIB/SRV/V094765609 ON PROJETO01".

  0195-CONFIRMA-SELO-TRILHA-FIM.
      EXIT.
*MD151026 - D947309F

******************************************************************
*    ENVIO DAS INFORMACOES DE RESPOSTA                           *
******************************************************************
