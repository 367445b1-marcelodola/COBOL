*    02 = CONTA NAO ENCONTRADA NA TABELA DE MIGRACAO;            *
*    03 = TRANSICAO ILEGAL PARA A SITUACAO ATUAL DA CONTA.       *
*  UM JOB CONTROLADO NO LUGAR DOS UPDATES DE MAO.                *
*  CADA TRANSICAO APLICADA GERA UMA LINHA NO HISTORICO DE        *
*  MIGRACAO (HISTMIGRACAO: CONTA, SITUACAO ANTERIOR E NOVA, DATA *
*  DE LIQUIDACAO E DATA/HORA DA EXECUCAO) - A SCN-SITUACAO E     *
*  SOBREPOSTA, E SO O HISTORICO DIZ QUANDO A CONTA ENTROU EM     *
*  CADA SITUACAO (VER S0947-OBJ-698). TODO PROGRAMA QUE ALTERE   *
*  A SCN-SITUACAO DEVE GRAVAR O MESMO HISTORICO.                 *
*  CADA LINHA APLICADA SAI NO SAILIQUIDACAO COM A IMAGEM ANTERIOR*
*  DA CONTA (SITUACAO E DATA DE MIGRACAO) E A DATA/HORA DA       *
*  EXECUCAO - E A ENTRADA DO ESTORNO DA RODADA (S0947-OBJ-699).  *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.
     SELECT REJ-LIQUIDACAO  ASSIGN TO "REJLIQUIDACAO"
            ORGANIZATION IS SEQUENTIAL.

*MD151026 - D947311I
     SELECT HIS-MIGRACAO    ASSIGN TO "HISTMIGRACAO"
            ORGANIZATION IS SEQUENTIAL.

*MD151026 - D947311F
     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 01  REG-SAI-LIQUIDACAO.
     03  SAI-PEDIDO-LIQ          PIC X(22).
     03  SAI-SITUACAO-ANTERIOR   PIC 9(02).
*MD151026 - D947312I
     03  SAI-DATA-MIGRACAO-ANTERIOR PIC 9(08).
     03  SAI-DATA-EXECUCAO       PIC 9(08).
     03  SAI-HORA-EXECUCAO       PIC 9(06).
*MD151026 - D947312F

 FD  REJ-LIQUIDACAO
     LABEL RECORD IS STANDARD.
     03  REJ-PEDIDO-LIQ          PIC X(22).
     03  REJ-MOTIVO              PIC 9(02).

*MD151026 - D947311I
*----------------------------------------------------------------*
*  HISTORICO DE TRANSICOES DE SITUACAO DA CONTA-MIGRACAO - UMA   *
*  LINHA POR TRANSICAO APLICADA, GRAVADO EM EXTENSAO. A DATA/    *
*  HORA DA EXECUCAO E A MESMA EM TODAS AS LINHAS DE UMA RODADA.  *
*----------------------------------------------------------------*

 FD  HIS-MIGRACAO
     LABEL RECORD IS STANDARD.

 01  REG-HIS-MIGRACAO.
     03  HMG-CON-IDENTIFICACAO   PIC 9(12).
     03  HMG-SITUACAO-ANTERIOR   PIC 9(02).
     03  HMG-SITUACAO-NOVA       PIC 9(02).
     03  HMG-DATA-LIQUIDACAO     PIC 9(08).
     03  HMG-DATA-EXECUCAO       PIC 9(08).
     03  HMG-HORA-EXECUCAO       PIC 9(06).
     03  HMG-PROGRAMA            PIC X(13).
*MD151026 - D947311F

*----------------------------------------------------------------*
*  LEDGER COMUM DE EXECUCAO DA FAMILIA BATCH S0947 - CADA        *
*  PROGRAMA GRAVA UMA LINHA "INICIO" AO COMECAR E UMA LINHA      *
 01  FLAG-FIM-LIQUIDACOES        PIC X(01).
 01  FLAG-TRANSICAO-OK           PIC X(01).
 01  WS-SITUACAO-ATUAL           PIC 9(02).
*MD151026 - D947312I
 01  WS-DATA-MIGRACAO-ATUAL      PIC 9(08).
*MD151026 - D947312F
*MD151026 - D947311I
 01  WS-HORA-EXECUCAO            PIC 9(08).
 01  WS-HORA-EXECUCAO-R REDEFINES WS-HORA-EXECUCAO.
     03  WS-HHMMSS-EXECUCAO      PIC 9(06).
     03  FILLER                  PIC 9(02).
*MD151026 - D947311F

*  DATA SISTEMA
 01 DATA-ACCEPT            PIC 9(06)     COMP.
     OPEN INPUT LIQ-NSGD.
     OPEN OUTPUT SAI-LIQUIDACAO.
     OPEN OUTPUT REJ-LIQUIDACAO.
*MD151026 - D947311I
     OPEN EXTEND HIS-MIGRACAO.
*MD151026 - D947311F

     MOVE ZEROS TO WS-CONT-LIQUIDACOES WS-CONT-APLICADAS
                   WS-CONT-REJEITADAS.
     MOVE MES-ACCEPT TO MES-SISTEMA.
     MOVE ANO-ACCEPT TO ANO-SISTEMA.
     MOVE 20         TO SEC-SISTEMA.
*MD151026 - D947311I
     ACCEPT WS-HORA-EXECUCAO FROM TIME.
*MD151026 - D947311F

     INITIALIZE ARRAY-IN-WS.

     CLOSE LIQ-NSGD.
     CLOSE SAI-LIQUIDACAO.
     CLOSE REJ-LIQUIDACAO.
*MD151026 - D947311I
     CLOSE HIS-MIGRACAO.
*MD151026 - D947311F

     STOP RUN.

     END-LOCK.

     MOVE SCN-SITUACAO OF CONTA-MIGRACAO TO WS-SITUACAO-ATUAL.
*MD151026 - D947312I
     COMPUTE WS-DATA-MIGRACAO-ATUAL =
         (SCN-SEC-MIGRACAO OF CONTA-MIGRACAO * 1000000) +
         (SCN-ANO-MIGRACAO OF CONTA-MIGRACAO * 10000)   +
         (SCN-MES-MIGRACAO OF CONTA-MIGRACAO * 100)     +
          SCN-DIA-MIGRACAO OF CONTA-MIGRACAO.
*MD151026 - D947312F

     PERFORM 0210-VALIDA-TRANSICAO
        THRU 0210-VALIDA-TRANSICAO-FIM.

     MOVE LIQ-LIQUIDACAO    TO SAI-PEDIDO-LIQ.
     MOVE WS-SITUACAO-ATUAL TO SAI-SITUACAO-ANTERIOR.
*MD151026 - D947312I
     MOVE WS-DATA-MIGRACAO-ATUAL TO SAI-DATA-MIGRACAO-ANTERIOR.
     MOVE DATA-SISTEMA           TO SAI-DATA-EXECUCAO.
     MOVE WS-HHMMSS-EXECUCAO     TO SAI-HORA-EXECUCAO.
*MD151026 - D947312F

     WRITE REG-SAI-LIQUIDACAO.
     ADD 1 TO WS-CONT-APLICADAS.

*MD151026 - D947311I
     PERFORM 0280-GRAVA-HISTORICO
        THRU 0280-GRAVA-HISTORICO-FIM.
*MD151026 - D947311F

     GO TO 0200-PROCESSA-LIQUIDACAO-FIM.

*    REJEICAO OU ERRO DMS DENTRO DA TRANSACAO - ENCERRA A
  0210-VALIDA-TRANSICAO-FIM.
     EXIT.

*MD151026 - D947311I
  0280-GRAVA-HISTORICO.

     MOVE LIQ-CON-IDENTIFICACAO TO HMG-CON-IDENTIFICACAO.
     MOVE WS-SITUACAO-ATUAL     TO HMG-SITUACAO-ANTERIOR.
     MOVE LIQ-SITUACAO-NOVA     TO HMG-SITUACAO-NOVA.
     MOVE LIQ-DATA-LIQUIDACAO   TO HMG-DATA-LIQUIDACAO.
     MOVE DATA-SISTEMA          TO HMG-DATA-EXECUCAO.
     MOVE WS-HHMMSS-EXECUCAO    TO HMG-HORA-EXECUCAO.
     MOVE "S0947-OBJ-685"       TO HMG-PROGRAMA.

     WRITE REG-HIS-MIGRACAO.

  0280-GRAVA-HISTORICO-FIM.
     EXIT.
*MD151026 - D947311F

  0290-GRAVA-REJEITADA.

     MOVE LIQ-LIQUIDACAO TO REJ-PEDIDO-LIQ.
