$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-701.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   ARQUIVO NOTURNO DE PROVISIONAMENTO POR SISTEMA E CONCILIACAO *
*   DOS RETORNOS                                                 *
*----------------------------------------------------------------*
*  OS SISTEMAS DE NEGOCIO POR TRAS DE CADA SIS-CODIGO SO FICAVAM *
*  SABENDO DAS MUDANCAS DE ACESSO POR CHAMADO - UMA REVOGACAO    *
*  FEITA NA S0947 LEVAVA SEMANAS PARA CHEGAR A APLICACAO. ESTE   *
*  PROGRAMA RODA NA CADEIA NOTURNA DEPOIS DO S0947-OBJ-664 E:    *
*  1) JUNTA AS MUDANCAS EFETIVAS DA DATA DE REFERENCIA:          *
*     - RELDELTA (664): "ADICIONADO" = CONCEDER,                 *
*       "REMOVIDO" = REVOGAR;                                    *
*     - AUDMEXMNT (668/678): REVOGAR EXECUTADA DE GRUPO/PERFIL   *
*       DE EXCECAO;                                              *
*     - HISTMEXEXP (679): LINHA DE EXCECAO EXPURGADA (A EXCECAO  *
*       PENDENTE QUE EXPIROU SEM APROVACAO NUNCA FOI CONCEDIDA - *
*       JANELA FIM ZERADA - E IGNORADA);                         *
*     - AUDSUSPENSAO (692): SUSPENDER/REATIVAR EXECUTADOS - A    *
*       PRIMEIRA INSTRUCAO DO USUARIO EM CADA SISTEMA PASSA A    *
*       SER "BLOQUEAR" OU "REATIVAR" E AS LINHAS DO DELTA DELE   *
*       SAEM COM ESSA ORIGEM.                                    *
*     O ACESSO EFETIVO DO USUARIO NO SISTEMA E A UNIAO DAS AREAS *
*     (ORI/FIS/SUB/MEX): A MATRIZ DA NOITE (MATRIZCOMUM, 684)    *
*     ENTRA NA ORDENACAO PARA QUE UM ITEM QUE SAIU DE UMA AREA   *
*     MAS CONTINUA EM OUTRA NAO SEJA REVOGADO NO SISTEMA DESTINO,*
*     E QUE SO SEJA CONCEDIDO O QUE CONTINUA VIGENTE. CADA ITEM  *
*     SAI UMA VEZ SO, COM A ORIGEM DE MAIOR PRIORIDADE (TRILHA   *
*     ANTES DO DELTA).                                           *
*  2) GRAVA UM ARQUIVO DE SAIDA POR SIS-CODIGO COM INSTRUCAO NA  *
*     NOITE (TITULO PROV/SISnnnn/Daammdd), NO LAYOUT FIXO        *
*     CONCEDER/REVOGAR/BLOQUEAR/REATIVAR ("D"), NUMERADO POR     *
*     SISTEMA E DATA, FECHADO POR UM TRAILER DE CONTROLE ("T")   *
*     COM AS QUANTIDADES POR ACAO.                               *
*  3) CONCILIA OS RETORNOS: O JOB CONCATENA EM ENTPROVRETORNO O  *
*     ARQUIVO DE RETORNO DEVOLVIDO POR CADA SISTEMA (SIS, DATA E *
*     SEQUENCIAL DA INSTRUCAO, "OK" OU "RJ" E O MOTIVO). AS      *
*     INSTRUCOES SEM RETORNO FICAM EM PROVPENDENTE (O PROGRAMA   *
*     GRAVA A GERACAO NOVA EM PROVPENDNOVO E O JOB FAZ A TROCA,  *
*     COMO NO 675). O RELATORIO RELPROVRETORNO APONTA:           *
*       "RJ" INSTRUCAO REJEITADA PELO SISTEMA (SAI DA PENDENCIA);*
*       "SR" INSTRUCAO SEM RETORNO HA MAIS DIAS QUE O PRAZO      *
*            "PRAZPROV" (PARAMETROS-S0947, VALOR-5; SEM          *
*            PARAMETRO, 5 DIAS) - CONTINUA PENDENTE E VOLTA A    *
*            SER APONTADA ATE O RETORNO CHEGAR;                  *
*       "RD" RETORNO QUE NAO CASA COM NENHUMA INSTRUCAO PENDENTE;*
*       "RS" RESUMO POR SISTEMA.                                 *
*  OS CONTADORES VAO PARA O LEDGER COMUM LEDGERS0947.            *
*----------------------------------------------------------------*

*MD151026 - D947316I
*  ANTES DE ABRIR AS ENTRADAS VERIFICA NO LEDGERS0947 SE OS      *
*  PREDECESSORES NA CADEIA NOTURNA (PADRAO: 684 E 664)          *
*  TERMINARAM NORMAL NA DATA - SENAO GRAVA O TERMINO "BLOQUEA"   *
*  (BLOQUEADO) NO LEDGER E NAO PROCESSA. DEPENDENCIAS MANTIDAS   *
*  NO PARAMETROS-S0947 ("PREDJOBS", TRANSACAO S0947-OBJ-680).    *
*MD151026 - D947316F

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT MATRIZ-COMUM    ASSIGN TO "MATRIZCOMUM"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-DELTA       ASSIGN TO "RELDELTA"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-MEXMNT      ASSIGN TO "AUDMEXMNT"
            ORGANIZATION IS SEQUENTIAL.

     SELECT HIST-MEX-EXP    ASSIGN TO "HISTMEXEXP"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-SUSPENSAO   ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT PROV-SISTEMA    ASSIGN TO "PROVSISTEMA"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WKS-PROV-EMITIDA ASSIGN TO "WKPROVEMITIDA"
            ORGANIZATION IS SEQUENTIAL.

     SELECT PROV-PENDENTE   ASSIGN TO "PROVPENDENTE"
            ORGANIZATION IS SEQUENTIAL.

     SELECT PROV-PEND-NOVO  ASSIGN TO "PROVPENDNOVO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT ENT-PROV-RETORNO ASSIGN TO "ENTPROVRETORNO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-PROV-RETORNO ASSIGN TO "RELPROVRETORNO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-PRV-ORDENA   ASSIGN TO "WKPRVORDENA".

     SELECT WS-RET-ORDENA   ASSIGN TO "WKRETORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  MATRIZ COMPUTADA DE TODOS OS USUARIOS - MESMO LAYOUT GRAVADO  *
*  PELO S0947-OBJ-684 (REG-MATRIZ-COMUM): NAO REORDENAR CAMPOS   *
*  SEM ALTERAR OS CONSUMIDORES JUNTOS (657/659/669/671/701).     *
*----------------------------------------------------------------*

 FD  MATRIZ-COMUM
     LABEL RECORD IS STANDARD.

 01  REG-MATRIZ-COMUM.
     03  MTZ-CLI-CODIGO          PIC 9(04).
     03  MTZ-USU-CODIGO          PIC X(07).
     03  MTZ-LOT-CODIGO          PIC 9(04).
     03  MTZ-TIPO-LINHA          PIC X(07).
     03  MTZ-TIPO-AREA           PIC X(03).
     03  MTZ-SIS-CODIGO          PIC 9(04).
     03  MTZ-SIS-NOME            PIC X(40).
     03  MTZ-GOP-CODIGO          PIC 9(04).
     03  MTZ-GOP-MNEMONICO       PIC X(10).
     03  MTZ-GOP-DESCRICAO       PIC X(50).
     03  MTZ-PER-CODIGO          PIC 9(05).
     03  MTZ-PER-DESCRICAO       PIC X(50).
     03  MTZ-ABR-DESCRICAO       PIC X(40).

*----------------------------------------------------------------*
*  RELATORIO DE MUDANCAS - MESMO LAYOUT GRAVADO PELO             *
*  S0947-OBJ-664 (REG-DELTA).                                    *
*----------------------------------------------------------------*

 FD  REL-DELTA
     LABEL RECORD IS STANDARD.

 01  REG-DELTA.
     03  DEL-SITUACAO            PIC X(10).
     03  DEL-DATA-ANTIGA.
         05  DEL-ANO-ANTIGA      PIC 9(02).
         05  DEL-MES-ANTIGA      PIC 9(02).
         05  DEL-DIA-ANTIGA      PIC 9(02).
     03  DEL-DATA-NOVA.
         05  DEL-ANO-NOVA        PIC 9(02).
         05  DEL-MES-NOVA        PIC 9(02).
         05  DEL-DIA-NOVA        PIC 9(02).
     03  DEL-TIPO-LINHA          PIC X(07).
     03  DEL-CLI-CODIGO          PIC 9(04).
     03  DEL-USU-CODIGO          PIC X(07).
     03  DEL-TIPO-AREA           PIC X(03).
     03  DEL-SIS-CODIGO          PIC 9(04).
     03  DEL-SIS-NOME            PIC X(40).
     03  DEL-GOP-MNEMONICO       PIC X(10).
     03  DEL-GOP-DESCRICAO       PIC X(50).
     03  DEL-PER-CODIGO          PIC 9(05).
     03  DEL-PER-DESCRICAO       PIC X(50).

*----------------------------------------------------------------*
*  TRILHAS DE AUDITORIA E HISTORICO DE EXPURGO - MESMOS LAYOUTS  *
*  DO 668 (AUDMEXMNT), DO 679 (HISTMEXEXP) E DO 692              *
*  (AUDSUSPENSAO).                                               *
*----------------------------------------------------------------*

 FD  AUD-MEXMNT
     LABEL RECORD IS STANDARD.

 01  AUD-REG-MEXMNT.
     03  AMN-DATA-ACAO.
         05  AMN-SEC-ACAO         PIC 9(02).
         05  AMN-ANO-ACAO         PIC 9(02).
         05  AMN-MES-ACAO         PIC 9(02).
         05  AMN-DIA-ACAO         PIC 9(02).
     03  AMN-USERCODE             PIC 9(11).
     03  AMN-STATION              PIC 9(11).
     03  AMN-TIMESTAMP            PIC 9(11).
     03  AMN-CLI-CODIGO           PIC 9(04).
     03  AMN-USU-CODIGO           PIC X(07).
     03  AMN-ACAO                 PIC X(10).
     03  AMN-TIPO-ITEM            PIC X(06).
     03  AMN-SIS-CODIGO           PIC 9(04).
     03  AMN-GOP-CODIGO           PIC 9(04).
     03  AMN-PER-CODIGO           PIC 9(05).
     03  AMN-DATA-INI             PIC 9(08).
     03  AMN-DATA-FIM             PIC 9(08).
     03  AMN-RESULTADO            PIC X(09).
     03  AMN-SEQ-TRILHA           PIC 9(09).
     03  AMN-CHECK-TRILHA         PIC 9(09).

 FD  HIST-MEX-EXP
     LABEL RECORD IS STANDARD.

 01  REG-HIST-MEX.
     03  HST-DATA-REMOCAO.
         05  HST-SEC-REMOCAO     PIC 9(02).
         05  HST-ANO-REMOCAO     PIC 9(02).
         05  HST-MES-REMOCAO     PIC 9(02).
         05  HST-DIA-REMOCAO     PIC 9(02).
     03  HST-CLI-CODIGO          PIC 9(04).
     03  HST-USU-CODIGO          PIC X(07).
     03  HST-TIPO-ITEM           PIC X(06).
     03  HST-SIS-CODIGO          PIC 9(04).
     03  HST-GOP-CODIGO          PIC 9(04).
     03  HST-PER-CODIGO          PIC 9(05).
     03  HST-DATA-INI-EXC        PIC 9(08).
     03  HST-DATA-FIM-EXC        PIC 9(08).

 FD  AUD-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  AUD-REG-SUSPENSAO.
     03  ASU-DATA-ACAO.
         05  ASU-SEC-ACAO         PIC 9(02).
         05  ASU-ANO-ACAO         PIC 9(02).
         05  ASU-MES-ACAO         PIC 9(02).
         05  ASU-DIA-ACAO         PIC 9(02).
     03  ASU-USERCODE             PIC 9(11).
     03  ASU-STATION              PIC 9(11).
     03  ASU-TIMESTAMP            PIC 9(11).
     03  ASU-ACAO                 PIC X(10).
     03  ASU-USU-CODIGO           PIC X(07).
     03  ASU-QTD-CLIENTES         PIC 9(04).
     03  ASU-MOTIVO               PIC X(60).
     03  ASU-RESULTADO            PIC X(09).
     03  ASU-SEQ-TRILHA           PIC 9(09).
     03  ASU-CHECK-TRILHA         PIC 9(09).

*----------------------------------------------------------------*
*  ARQUIVO DE PROVISIONAMENTO DE UM SISTEMA - O TITULO E TROCADO *
*  A CADA SIS-CODIGO (VER 0320-ABRE-SISTEMA). REGISTRO "D" =     *
*  INSTRUCAO, REGISTRO "T" = TRAILER DE CONTROLE (UM POR         *
*  ARQUIVO, SEMPRE O ULTIMO).                                    *
*    PRV-ACAO     : "CONCEDER", "REVOGAR", "BLOQUEAR" (USUARIO   *
*                   SUSPENSO) OU "REATIVAR" (USUARIO REATIVADO). *
*    PRV-TIPO-ITEM: "SISTEMA", "GRUPO", "PERFIL" OU "USUARIO"    *
*                   (BLOQUEAR/REATIVAR).                         *
*    PRV-ORIGEM   : "DELTA", "REVOG-MEX", "EXPURGO", "SUSPENSAO" *
*                   OU "REATIVACAO".                             *
*  O SISTEMA DEVOLVE UM RETORNO POR INSTRUCAO "D" IDENTIFICADA   *
*  POR PRV-SIS-CODIGO + PRV-DATA-EMISSAO + PRV-SEQ.              *
*----------------------------------------------------------------*

 FD  PROV-SISTEMA
     LABEL RECORD IS STANDARD.

 01  REG-PROV-DETALHE.
     03  PRV-TIPO-REG            PIC X(01).
     03  PRV-SIS-CODIGO          PIC 9(04).
     03  PRV-DATA-EMISSAO        PIC 9(08).
     03  PRV-SEQ                 PIC 9(07).
     03  PRV-ACAO                PIC X(10).
     03  PRV-CLI-CODIGO          PIC 9(04).
     03  PRV-USU-CODIGO          PIC X(07).
     03  PRV-TIPO-ITEM           PIC X(07).
     03  PRV-GOP-MNEMONICO       PIC X(10).
     03  PRV-PER-CODIGO          PIC 9(05).
     03  PRV-ORIGEM              PIC X(10).
     03  FILLER                  PIC X(07).

 01  REG-PROV-TRAILER.
     03  PRT-TIPO-REG            PIC X(01).
     03  PRT-SIS-CODIGO          PIC 9(04).
     03  PRT-DATA-EMISSAO        PIC 9(08).
     03  PRT-QTD-DETALHES        PIC 9(07).
     03  PRT-QTD-CONCEDER        PIC 9(07).
     03  PRT-QTD-REVOGAR         PIC 9(07).
     03  PRT-QTD-BLOQUEAR        PIC 9(07).
     03  PRT-QTD-REATIVAR        PIC 9(07).
     03  FILLER                  PIC X(32).

*----------------------------------------------------------------*
*  INSTRUCOES EMITIDAS NA NOITE (TRABALHO) E INSTRUCOES AINDA    *
*  SEM RETORNO (PROVPENDENTE LIDO, PROVPENDNOVO GRAVADO) - O     *
*  MESMO REGISTRO "D" SEM O TIPO.                                *
*----------------------------------------------------------------*

 FD  WKS-PROV-EMITIDA
     LABEL RECORD IS STANDARD.

 01  REG-PROV-EMITIDA.
     03  EMI-SIS-CODIGO          PIC 9(04).
     03  EMI-DATA-EMISSAO        PIC 9(08).
     03  EMI-SEQ                 PIC 9(07).
     03  EMI-ACAO                PIC X(10).
     03  EMI-CLI-CODIGO          PIC 9(04).
     03  EMI-USU-CODIGO          PIC X(07).
     03  EMI-TIPO-ITEM           PIC X(07).
     03  EMI-GOP-MNEMONICO       PIC X(10).
     03  EMI-PER-CODIGO          PIC 9(05).
     03  EMI-ORIGEM              PIC X(10).

 FD  PROV-PENDENTE
     LABEL RECORD IS STANDARD.

 01  REG-PROV-PENDENTE.
     03  PND-SIS-CODIGO          PIC 9(04).
     03  PND-DATA-EMISSAO        PIC 9(08).
     03  PND-SEQ                 PIC 9(07).
     03  PND-ACAO                PIC X(10).
     03  PND-CLI-CODIGO          PIC 9(04).
     03  PND-USU-CODIGO          PIC X(07).
     03  PND-TIPO-ITEM           PIC X(07).
     03  PND-GOP-MNEMONICO       PIC X(10).
     03  PND-PER-CODIGO          PIC 9(05).
     03  PND-ORIGEM              PIC X(10).

 FD  PROV-PEND-NOVO
     LABEL RECORD IS STANDARD.

 01  REG-PROV-PEND-NOVO.
     03  PNN-SIS-CODIGO          PIC 9(04).
     03  PNN-DATA-EMISSAO        PIC 9(08).
     03  PNN-SEQ                 PIC 9(07).
     03  PNN-ACAO                PIC X(10).
     03  PNN-CLI-CODIGO          PIC 9(04).
     03  PNN-USU-CODIGO          PIC X(07).
     03  PNN-TIPO-ITEM           PIC X(07).
     03  PNN-GOP-MNEMONICO       PIC X(10).
     03  PNN-PER-CODIGO          PIC 9(05).
     03  PNN-ORIGEM              PIC X(10).

*----------------------------------------------------------------*
*  RETORNO DOS SISTEMAS - RET-SITUACAO "OK" = INSTRUCAO APLICADA,*
*  "RJ" (OU QUALQUER OUTRO CODIGO) = REJEITADA, COM O MOTIVO.    *
*----------------------------------------------------------------*

 FD  ENT-PROV-RETORNO
     LABEL RECORD IS STANDARD.

 01  REG-PROV-RETORNO.
     03  RET-SIS-CODIGO          PIC 9(04).
     03  RET-DATA-EMISSAO        PIC 9(08).
     03  RET-SEQ                 PIC 9(07).
     03  RET-SITUACAO            PIC X(02).
     03  RET-MOTIVO              PIC X(40).

*----------------------------------------------------------------*
*  RELATORIO DA CONCILIACAO - "RJ"/"SR"/"RD" USAM O DETALHE DA   *
*  INSTRUCAO; "RS" (RESUMO DO SISTEMA) USA AS QUANTIDADES.       *
*----------------------------------------------------------------*

 FD  REL-PROV-RETORNO
     LABEL RECORD IS STANDARD.

 01  REG-REL-PROV.
     03  RPV-TIPO-LINHA          PIC X(02).
     03  RPV-SIS-CODIGO          PIC 9(04).
     03  RPV-DETALHE.
         05  RPV-DATA-EMISSAO    PIC 9(08).
         05  RPV-SEQ             PIC 9(07).
         05  RPV-ACAO            PIC X(10).
         05  RPV-CLI-CODIGO      PIC 9(04).
         05  RPV-USU-CODIGO      PIC X(07).
         05  RPV-TIPO-ITEM       PIC X(07).
         05  RPV-GOP-MNEMONICO   PIC X(10).
         05  RPV-PER-CODIGO      PIC 9(05).
         05  RPV-ORIGEM          PIC X(10).
         05  RPV-DIAS-PENDENTE   PIC 9(05).
         05  RPV-SITUACAO-RET    PIC X(02).
         05  RPV-MOTIVO-RET      PIC X(40).
     03  RPV-RESUMO REDEFINES RPV-DETALHE.
         05  RPV-QTD-EMITIDAS    PIC 9(07).
         05  RPV-QTD-CONFIRMADAS PIC 9(07).
         05  RPV-QTD-REJEITADAS  PIC 9(07).
         05  RPV-QTD-PENDENTES   PIC 9(07).
         05  RPV-QTD-ATRASADAS   PIC 9(07).
         05  FILLER              PIC X(80).

*----------------------------------------------------------------*
*  ORDENACAO DOS CANDIDATOS POR ITEM DE ACESSO. SRP-CLASSE:      *
*  0 = LINHA VIGENTE DA MATRIZ DA NOITE, 1 = TRILHA (668/678/    *
*  679), 2 = DELTA (664).                                        *
*----------------------------------------------------------------*

 SD  WS-PRV-ORDENA.

 01  SORT-REC-PRV.
     03  SRP-CHAVE-ITEM.
         05  SRP-SIS-CODIGO      PIC 9(04).
         05  SRP-CLI-CODIGO      PIC 9(04).
         05  SRP-USU-CODIGO      PIC X(07).
         05  SRP-TIPO-ITEM       PIC X(07).
         05  SRP-GOP-MNEMONICO   PIC X(10).
         05  SRP-PER-CODIGO      PIC 9(05).
     03  SRP-CLASSE              PIC 9(01).
     03  SRP-ACAO                PIC X(10).
     03  SRP-ORIGEM              PIC X(10).

*----------------------------------------------------------------*
*  ORDENACAO DA CONCILIACAO - INSTRUCOES (SRR-TIPO-REG 1) E      *
*  RETORNOS (2) PELA IDENTIFICACAO DA INSTRUCAO.                 *
*----------------------------------------------------------------*

 SD  WS-RET-ORDENA.

 01  SORT-REC-RET.
     03  SRR-CHAVE-INSTRUCAO.
         05  SRR-SIS-CODIGO      PIC 9(04).
         05  SRR-DATA-EMISSAO    PIC 9(08).
         05  SRR-SEQ             PIC 9(07).
     03  SRR-TIPO-REG            PIC 9(01).
     03  SRR-ACAO                PIC X(10).
     03  SRR-CLI-CODIGO          PIC 9(04).
     03  SRR-USU-CODIGO          PIC X(07).
     03  SRR-TIPO-ITEM           PIC X(07).
     03  SRR-GOP-MNEMONICO       PIC X(10).
     03  SRR-PER-CODIGO          PIC 9(05).
     03  SRR-ORIGEM              PIC X(10).
     03  SRR-SITUACAO-RET        PIC X(02).
     03  SRR-MOTIVO-RET          PIC X(40).

*----------------------------------------------------------------*
*  LEDGER COMUM DE EXECUCAO DA FAMILIA BATCH S0947 - CADA        *
*  PROGRAMA GRAVA UMA LINHA "INICIO" AO COMECAR E UMA LINHA      *
*  "FIM" AO TERMINAR (NORMAL OU ANORMAL), COM OS CONTADORES DA   *
*  EXECUCAO - LIDO PELO RELATORIO DIARIO S0947-OBJ-674.          *
*----------------------------------------------------------------*

 FD  LED-EXECUCAO
     LABEL RECORD IS STANDARD.

 01  REG-LEDGER.
     03  LED-PROGRAMA            PIC X(13).
     03  LED-TIPO-REG            PIC X(06).
     03  LED-DATA-EXECUCAO.
         05  LED-SEC-EXECUCAO    PIC 9(02).
         05  LED-ANO-EXECUCAO    PIC 9(02).
         05  LED-MES-EXECUCAO    PIC 9(02).
         05  LED-DIA-EXECUCAO    PIC 9(02).
     03  LED-HORA-EXECUCAO.
         05  LED-HH-EXECUCAO     PIC 9(02).
         05  LED-MM-EXECUCAO     PIC 9(02).
         05  LED-SS-EXECUCAO     PIC 9(02).
     03  LED-TERMINO             PIC X(07).
     03  LED-CONT-ENTRADA        PIC 9(09).
     03  LED-CONT-SAIDA          PIC 9(09).
     03  LED-CONT-AUXILIAR       PIC 9(09).

 DATA-BASE SECTION.

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-MATRIZ              PIC 9(09)   COMP.
 77  WS-CONT-CANDIDATOS          PIC 9(09)   COMP.
 77  WS-CONT-SEM-MNEMONICO       PIC 9(09)   COMP.
 77  WS-CONT-EMITIDAS            PIC 9(09)   COMP.
 77  WS-CONT-ARQUIVOS            PIC 9(09)   COMP.
 77  WS-CONT-RETORNOS            PIC 9(09)   COMP.
 77  WS-CONT-APONTADAS           PIC 9(09)   COMP.

*----------------------------------------------------------------*
* TITULO DO ARQUIVO DE PROVISIONAMENTO DO SISTEMA CORRENTE.      *
*----------------------------------------------------------------*

 01  WS-TITULO-PROV.
     03  FILLER                  PIC X(08) VALUE "PROV/SIS".
     03  WS-TIT-SIS-CODIGO       PIC 9(04).
     03  FILLER                  PIC X(02) VALUE "/D".
     03  WS-TIT-DATA             PIC 9(06).
     03  FILLER                  PIC X(01) VALUE ".".

*----------------------------------------------------------------*
* USUARIOS SUSPENSOS/REATIVADOS NA DATA (AUDSUSPENSAO) - A ULTIMA*
* ACAO DO DIA PREVALECE.                                         *
*----------------------------------------------------------------*

 01  WS-TAB-SUSPENSOES.
     03  WS-CONT-SUSPENSOES      PIC 9(04)   COMP.
     03  WS-SUS OCCURS 500 TIMES.
         05  WS-SUS-USU-CODIGO   PIC X(07).
         05  WS-SUS-ACAO         PIC X(10).

*----------------------------------------------------------------*
* EMISSAO (PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO).         *
*----------------------------------------------------------------*

 01  WS-ITEM-CORRENTE.
     03  WS-ITM-SIS-CLI-USU.
         05  WS-ITM-SIS-CODIGO   PIC 9(04).
         05  WS-ITM-CLI-CODIGO   PIC 9(04).
         05  WS-ITM-USU-CODIGO   PIC X(07).
     03  WS-ITM-TIPO-ITEM        PIC X(07).
     03  WS-ITM-GOP-MNEMONICO    PIC X(10).
     03  WS-ITM-PER-CODIGO       PIC 9(05).

 01  WS-USU-EMITIDO              PIC X(15).

 01  WS-EMISSAO.
     03  FLAG-FIM-ORDENA         PIC X(01).
     03  FLAG-ITEM-VIGENTE       PIC X(01).
     03  FLAG-ARQUIVO-ABERTO     PIC X(01).
     03  WS-ORIGEM-CONCEDER      PIC X(10).
     03  WS-ORIGEM-REVOGAR       PIC X(10).
     03  WS-SIS-ABERTO           PIC 9(04).
     03  WS-SEQ-SISTEMA          PIC 9(07).
     03  WS-QTD-CONCEDER         PIC 9(07).
     03  WS-QTD-REVOGAR          PIC 9(07).
     03  WS-QTD-BLOQUEAR         PIC 9(07).
     03  WS-QTD-REATIVAR         PIC 9(07).
* INSTRUCAO A GRAVAR (VER 0340-GRAVA-INSTRUCAO)
     03  WS-INS-ACAO             PIC X(10).
     03  WS-INS-TIPO-ITEM        PIC X(07).
     03  WS-INS-GOP-MNEMONICO    PIC X(10).
     03  WS-INS-PER-CODIGO       PIC 9(05).
     03  WS-INS-ORIGEM           PIC X(10).

*----------------------------------------------------------------*
* CONCILIACAO (PROCEDIMENTO DE SAIDA DA SEGUNDA ORDENACAO).      *
*----------------------------------------------------------------*

 01  WS-CHAVE-RET-CORRENTE.
     03  WS-CRT-SIS-CODIGO       PIC 9(04).
     03  WS-CRT-DATA-EMISSAO     PIC 9(08).
     03  WS-CRT-SEQ              PIC 9(07).

 01  WS-INSTRUCAO-GUARDADA.
     03  WS-GRD-ACAO             PIC X(10).
     03  WS-GRD-CLI-CODIGO       PIC 9(04).
     03  WS-GRD-USU-CODIGO       PIC X(07).
     03  WS-GRD-TIPO-ITEM        PIC X(07).
     03  WS-GRD-GOP-MNEMONICO    PIC X(10).
     03  WS-GRD-PER-CODIGO       PIC 9(05).
     03  WS-GRD-ORIGEM           PIC X(10).
     03  WS-GRD-SITUACAO-RET     PIC X(02).
     03  WS-GRD-MOTIVO-RET       PIC X(40).

 01  WS-CONCILIACAO.
     03  FLAG-FIM-RETORNO        PIC X(01).
     03  FLAG-TEM-INSTRUCAO      PIC X(01).
     03  FLAG-TEM-RETORNO        PIC X(01).
     03  WS-SIS-RESUMO           PIC 9(04).
     03  WS-RES-EMITIDAS         PIC 9(07).
     03  WS-RES-CONFIRMADAS      PIC 9(07).
     03  WS-RES-REJEITADAS       PIC 9(07).
     03  WS-RES-PENDENTES        PIC 9(07).
     03  WS-RES-ATRASADAS        PIC 9(07).
     03  WS-DIAS-PENDENTE        PIC S9(07)  COMP.

 01 VARIAVEIS.
   02  FLAG-ACHOU                PIC X(01).
   02  WS-IX-SUS                 PIC 9(04)   COMP.
   02  VERSAO-SEG-WS             PIC 9(01).
   02  WS-PRAZO-RETORNO          PIC 9(05).
   02  WS-DATA-REFERENCIA        PIC 9(06).
   02  WS-AAAAMMDD-REFERENCIA    PIC 9(08).
   02  WS-AAAAMMDD-REGISTRO      PIC 9(08).
   02  WS-DATA-DELTA             PIC 9(06).
   02  WS-GOP-CLI-CODIGO         PIC 9(04).
   02  WS-GOP-SIS-CODIGO         PIC 9(04).
   02  WS-GOP-CODIGO             PIC 9(04).
   02  WS-GOP-MNEMONICO          PIC X(10).
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).

*  DATA SISTEMA
 01 DATA-ACCEPT            PIC 9(06)     COMP.
 01 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
    03 ANO-ACCEPT          PIC 9(02)     COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

*----------------------------------------------------------------*
*   AREA COM OPCOES E INFORMACOES DE ENTRADA E SAIDA             *
*   PARA A LIBRARY DE TRATAMENTO DE EXCECAO DMS                  *
*----------------------------------------------------------------*

 01  DMS-PARAMETROS-WS                                   COMMON.

     03  DMS-INTERFACE-COMS-WS       PIC X(01).
     03  DMS-TITLEBD-WS              PIC X(60).
     03  DMS-RESULT-WS               PIC X(06).
     03  DMS-PROG-ONLINE-WS          PIC X(01).

     03  DMS-ACAO-TOMAR-WS           PIC 9(01).
     88  DMS-CONTINUAR               VALUE   01.
     88  DMS-ENCERRAR                VALUE   02.
     88  DMS-ATIVAR-DMTERMINATE      VALUE   03.

*----------------------------------------------------------------*
* CABECALHO PADRAO DE DIAGNOSTICO PASSADO A LIBRARY DE EXCECAO   *
* DMS. EM PROCESSAMENTO BATCH NAO HA COMS-IN, ENTAO O CABECALHO  *
* E GRAVADO SO COM O IDENTIFICADOR DO JOB E FICA ZERADO NO RESTO.*
*----------------------------------------------------------------*

 01  ARRAY-IN-WS                     USAGE REAL COMMON    .
     03 PROGRAMDESG-WS               REAL                 .
     03 FUNCTIONINDEX-WS             REAL                 .
     03 USERCODE-WS                  REAL                 .
     03 SECURITYDESG-WS              REAL                 .
     03 FIELDS-WS                    REAL                 .
     03 TIMESTAMP-WS                 REAL                 .
     03 STATION-WS                   REAL                 .
     03 TEXTLENGTH-WS                REAL                 .
     03 FILLER-WS                    REAL                 .
     03 STATUSVALUE-WS               REAL                 .
     03 RESTART-WS                   REAL                 .
     03 AGENDA-WS                    REAL                 .
     03 SDFINFO-WS                   REAL                 .
     03 FORM-KEY-WS                  REAL                 .
     03 SDFTRANSNUM-WS               REAL                 .
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
* NAS AREAS DE DATA DO PROCESSAMENTO.                            *
*----------------------------------------------------------------*

 01  LED-TERMINO-WS              PIC X(07).
 01  LED-DATA-ACCEPT             PIC 9(06).
 01  LED-DATA-ACCEPT-R REDEFINES LED-DATA-ACCEPT.
     03  LED-ANO-ACCEPT          PIC 9(02).
     03  LED-MES-ACCEPT          PIC 9(02).
     03  LED-DIA-ACCEPT          PIC 9(02).
 01  LED-HORA-ACCEPT             PIC 9(08).
 01  LED-HORA-ACCEPT-R REDEFINES LED-HORA-ACCEPT.
     03  LED-HH-ACCEPT           PIC 9(02).
     03  LED-MM-ACCEPT           PIC 9(02).
     03  LED-SS-ACCEPT           PIC 9(02).
     03  LED-CC-ACCEPT           PIC 9(02).

******************************************************************
*                                                                *
*              CORPO PRINCIPAL DO PROGRAMA                       *
*                                                                *
******************************************************************

 PROCEDURE DIVISION.

 0001-00-PROGRAMA    SECTION.

 0002-00-INICIO-TRATA-RELATORIO.

     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-MATRIZ WS-CONT-CANDIDATOS
                   WS-CONT-SEM-MNEMONICO WS-CONT-EMITIDAS
                   WS-CONT-ARQUIVOS WS-CONT-RETORNOS
                   WS-CONT-APONTADAS.

     INITIALIZE VARIAVEIS.
     INITIALIZE ARRAY-IN-WS.

*MD151026 - D947316I
     MOVE 701 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.
*MD151026 - D947316F

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.

     DISPLAY "S0947-OBJ-701 - INFORME A DATA DE REFERENCIA (AAMMDD):"
             UPON CONSOLE.
     ACCEPT WS-DATA-REFERENCIA FROM CONSOLE.
     IF WS-DATA-REFERENCIA EQUAL ZEROS
        COMPUTE WS-DATA-REFERENCIA =
            (ANO-ACCEPT * 10000) + (MES-ACCEPT * 100) + DIA-ACCEPT.

     COMPUTE WS-AAAAMMDD-REFERENCIA = 20000000 + WS-DATA-REFERENCIA.

     PERFORM 0150-CARREGA-PRAZO
        THRU 0150-CARREGA-PRAZO-FIM.

     PERFORM 0160-CARREGA-SUSPENSOES
        THRU 0160-CARREGA-SUSPENSOES-FIM.

     OPEN OUTPUT WKS-PROV-EMITIDA.

     SORT WS-PRV-ORDENA
          ASCENDING KEY SRP-CHAVE-ITEM SRP-CLASSE SRP-ACAO
          INPUT PROCEDURE IS 0200-LIBERA-CANDIDATOS
             THRU 0200-LIBERA-CANDIDATOS-FIM
          OUTPUT PROCEDURE IS 0300-EMITE-INSTRUCOES
             THRU 0300-EMITE-INSTRUCOES-FIM.

     CLOSE WKS-PROV-EMITIDA.

     OPEN OUTPUT PROV-PEND-NOVO.
     OPEN OUTPUT REL-PROV-RETORNO.

     SORT WS-RET-ORDENA
          ASCENDING KEY SRR-CHAVE-INSTRUCAO SRR-TIPO-REG
          INPUT PROCEDURE IS 0400-LIBERA-CONCILIACAO
             THRU 0400-LIBERA-CONCILIACAO-FIM
          OUTPUT PROCEDURE IS 0500-CONCILIA-RETORNOS
             THRU 0500-CONCILIA-RETORNOS-FIM.

     CLOSE PROV-PEND-NOVO.
     CLOSE REL-PROV-RETORNO.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-701 - LINHAS DA MATRIZ LIDAS....: "
             WS-CONT-MATRIZ.
     DISPLAY "S0947-OBJ-701 - MUDANCAS DA DATA LIDAS....: "
             WS-CONT-CANDIDATOS.
     DISPLAY "S0947-OBJ-701 - EXCECOES SEM MNEMONICO....: "
             WS-CONT-SEM-MNEMONICO.
     DISPLAY "S0947-OBJ-701 - INSTRUCOES EMITIDAS.......: "
             WS-CONT-EMITIDAS.
     DISPLAY "S0947-OBJ-701 - ARQUIVOS DE SISTEMA.......: "
             WS-CONT-ARQUIVOS.
     DISPLAY "S0947-OBJ-701 - RETORNOS LIDOS............: "
             WS-CONT-RETORNOS.
     DISPLAY "S0947-OBJ-701 - REJEITADAS/SEM RETORNO....: "
             WS-CONT-APONTADAS.

     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    PRAZO DE RETORNO NO DATASET DE PARAMETROS DA FAMILIA        *
*    (ENTRADA "PRAZPROV", MANTIDA PELA TRANSACAO S0947-OBJ-680)  *
******************************************************************

  0150-CARREGA-PRAZO.

     MOVE 5 TO WS-PRAZO-RETORNO.

     FIND FIRST PRM-POR-IDENT AT
          PRM-IDENT = "PRAZPROV" AND
          PRM-CLI-CODIGO = ZEROS AND
          PRM-SEQ = 1
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0150-CARREGA-PRAZO-FIM
     END-FIND.

     MOVE PRM-VALOR-5 OF PARAMETROS-S0947 TO WS-PRAZO-RETORNO.

  0150-CARREGA-PRAZO-FIM.
     EXIT.

******************************************************************
*    SUSPENSOES E REATIVACOES EXECUTADAS NA DATA DE REFERENCIA   *
******************************************************************

  0160-CARREGA-SUSPENSOES.

     MOVE ZEROS TO WS-CONT-SUSPENSOES.

     OPEN INPUT AUD-SUSPENSAO.

  0161-PROXIMA-SUSPENSAO.

     READ AUD-SUSPENSAO
         AT END
            GO TO 0162-FECHA-SUSPENSAO.

     MOVE ASU-DATA-ACAO TO WS-AAAAMMDD-REGISTRO.

     IF WS-AAAAMMDD-REGISTRO NOT EQUAL WS-AAAAMMDD-REFERENCIA OR
        ASU-RESULTADO NOT EQUAL "EXECUTADA"
        GO TO 0161-PROXIMA-SUSPENSAO.

     IF ASU-ACAO NOT EQUAL "SUSPENDER" AND
        ASU-ACAO NOT EQUAL "REATIVAR"
        GO TO 0161-PROXIMA-SUSPENSAO.

     MOVE ASU-USU-CODIGO TO USU-CODIGO-WS.

     PERFORM 0170-PROCURA-SUSPENSAO
        THRU 0170-PROCURA-SUSPENSAO-FIM.

     IF FLAG-ACHOU EQUAL "S"
        MOVE ASU-ACAO TO WS-SUS-ACAO(WS-IX-SUS)
        GO TO 0161-PROXIMA-SUSPENSAO.

     IF WS-CONT-SUSPENSOES NOT < 500
        DISPLAY "S0947-OBJ-701 - MAIS DE 500 SUSPENSOES NA DATA - "
                "IGNORADA: " ASU-USU-CODIGO
        GO TO 0161-PROXIMA-SUSPENSAO.

     ADD 1 TO WS-CONT-SUSPENSOES.
     MOVE ASU-USU-CODIGO TO WS-SUS-USU-CODIGO(WS-CONT-SUSPENSOES).
     MOVE ASU-ACAO       TO WS-SUS-ACAO(WS-CONT-SUSPENSOES).

     GO TO 0161-PROXIMA-SUSPENSAO.

  0162-FECHA-SUSPENSAO.

     CLOSE AUD-SUSPENSAO.

  0160-CARREGA-SUSPENSOES-FIM.
     EXIT.

  0170-PROCURA-SUSPENSAO.

     MOVE "N" TO FLAG-ACHOU.
     MOVE 1 TO WS-IX-SUS.

  0171-PROCURA-SUSPENSAO.

     IF WS-IX-SUS > WS-CONT-SUSPENSOES
        GO TO 0170-PROCURA-SUSPENSAO-FIM.

     IF WS-SUS-USU-CODIGO(WS-IX-SUS) EQUAL USU-CODIGO-WS
        MOVE "S" TO FLAG-ACHOU
        GO TO 0170-PROCURA-SUSPENSAO-FIM.

     ADD 1 TO WS-IX-SUS.
     GO TO 0171-PROCURA-SUSPENSAO.

  0170-PROCURA-SUSPENSAO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA PRIMEIRA ORDENACAO - MATRIZ DA   *
*    NOITE (CLASSE 0) E MUDANCAS DA DATA DE CADA FONTE           *
******************************************************************

  0200-LIBERA-CANDIDATOS.

     PERFORM 0210-LIBERA-MATRIZ
        THRU 0210-LIBERA-MATRIZ-FIM.

     PERFORM 0220-LIBERA-DELTA
        THRU 0220-LIBERA-DELTA-FIM.

     PERFORM 0230-LIBERA-REVOGACOES
        THRU 0230-LIBERA-REVOGACOES-FIM.

     PERFORM 0240-LIBERA-EXPURGOS
        THRU 0240-LIBERA-EXPURGOS-FIM.

  0200-LIBERA-CANDIDATOS-FIM.
     EXIT.

  0210-LIBERA-MATRIZ.

     OPEN INPUT MATRIZ-COMUM.

  0211-PROXIMA-MATRIZ.

     READ MATRIZ-COMUM
         AT END
            GO TO 0212-FECHA-MATRIZ.

     ADD 1 TO WS-CONT-MATRIZ.

     MOVE MTZ-SIS-CODIGO      TO SRP-SIS-CODIGO.
     MOVE MTZ-CLI-CODIGO      TO SRP-CLI-CODIGO.
     MOVE MTZ-USU-CODIGO      TO SRP-USU-CODIGO.
     MOVE MTZ-TIPO-LINHA      TO SRP-TIPO-ITEM.
     MOVE MTZ-GOP-MNEMONICO   TO SRP-GOP-MNEMONICO.
     MOVE MTZ-PER-CODIGO      TO SRP-PER-CODIGO.
     MOVE 0                   TO SRP-CLASSE.
     MOVE SPACES              TO SRP-ACAO SRP-ORIGEM.

     RELEASE SORT-REC-PRV.

     GO TO 0211-PROXIMA-MATRIZ.

  0212-FECHA-MATRIZ.

     CLOSE MATRIZ-COMUM.

  0210-LIBERA-MATRIZ-FIM.
     EXIT.

******************************************************************
*    DELTA DO 664 - SO AS LINHAS DA DATA NOVA = REFERENCIA. A    *
*    ORIGEM DA LINHA DE USUARIO SUSPENSO/REATIVADO NA DATA PASSA *
*    A SER A SUSPENSAO/REATIVACAO.                               *
******************************************************************

  0220-LIBERA-DELTA.

     OPEN INPUT REL-DELTA.

  0221-PROXIMO-DELTA.

     READ REL-DELTA
         AT END
            GO TO 0222-FECHA-DELTA.

     MOVE DEL-DATA-NOVA TO WS-DATA-DELTA.

     IF WS-DATA-DELTA NOT EQUAL WS-DATA-REFERENCIA
        GO TO 0221-PROXIMO-DELTA.

     ADD 1 TO WS-CONT-CANDIDATOS.

     MOVE DEL-SIS-CODIGO      TO SRP-SIS-CODIGO.
     MOVE DEL-CLI-CODIGO      TO SRP-CLI-CODIGO.
     MOVE DEL-USU-CODIGO      TO SRP-USU-CODIGO.
     MOVE DEL-TIPO-LINHA      TO SRP-TIPO-ITEM.
     MOVE DEL-GOP-MNEMONICO   TO SRP-GOP-MNEMONICO.
     MOVE DEL-PER-CODIGO      TO SRP-PER-CODIGO.
     MOVE 2                   TO SRP-CLASSE.
     MOVE "DELTA"             TO SRP-ORIGEM.

     IF DEL-SITUACAO EQUAL "ADICIONADO"
        MOVE "CONCEDER" TO SRP-ACAO
     ELSE
        MOVE "REVOGAR"  TO SRP-ACAO.

     MOVE DEL-USU-CODIGO TO USU-CODIGO-WS.

     PERFORM 0170-PROCURA-SUSPENSAO
        THRU 0170-PROCURA-SUSPENSAO-FIM.

     IF FLAG-ACHOU EQUAL "S"
        IF WS-SUS-ACAO(WS-IX-SUS) EQUAL "SUSPENDER" AND
           SRP-ACAO EQUAL "REVOGAR"
           MOVE "SUSPENSAO" TO SRP-ORIGEM
        END-IF
        IF WS-SUS-ACAO(WS-IX-SUS) EQUAL "REATIVAR" AND
           SRP-ACAO EQUAL "CONCEDER"
           MOVE "REATIVACAO" TO SRP-ORIGEM
        END-IF
     END-IF.

     RELEASE SORT-REC-PRV.

     GO TO 0221-PROXIMO-DELTA.

  0222-FECHA-DELTA.

     CLOSE REL-DELTA.

  0220-LIBERA-DELTA-FIM.
     EXIT.

******************************************************************
*    REVOGACOES DE EXCECAO EXECUTADAS NA DATA (668 E 678) - O    *
*    "TODOS" DO 668 SO FECHA A JANELA E CHEGA PELO DELTA         *
******************************************************************

  0230-LIBERA-REVOGACOES.

     OPEN INPUT AUD-MEXMNT.

  0231-PROXIMA-REVOGACAO.

     READ AUD-MEXMNT
         AT END
            GO TO 0232-FECHA-REVOGACOES.

     MOVE AMN-DATA-ACAO TO WS-AAAAMMDD-REGISTRO.

     IF WS-AAAAMMDD-REGISTRO NOT EQUAL WS-AAAAMMDD-REFERENCIA OR
        AMN-ACAO NOT EQUAL "REVOGAR" OR
        AMN-RESULTADO NOT EQUAL "EXECUTADA"
        GO TO 0231-PROXIMA-REVOGACAO.

     IF AMN-TIPO-ITEM NOT EQUAL "GRUPO" AND
        AMN-TIPO-ITEM NOT EQUAL "PERFIL"
        GO TO 0231-PROXIMA-REVOGACAO.

     ADD 1 TO WS-CONT-CANDIDATOS.

     MOVE SPACES TO WS-GOP-MNEMONICO.

     IF AMN-TIPO-ITEM EQUAL "GRUPO"
        MOVE AMN-CLI-CODIGO TO WS-GOP-CLI-CODIGO
        MOVE AMN-SIS-CODIGO TO WS-GOP-SIS-CODIGO
        MOVE AMN-GOP-CODIGO TO WS-GOP-CODIGO
        PERFORM 0290-RESOLVE-MNEMONICO
           THRU 0290-RESOLVE-MNEMONICO-FIM
        IF WS-GOP-MNEMONICO EQUAL SPACES
           ADD 1 TO WS-CONT-SEM-MNEMONICO
           GO TO 0231-PROXIMA-REVOGACAO
        END-IF
     END-IF.

     MOVE AMN-SIS-CODIGO      TO SRP-SIS-CODIGO.
     MOVE AMN-CLI-CODIGO      TO SRP-CLI-CODIGO.
     MOVE AMN-USU-CODIGO      TO SRP-USU-CODIGO.
     MOVE AMN-TIPO-ITEM       TO SRP-TIPO-ITEM.
     MOVE WS-GOP-MNEMONICO    TO SRP-GOP-MNEMONICO.
     MOVE ZEROS               TO SRP-PER-CODIGO.
     IF AMN-TIPO-ITEM EQUAL "PERFIL"
        MOVE AMN-PER-CODIGO   TO SRP-PER-CODIGO.
     MOVE 1                   TO SRP-CLASSE.
     MOVE "REVOGAR"           TO SRP-ACAO.
     MOVE "REVOG-MEX"         TO SRP-ORIGEM.

     RELEASE SORT-REC-PRV.

     GO TO 0231-PROXIMA-REVOGACAO.

  0232-FECHA-REVOGACOES.

     CLOSE AUD-MEXMNT.

  0230-LIBERA-REVOGACOES-FIM.
     EXIT.

******************************************************************
*    LINHAS DE EXCECAO EXPURGADAS NA DATA PELO 679 - A EXCECAO   *
*    PENDENTE QUE EXPIROU SEM APROVACAO (JANELA FIM ZERADA) NUNCA*
*    CHEGOU AO SISTEMA E NAO GERA INSTRUCAO                      *
******************************************************************

  0240-LIBERA-EXPURGOS.

     OPEN INPUT HIST-MEX-EXP.

  0241-PROXIMO-EXPURGO.

     READ HIST-MEX-EXP
         AT END
            GO TO 0242-FECHA-EXPURGOS.

     MOVE HST-DATA-REMOCAO TO WS-AAAAMMDD-REGISTRO.

     IF WS-AAAAMMDD-REGISTRO NOT EQUAL WS-AAAAMMDD-REFERENCIA OR
        HST-DATA-FIM-EXC EQUAL ZEROS
        GO TO 0241-PROXIMO-EXPURGO.

     ADD 1 TO WS-CONT-CANDIDATOS.

     MOVE SPACES TO WS-GOP-MNEMONICO.

     IF HST-TIPO-ITEM EQUAL "GRUPO"
        MOVE HST-CLI-CODIGO TO WS-GOP-CLI-CODIGO
        MOVE HST-SIS-CODIGO TO WS-GOP-SIS-CODIGO
        MOVE HST-GOP-CODIGO TO WS-GOP-CODIGO
        PERFORM 0290-RESOLVE-MNEMONICO
           THRU 0290-RESOLVE-MNEMONICO-FIM
        IF WS-GOP-MNEMONICO EQUAL SPACES
           ADD 1 TO WS-CONT-SEM-MNEMONICO
           GO TO 0241-PROXIMO-EXPURGO
        END-IF
     END-IF.

     MOVE HST-SIS-CODIGO      TO SRP-SIS-CODIGO.
     MOVE HST-CLI-CODIGO      TO SRP-CLI-CODIGO.
     MOVE HST-USU-CODIGO      TO SRP-USU-CODIGO.
     MOVE HST-TIPO-ITEM       TO SRP-TIPO-ITEM.
     MOVE WS-GOP-MNEMONICO    TO SRP-GOP-MNEMONICO.
     MOVE ZEROS               TO SRP-PER-CODIGO.
     IF HST-TIPO-ITEM EQUAL "PERFIL"
        MOVE HST-PER-CODIGO   TO SRP-PER-CODIGO.
     MOVE 1                   TO SRP-CLASSE.
     MOVE "REVOGAR"           TO SRP-ACAO.
     MOVE "EXPURGO"           TO SRP-ORIGEM.

     RELEASE SORT-REC-PRV.

     GO TO 0241-PROXIMO-EXPURGO.

  0242-FECHA-EXPURGOS.

     CLOSE HIST-MEX-EXP.

  0240-LIBERA-EXPURGOS-FIM.
     EXIT.

******************************************************************
*    MNEMONICO DO GRUPO WS-GOP-CLI/SIS/CODIGO (O DELTA E A       *
*    MATRIZ IDENTIFICAM O GRUPO PELO MNEMONICO) - GRUPO FORA DO  *
*    CADASTRO DEVOLVE ESPACOS (JA APONTADO PELO 684 NO RELORFAOS)*
******************************************************************

  0290-RESOLVE-MNEMONICO.

     FIND GOP-POR-IDENT AT
          CFS-VER-SISEG = VERSAO-SEG-WS     AND
          GOP-CLIENTE   = WS-GOP-CLI-CODIGO AND
          GOP-SISTEMA   = WS-GOP-SIS-CODIGO AND
          GOP-CODIGO    = WS-GOP-CODIGO
          ON EXCEPTION
             IF NOT DMSTATUS (NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0290-RESOLVE-MNEMONICO-FIM
     END-FIND.

     MOVE GOP-MNEMONICO OF GRUPOS-OPERACOES TO WS-GOP-MNEMONICO.

  0290-RESOLVE-MNEMONICO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO - AS LINHAS     *
*    CHEGAM AGRUPADAS POR ITEM (SIS/CLI/USU/TIPO/GRUPO/PERFIL).  *
*    ITEM VIGENTE NA MATRIZ DA NOITE: SO PODE SAIR "CONCEDER";   *
*    ITEM FORA DA MATRIZ: SO PODE SAIR "REVOGAR". A ORIGEM E A   *
*    DA PRIMEIRA LINHA DA ACAO (TRILHA ANTES DO DELTA).          *
******************************************************************

  0300-EMITE-INSTRUCOES.

     MOVE "N" TO FLAG-FIM-ORDENA.
     MOVE "N" TO FLAG-ARQUIVO-ABERTO.
     MOVE HIGH-VALUES TO WS-ITEM-CORRENTE WS-USU-EMITIDO.
     MOVE ZEROS TO WS-SIS-ABERTO.

  0301-PROXIMO-ORDENADO.

     RETURN WS-PRV-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ORDENA.

     IF FLAG-FIM-ORDENA EQUAL "S"
        PERFORM 0310-FECHA-ITEM THRU 0310-FECHA-ITEM-FIM
        PERFORM 0330-FECHA-SISTEMA THRU 0330-FECHA-SISTEMA-FIM
        GO TO 0300-EMITE-INSTRUCOES-FIM.

     IF SRP-CHAVE-ITEM NOT EQUAL WS-ITEM-CORRENTE
        PERFORM 0310-FECHA-ITEM THRU 0310-FECHA-ITEM-FIM
        MOVE SRP-CHAVE-ITEM TO WS-ITEM-CORRENTE
        MOVE "N" TO FLAG-ITEM-VIGENTE
        MOVE SPACES TO WS-ORIGEM-CONCEDER WS-ORIGEM-REVOGAR
     END-IF.

     IF SRP-CLASSE EQUAL 0
        MOVE "S" TO FLAG-ITEM-VIGENTE
        GO TO 0301-PROXIMO-ORDENADO.

     IF SRP-ACAO EQUAL "CONCEDER" AND WS-ORIGEM-CONCEDER EQUAL SPACES
        MOVE SRP-ORIGEM TO WS-ORIGEM-CONCEDER.

     IF SRP-ACAO EQUAL "REVOGAR" AND WS-ORIGEM-REVOGAR EQUAL SPACES
        MOVE SRP-ORIGEM TO WS-ORIGEM-REVOGAR.

     GO TO 0301-PROXIMO-ORDENADO.

  0300-EMITE-INSTRUCOES-FIM.
     EXIT.

  0310-FECHA-ITEM.

     IF WS-ITEM-CORRENTE EQUAL HIGH-VALUES
        GO TO 0310-FECHA-ITEM-FIM.

     IF FLAG-ITEM-VIGENTE EQUAL "S"
        IF WS-ORIGEM-CONCEDER EQUAL SPACES
           GO TO 0310-FECHA-ITEM-FIM
        END-IF
        MOVE "CONCEDER"         TO WS-INS-ACAO
        MOVE WS-ORIGEM-CONCEDER TO WS-INS-ORIGEM
     ELSE
        IF WS-ORIGEM-REVOGAR EQUAL SPACES
           GO TO 0310-FECHA-ITEM-FIM
        END-IF
        MOVE "REVOGAR"          TO WS-INS-ACAO
        MOVE WS-ORIGEM-REVOGAR  TO WS-INS-ORIGEM
     END-IF.

     IF WS-ITM-SIS-CODIGO NOT EQUAL WS-SIS-ABERTO OR
        FLAG-ARQUIVO-ABERTO EQUAL "N"
        PERFORM 0330-FECHA-SISTEMA THRU 0330-FECHA-SISTEMA-FIM
        PERFORM 0320-ABRE-SISTEMA THRU 0320-ABRE-SISTEMA-FIM.

*    PRIMEIRA INSTRUCAO DO USUARIO NO SISTEMA - O USUARIO SUSPENSO
*    OU REATIVADO NA DATA RECEBE ANTES A INSTRUCAO DE USUARIO.
     IF WS-ITM-SIS-CLI-USU NOT EQUAL WS-USU-EMITIDO
        MOVE WS-ITM-SIS-CLI-USU TO WS-USU-EMITIDO
        PERFORM 0315-INSTRUCAO-USUARIO
           THRU 0315-INSTRUCAO-USUARIO-FIM.

     MOVE WS-ITM-TIPO-ITEM     TO WS-INS-TIPO-ITEM.
     MOVE WS-ITM-GOP-MNEMONICO TO WS-INS-GOP-MNEMONICO.
     MOVE WS-ITM-PER-CODIGO    TO WS-INS-PER-CODIGO.

     PERFORM 0340-GRAVA-INSTRUCAO
        THRU 0340-GRAVA-INSTRUCAO-FIM.

  0310-FECHA-ITEM-FIM.
     EXIT.

  0315-INSTRUCAO-USUARIO.

     MOVE WS-ITM-USU-CODIGO TO USU-CODIGO-WS.

     PERFORM 0170-PROCURA-SUSPENSAO
        THRU 0170-PROCURA-SUSPENSAO-FIM.

     IF FLAG-ACHOU EQUAL "N"
        GO TO 0315-INSTRUCAO-USUARIO-FIM.

*    GUARDA A INSTRUCAO DO ITEM (WS-INS-ACAO/ORIGEM) DURANTE A
*    GRAVACAO DA INSTRUCAO DE USUARIO.
     MOVE WS-INS-ACAO   TO WS-GRD-ACAO.
     MOVE WS-INS-ORIGEM TO WS-GRD-ORIGEM.

     IF WS-SUS-ACAO(WS-IX-SUS) EQUAL "SUSPENDER"
        MOVE "BLOQUEAR"   TO WS-INS-ACAO
        MOVE "SUSPENSAO"  TO WS-INS-ORIGEM
     ELSE
        MOVE "REATIVAR"   TO WS-INS-ACAO
        MOVE "REATIVACAO" TO WS-INS-ORIGEM.

     MOVE "USUARIO" TO WS-INS-TIPO-ITEM.
     MOVE SPACES    TO WS-INS-GOP-MNEMONICO.
     MOVE ZEROS     TO WS-INS-PER-CODIGO.

     PERFORM 0340-GRAVA-INSTRUCAO
        THRU 0340-GRAVA-INSTRUCAO-FIM.

     MOVE WS-GRD-ACAO   TO WS-INS-ACAO.
     MOVE WS-GRD-ORIGEM TO WS-INS-ORIGEM.

  0315-INSTRUCAO-USUARIO-FIM.
     EXIT.

******************************************************************
*    ABERTURA E FECHAMENTO DO ARQUIVO DO SISTEMA - O TITULO LEVA *
*    O SIS-CODIGO E A DATA DE REFERENCIA; O TRAILER FECHA O      *
*    ARQUIVO COM AS QUANTIDADES POR ACAO                         *
******************************************************************

  0320-ABRE-SISTEMA.

     MOVE WS-ITM-SIS-CODIGO   TO WS-SIS-ABERTO WS-TIT-SIS-CODIGO.
     MOVE WS-DATA-REFERENCIA  TO WS-TIT-DATA.

     CHANGE ATTRIBUTE TITLE OF PROV-SISTEMA TO WS-TITULO-PROV.

     OPEN OUTPUT PROV-SISTEMA.

     MOVE "S" TO FLAG-ARQUIVO-ABERTO.
     MOVE HIGH-VALUES TO WS-USU-EMITIDO.
     MOVE ZEROS TO WS-SEQ-SISTEMA WS-QTD-CONCEDER WS-QTD-REVOGAR
                   WS-QTD-BLOQUEAR WS-QTD-REATIVAR.

     ADD 1 TO WS-CONT-ARQUIVOS.

  0320-ABRE-SISTEMA-FIM.
     EXIT.

  0330-FECHA-SISTEMA.

     IF FLAG-ARQUIVO-ABERTO EQUAL "N"
        GO TO 0330-FECHA-SISTEMA-FIM.

     MOVE SPACES                 TO REG-PROV-TRAILER.
     MOVE "T"                    TO PRT-TIPO-REG.
     MOVE WS-SIS-ABERTO          TO PRT-SIS-CODIGO.
     MOVE WS-AAAAMMDD-REFERENCIA TO PRT-DATA-EMISSAO.
     MOVE WS-SEQ-SISTEMA         TO PRT-QTD-DETALHES.
     MOVE WS-QTD-CONCEDER        TO PRT-QTD-CONCEDER.
     MOVE WS-QTD-REVOGAR         TO PRT-QTD-REVOGAR.
     MOVE WS-QTD-BLOQUEAR        TO PRT-QTD-BLOQUEAR.
     MOVE WS-QTD-REATIVAR        TO PRT-QTD-REATIVAR.

     WRITE REG-PROV-TRAILER.

     CLOSE PROV-SISTEMA.

     MOVE "N" TO FLAG-ARQUIVO-ABERTO.

  0330-FECHA-SISTEMA-FIM.
     EXIT.

******************************************************************
*    GRAVA A INSTRUCAO WS-INS-* NO ARQUIVO DO SISTEMA E NO       *
*    ARQUIVO DE TRABALHO DAS EMITIDAS (ENTRA NA CONCILIACAO)     *
******************************************************************

  0340-GRAVA-INSTRUCAO.

     ADD 1 TO WS-SEQ-SISTEMA.

     MOVE SPACES                 TO REG-PROV-DETALHE.
     MOVE "D"                    TO PRV-TIPO-REG.
     MOVE WS-SIS-ABERTO          TO PRV-SIS-CODIGO.
     MOVE WS-AAAAMMDD-REFERENCIA TO PRV-DATA-EMISSAO.
     MOVE WS-SEQ-SISTEMA         TO PRV-SEQ.
     MOVE WS-INS-ACAO            TO PRV-ACAO.
     MOVE WS-ITM-CLI-CODIGO      TO PRV-CLI-CODIGO.
     MOVE WS-ITM-USU-CODIGO      TO PRV-USU-CODIGO.
     MOVE WS-INS-TIPO-ITEM       TO PRV-TIPO-ITEM.
     MOVE WS-INS-GOP-MNEMONICO   TO PRV-GOP-MNEMONICO.
     MOVE WS-INS-PER-CODIGO      TO PRV-PER-CODIGO.
     MOVE WS-INS-ORIGEM          TO PRV-ORIGEM.

     WRITE REG-PROV-DETALHE.

     MOVE PRV-SIS-CODIGO         TO EMI-SIS-CODIGO.
     MOVE PRV-DATA-EMISSAO       TO EMI-DATA-EMISSAO.
     MOVE PRV-SEQ                TO EMI-SEQ.
     MOVE PRV-ACAO               TO EMI-ACAO.
     MOVE PRV-CLI-CODIGO         TO EMI-CLI-CODIGO.
     MOVE PRV-USU-CODIGO         TO EMI-USU-CODIGO.
     MOVE PRV-TIPO-ITEM          TO EMI-TIPO-ITEM.
     MOVE PRV-GOP-MNEMONICO      TO EMI-GOP-MNEMONICO.
     MOVE PRV-PER-CODIGO         TO EMI-PER-CODIGO.
     MOVE PRV-ORIGEM             TO EMI-ORIGEM.

     WRITE REG-PROV-EMITIDA.

     ADD 1 TO WS-CONT-EMITIDAS.

     IF WS-INS-ACAO EQUAL "CONCEDER"
        ADD 1 TO WS-QTD-CONCEDER.
     IF WS-INS-ACAO EQUAL "REVOGAR"
        ADD 1 TO WS-QTD-REVOGAR.
     IF WS-INS-ACAO EQUAL "BLOQUEAR"
        ADD 1 TO WS-QTD-BLOQUEAR.
     IF WS-INS-ACAO EQUAL "REATIVAR"
        ADD 1 TO WS-QTD-REATIVAR.

  0340-GRAVA-INSTRUCAO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA CONCILIACAO - PENDENTES DAS      *
*    NOITES ANTERIORES, EMITIDAS NESTA NOITE E RETORNOS          *
******************************************************************

  0400-LIBERA-CONCILIACAO.

     OPEN INPUT PROV-PENDENTE.

  0401-PROXIMA-PENDENTE.

     READ PROV-PENDENTE
         AT END
            GO TO 0402-FECHA-PENDENTES.

     MOVE SPACES              TO SORT-REC-RET.
     MOVE PND-SIS-CODIGO      TO SRR-SIS-CODIGO.
     MOVE PND-DATA-EMISSAO    TO SRR-DATA-EMISSAO.
     MOVE PND-SEQ             TO SRR-SEQ.
     MOVE 1                   TO SRR-TIPO-REG.
     MOVE PND-ACAO            TO SRR-ACAO.
     MOVE PND-CLI-CODIGO      TO SRR-CLI-CODIGO.
     MOVE PND-USU-CODIGO      TO SRR-USU-CODIGO.
     MOVE PND-TIPO-ITEM       TO SRR-TIPO-ITEM.
     MOVE PND-GOP-MNEMONICO   TO SRR-GOP-MNEMONICO.
     MOVE PND-PER-CODIGO      TO SRR-PER-CODIGO.
     MOVE PND-ORIGEM          TO SRR-ORIGEM.

     RELEASE SORT-REC-RET.

     GO TO 0401-PROXIMA-PENDENTE.

  0402-FECHA-PENDENTES.

     CLOSE PROV-PENDENTE.

     OPEN INPUT WKS-PROV-EMITIDA.

  0403-PROXIMA-EMITIDA.

     READ WKS-PROV-EMITIDA
         AT END
            GO TO 0404-FECHA-EMITIDAS.

     MOVE SPACES              TO SORT-REC-RET.
     MOVE EMI-SIS-CODIGO      TO SRR-SIS-CODIGO.
     MOVE EMI-DATA-EMISSAO    TO SRR-DATA-EMISSAO.
     MOVE EMI-SEQ             TO SRR-SEQ.
     MOVE 1                   TO SRR-TIPO-REG.
     MOVE EMI-ACAO            TO SRR-ACAO.
     MOVE EMI-CLI-CODIGO      TO SRR-CLI-CODIGO.
     MOVE EMI-USU-CODIGO      TO SRR-USU-CODIGO.
     MOVE EMI-TIPO-ITEM       TO SRR-TIPO-ITEM.
     MOVE EMI-GOP-MNEMONICO   TO SRR-GOP-MNEMONICO.
     MOVE EMI-PER-CODIGO      TO SRR-PER-CODIGO.
     MOVE EMI-ORIGEM          TO SRR-ORIGEM.

     RELEASE SORT-REC-RET.

     GO TO 0403-PROXIMA-EMITIDA.

  0404-FECHA-EMITIDAS.

     CLOSE WKS-PROV-EMITIDA.

     OPEN INPUT ENT-PROV-RETORNO.

  0405-PROXIMO-RETORNO.

     READ ENT-PROV-RETORNO
         AT END
            GO TO 0406-FECHA-RETORNOS.

     ADD 1 TO WS-CONT-RETORNOS.

     MOVE SPACES              TO SORT-REC-RET.
     MOVE RET-SIS-CODIGO      TO SRR-SIS-CODIGO.
     MOVE RET-DATA-EMISSAO    TO SRR-DATA-EMISSAO.
     MOVE RET-SEQ             TO SRR-SEQ.
     MOVE 2                   TO SRR-TIPO-REG.
     MOVE ZEROS               TO SRR-CLI-CODIGO SRR-PER-CODIGO.
     MOVE RET-SITUACAO        TO SRR-SITUACAO-RET.
     MOVE RET-MOTIVO          TO SRR-MOTIVO-RET.

     RELEASE SORT-REC-RET.

     GO TO 0405-PROXIMO-RETORNO.

  0406-FECHA-RETORNOS.

     CLOSE ENT-PROV-RETORNO.

  0400-LIBERA-CONCILIACAO-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA CONCILIACAO - POR INSTRUCAO: COM   *
*    RETORNO "OK" SAI DA PENDENCIA; COM OUTRO RETORNO E APONTADA *
*    COMO REJEITADA E SAI DA PENDENCIA; SEM RETORNO CONTINUA     *
*    PENDENTE E, PASSADO O PRAZO, E APONTADA. RETORNO SEM        *
*    INSTRUCAO E APONTADO. RESUMO A CADA QUEBRA DE SISTEMA.      *
******************************************************************

  0500-CONCILIA-RETORNOS.

     MOVE "N" TO FLAG-FIM-RETORNO.
     MOVE HIGH-VALUES TO WS-CHAVE-RET-CORRENTE.
     MOVE ZEROS TO WS-SIS-RESUMO.

     PERFORM 0525-ZERA-RESUMO
        THRU 0525-ZERA-RESUMO-FIM.

  0501-PROXIMO-ORDENADO.

     RETURN WS-RET-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-RETORNO.

     IF FLAG-FIM-RETORNO EQUAL "S"
        PERFORM 0510-FECHA-INSTRUCAO THRU 0510-FECHA-INSTRUCAO-FIM
        PERFORM 0520-GRAVA-RESUMO THRU 0520-GRAVA-RESUMO-FIM
        GO TO 0500-CONCILIA-RETORNOS-FIM.

     IF SRR-CHAVE-INSTRUCAO NOT EQUAL WS-CHAVE-RET-CORRENTE
        PERFORM 0510-FECHA-INSTRUCAO THRU 0510-FECHA-INSTRUCAO-FIM
        IF SRR-SIS-CODIGO NOT EQUAL WS-SIS-RESUMO
           PERFORM 0520-GRAVA-RESUMO THRU 0520-GRAVA-RESUMO-FIM
           MOVE SRR-SIS-CODIGO TO WS-SIS-RESUMO
        END-IF
        MOVE SRR-CHAVE-INSTRUCAO TO WS-CHAVE-RET-CORRENTE
        MOVE "N" TO FLAG-TEM-INSTRUCAO FLAG-TEM-RETORNO
        MOVE SPACES TO WS-INSTRUCAO-GUARDADA
        MOVE ZEROS TO WS-GRD-CLI-CODIGO WS-GRD-PER-CODIGO
     END-IF.

*    A MESMA INSTRUCAO DUAS VEZES (REEXECUCAO NA MESMA DATA) OU
*    MAIS DE UM RETORNO: VALE A PRIMEIRA.
     IF SRR-TIPO-REG EQUAL 1
        IF FLAG-TEM-INSTRUCAO EQUAL "N"
           MOVE "S"               TO FLAG-TEM-INSTRUCAO
           MOVE SRR-ACAO          TO WS-GRD-ACAO
           MOVE SRR-CLI-CODIGO    TO WS-GRD-CLI-CODIGO
           MOVE SRR-USU-CODIGO    TO WS-GRD-USU-CODIGO
           MOVE SRR-TIPO-ITEM     TO WS-GRD-TIPO-ITEM
           MOVE SRR-GOP-MNEMONICO TO WS-GRD-GOP-MNEMONICO
           MOVE SRR-PER-CODIGO    TO WS-GRD-PER-CODIGO
           MOVE SRR-ORIGEM        TO WS-GRD-ORIGEM
        END-IF
     ELSE
        IF FLAG-TEM-RETORNO EQUAL "N"
           MOVE "S"               TO FLAG-TEM-RETORNO
           MOVE SRR-SITUACAO-RET  TO WS-GRD-SITUACAO-RET
           MOVE SRR-MOTIVO-RET    TO WS-GRD-MOTIVO-RET
        END-IF
     END-IF.

     GO TO 0501-PROXIMO-ORDENADO.

  0500-CONCILIA-RETORNOS-FIM.
     EXIT.

  0510-FECHA-INSTRUCAO.

     IF WS-CHAVE-RET-CORRENTE EQUAL HIGH-VALUES
        GO TO 0510-FECHA-INSTRUCAO-FIM.

     IF FLAG-TEM-INSTRUCAO EQUAL "N"
        MOVE "RD" TO RPV-TIPO-LINHA
        MOVE ZEROS TO WS-DIAS-PENDENTE
        PERFORM 0530-GRAVA-APONTAMENTO
           THRU 0530-GRAVA-APONTAMENTO-FIM
        GO TO 0510-FECHA-INSTRUCAO-FIM.

     IF WS-CRT-DATA-EMISSAO EQUAL WS-AAAAMMDD-REFERENCIA
        ADD 1 TO WS-RES-EMITIDAS.

     IF FLAG-TEM-RETORNO EQUAL "S"
        IF WS-GRD-SITUACAO-RET EQUAL "OK"
           ADD 1 TO WS-RES-CONFIRMADAS
        ELSE
           ADD 1 TO WS-RES-REJEITADAS
           MOVE "RJ" TO RPV-TIPO-LINHA
           MOVE ZEROS TO WS-DIAS-PENDENTE
           PERFORM 0530-GRAVA-APONTAMENTO
              THRU 0530-GRAVA-APONTAMENTO-FIM
        END-IF
        GO TO 0510-FECHA-INSTRUCAO-FIM.

*    SEM RETORNO - CONTINUA PENDENTE.
     MOVE WS-CRT-SIS-CODIGO      TO PNN-SIS-CODIGO.
     MOVE WS-CRT-DATA-EMISSAO    TO PNN-DATA-EMISSAO.
     MOVE WS-CRT-SEQ             TO PNN-SEQ.
     MOVE WS-GRD-ACAO            TO PNN-ACAO.
     MOVE WS-GRD-CLI-CODIGO      TO PNN-CLI-CODIGO.
     MOVE WS-GRD-USU-CODIGO      TO PNN-USU-CODIGO.
     MOVE WS-GRD-TIPO-ITEM       TO PNN-TIPO-ITEM.
     MOVE WS-GRD-GOP-MNEMONICO   TO PNN-GOP-MNEMONICO.
     MOVE WS-GRD-PER-CODIGO      TO PNN-PER-CODIGO.
     MOVE WS-GRD-ORIGEM          TO PNN-ORIGEM.

     WRITE REG-PROV-PEND-NOVO.

     ADD 1 TO WS-RES-PENDENTES.

     COMPUTE WS-DIAS-PENDENTE =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-REFERENCIA) -
         FUNCTION INTEGER-OF-DATE(WS-CRT-DATA-EMISSAO).

     IF WS-DIAS-PENDENTE > WS-PRAZO-RETORNO
        ADD 1 TO WS-RES-ATRASADAS
        MOVE "SR" TO RPV-TIPO-LINHA
        PERFORM 0530-GRAVA-APONTAMENTO
           THRU 0530-GRAVA-APONTAMENTO-FIM.

  0510-FECHA-INSTRUCAO-FIM.
     EXIT.

******************************************************************
*    RESUMO DO SISTEMA ("RS") NA QUEBRA DE SIS-CODIGO            *
******************************************************************

  0520-GRAVA-RESUMO.

     IF WS-SIS-RESUMO EQUAL ZEROS
        GO TO 0520-GRAVA-RESUMO-FIM.

     MOVE SPACES              TO REG-REL-PROV.
     MOVE "RS"                TO RPV-TIPO-LINHA.
     MOVE WS-SIS-RESUMO       TO RPV-SIS-CODIGO.
     MOVE WS-RES-EMITIDAS     TO RPV-QTD-EMITIDAS.
     MOVE WS-RES-CONFIRMADAS  TO RPV-QTD-CONFIRMADAS.
     MOVE WS-RES-REJEITADAS   TO RPV-QTD-REJEITADAS.
     MOVE WS-RES-PENDENTES    TO RPV-QTD-PENDENTES.
     MOVE WS-RES-ATRASADAS    TO RPV-QTD-ATRASADAS.

     WRITE REG-REL-PROV.

     PERFORM 0525-ZERA-RESUMO
        THRU 0525-ZERA-RESUMO-FIM.

  0520-GRAVA-RESUMO-FIM.
     EXIT.

  0525-ZERA-RESUMO.

     MOVE ZEROS TO WS-RES-EMITIDAS WS-RES-CONFIRMADAS
                   WS-RES-REJEITADAS WS-RES-PENDENTES
                   WS-RES-ATRASADAS.

  0525-ZERA-RESUMO-FIM.
     EXIT.

******************************************************************
*    LINHA DE APONTAMENTO ("RJ"/"SR"/"RD") DA INSTRUCAO CORRENTE *
*    - O TIPO DA LINHA E MOVIDO PELO CHAMADOR                    *
******************************************************************

  0530-GRAVA-APONTAMENTO.

     MOVE WS-CRT-SIS-CODIGO      TO RPV-SIS-CODIGO.
     MOVE WS-CRT-DATA-EMISSAO    TO RPV-DATA-EMISSAO.
     MOVE WS-CRT-SEQ             TO RPV-SEQ.
     MOVE WS-GRD-ACAO            TO RPV-ACAO.
     MOVE WS-GRD-CLI-CODIGO      TO RPV-CLI-CODIGO.
     MOVE WS-GRD-USU-CODIGO      TO RPV-USU-CODIGO.
     MOVE WS-GRD-TIPO-ITEM       TO RPV-TIPO-ITEM.
     MOVE WS-GRD-GOP-MNEMONICO   TO RPV-GOP-MNEMONICO.
     MOVE WS-GRD-PER-CODIGO      TO RPV-PER-CODIGO.
     MOVE WS-GRD-ORIGEM          TO RPV-ORIGEM.
     MOVE WS-DIAS-PENDENTE       TO RPV-DIAS-PENDENTE.
     MOVE WS-GRD-SITUACAO-RET    TO RPV-SITUACAO-RET.
     MOVE WS-GRD-MOTIVO-RET      TO RPV-MOTIVO-RET.

     WRITE REG-REL-PROV.

     ADD 1 TO WS-CONT-APONTADAS.

  0530-GRAVA-APONTAMENTO-FIM.
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
*ERRO BANCO DE DADOS - PROCESSAMENTO BATCH
     MOVE    DMSTATUS (DMRESULT) TO  DMS-RESULT-WS.

     CALL "TRATA_EXCECAO_DMS OF S0997/OBJ/LIBRARY/INSTALACAO"
          USING   DMS-PARAMETROS-WS
                  ARRAY-IN-WS
          GIVING  RESULTADO-77.

     IF  DMS-ENCERRAR
         MOVE "ANORMAL" TO LED-TERMINO-WS
         PERFORM 0910-LEDGER-TERMINO
            THRU 0910-LEDGER-TERMINO-FIM
         STOP    RUN.

     IF  DMS-ATIVAR-DMTERMINATE
         CALL    SYSTEM  DMTERMINATE.

     DISPLAY "S0947-OBJ-701 - ERRO DMS " DMS-RESULT-WS.

 10000-99-TRATA-ERRO-DMS.
     EXIT.

******************************************************************
*    LEDGER COMUM DE EXECUCAO DA FAMILIA S0947 - GRAVACAO DAS    *
*    LINHAS DE INICIO E DE TERMINO (VER S0947-OBJ-674)           *
******************************************************************

 0900-LEDGER-INICIO.

     MOVE "NORMAL" TO LED-TERMINO-WS.

     OPEN EXTEND LED-EXECUCAO.

     MOVE "INICIO" TO LED-TIPO-REG.
     MOVE SPACES   TO LED-TERMINO.
     MOVE ZEROS    TO LED-CONT-ENTRADA LED-CONT-SAIDA
                      LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0900-LEDGER-INICIO-FIM.
     EXIT.

 0910-LEDGER-TERMINO.

     OPEN EXTEND LED-EXECUCAO.

     MOVE "FIM"          TO LED-TIPO-REG.
     MOVE LED-TERMINO-WS TO LED-TERMINO.
     MOVE WS-CONT-CANDIDATOS TO LED-CONT-ENTRADA.
     MOVE WS-CONT-EMITIDAS   TO LED-CONT-SAIDA.
     MOVE WS-CONT-APONTADAS  TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-701" TO LED-PROGRAMA.

     ACCEPT LED-DATA-ACCEPT FROM DATE.
     ACCEPT LED-HORA-ACCEPT FROM TIME.

     MOVE 20              TO LED-SEC-EXECUCAO.
     MOVE LED-ANO-ACCEPT  TO LED-ANO-EXECUCAO.
     MOVE LED-MES-ACCEPT  TO LED-MES-EXECUCAO.
     MOVE LED-DIA-ACCEPT  TO LED-DIA-EXECUCAO.
     MOVE LED-HH-ACCEPT   TO LED-HH-EXECUCAO.
     MOVE LED-MM-ACCEPT   TO LED-MM-EXECUCAO.
     MOVE LED-SS-ACCEPT   TO LED-SS-EXECUCAO.

     WRITE REG-LEDGER.

 0920-GRAVA-REG-LEDGER-FIM.
     EXIT.

 END-OF-JOB.
