$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-704.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   CARTAS SEMANAIS DE PENDENCIAS DE SEGURANCA POR GESTOR, COM   *
*   CONTROLE DAS CARTAS EMITIDAS E ESCALONAMENTO                 *
*----------------------------------------------------------------*
*  OS RELATORIOS DE EXCECAO DA FAMILIA CHEGAM A SEGURANCA, MAS   *
*  QUEM DECIDE E O GESTOR DA LOTACAO DO FUNCIONARIO. ESTE        *
*  PROGRAMA RODA UMA VEZ POR SEMANA, DEPOIS DA CADEIA NOTURNA, E:*
*  1) LE OS ITENS QUE PEDEM DECISAO DO GESTOR:                   *
*       MEXVENC  - EXCECAO (MEX) VENCENDO (RELMEXALERTA, 658) -  *
*                  O PRAZO E O PROPRIO FIM DA LINHA;             *
*       RECERT   - ITEM AINDA NAO DECIDIDO NA RECERTIFICACAO     *
*                  (LINHAS "NC" DO RELCERTSTATUS, 670);          *
*       NAOUSADO - GRUPO CONCEDIDO E SEM USO (RELNAOUSADO, 690); *
*       SEGREG   - VIOLACAO DE SEGREGACAO (RELSEGREG, 671).      *
*     O PRAZO DOS TRES ULTIMOS E A DATA DO SISTEMA MAIS O PRAZO  *
*     DE DECISAO (PARAMETRO "PRAZGEST", PADRAO 7 DIAS).          *
*  2) RESOLVE A LOTACAO DO FUNCIONARIO PELO MESMO CAMINHO DO 681 *
*     (USUARIO-CLI E UNL-POR-UNO, LOT-CODIGO DA LOTACAO          *
*     ORIGINAL) E O GESTOR RESPONSAVEL PELA LOTACAO NA TABELA    *
*     "GESTORLT" DO PARAMETROS-S0947 (UMA ENTRADA POR GESTOR:    *
*     PRM-CLI-CODIGO = CLIENTE, PRM-VALOR-5 = MATRICULA DO       *
*     GESTOR, PRM-VALOR-1 = LOT-CODIGO DA LOTACAO SUPERIOR, ZEROS*
*     NO TOPO). A LOTACAO DO GESTOR VEM DO USUARIO-CLI DELE.     *
*  3) CONFRONTA OS ITENS COM O CONTROLE DE CARTAS DA SEMANA      *
*     ANTERIOR (CTLCARTAS): ITEM QUE SUMIU FOI RESOLVIDO; ITEM   *
*     NOVO ENTRA NO NIVEL 1; ITEM JA AVISADO E AINDA ABERTO      *
*     DEPOIS DO PRAZO SOBE UM NIVEL - VAI PARA O GESTOR DA       *
*     LOTACAO SUPERIOR, COM NOVO PRAZO. O NOVO CONTROLE SAI EM   *
*     CTLCARTASNOVO E O JOB FAZ A TROCA DAS GERACOES, COMO NO    *
*     675. NA IMPLANTACAO O JOB CRIA O CTLCARTAS VAZIO.          *
*  4) IMPRIME CARTASGESTOR (132 COLUNAS, ROTEADO PELO JOB PARA O *
*     SPOOL DE IMPRESSAO): UMA CARTA POR GESTOR, COM OS ITENS    *
*     AGRUPADOS POR FUNCIONARIO E O PRAZO DE CADA UM. ITEM DE    *
*     LOTACAO SEM GESTOR CADASTRADO SAI NUMA CARTA A PARTE,      *
*     ENDERECADA A SEGURANCA.                                    *
*  DEPENDE DO 658, DO 671 E DO 690 (VERIFICACAO DE               *
*  PREDECESSORES). CONTADORES NO LEDGER COMUM LEDGERS0947        *
*  (S0947-OBJ-674).                                              *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT REL-MEX-ALERTA  ASSIGN TO "RELMEXALERTA"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-CERT-STATUS ASSIGN TO "RELCERTSTATUS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-NAO-USADO   ASSIGN TO "RELNAOUSADO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-SEGREGACAO  ASSIGN TO "RELSEGREG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT CTL-CARTAS      ASSIGN TO "CTLCARTAS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT CTL-CARTAS-NOVO ASSIGN TO "CTLCARTASNOVO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT CARTAS-GESTOR   ASSIGN TO "CARTASGESTOR"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-ITE-ORDENA   ASSIGN TO "WKITEORDENA".

     SELECT WS-CRT-ORDENA   ASSIGN TO "WKCRTORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  RELATORIOS DE EXCECAO DA FAMILIA - MESMOS LAYOUTS DOS         *
*  PROGRAMAS QUE OS GRAVAM.                                      *
*----------------------------------------------------------------*

 FD  REL-MEX-ALERTA
     LABEL RECORD IS STANDARD.

 01  REG-MEX-ALERTA.
     03  REG-CLI-CODIGO          PIC 9(04).
     03  REG-USU-CODIGO          PIC X(07).
     03  REG-DATA-FIM-EXC.
         05  REG-ANO-FIM-EXC     PIC 9(02).
         05  REG-MES-FIM-EXC     PIC 9(02).
         05  REG-DIA-FIM-EXC     PIC 9(02).
     03  REG-DIAS-RESTANTES      PIC S9(05).
     03  REG-UNO-CODIGO-ORI      PIC 9(04).
     03  REG-LOT-CODIGO          PIC 9(04).
     03  REG-TIPO-ITEM           PIC X(06).
     03  REG-SIS-CODIGO          PIC 9(04).
     03  REG-COD-ITEM            PIC 9(05).

 FD  REL-CERT-STATUS
     LABEL RECORD IS STANDARD.

 01  REG-CERT-STATUS.
     03  STA-TIPO-LINHA          PIC X(02).
     03  STA-CAMPANHA            PIC 9(06).
     03  STA-LOT-CODIGO          PIC 9(04).
     03  STA-CLI-CODIGO          PIC 9(04).
     03  STA-USU-CODIGO          PIC X(07).
     03  STA-TIPO-ITEM           PIC X(07).
     03  STA-TIPO-AREA           PIC X(03).
     03  STA-SIS-CODIGO          PIC 9(04).
     03  STA-GOP-MNEMONICO       PIC X(10).
     03  STA-PER-CODIGO          PIC 9(05).
     03  STA-QTD-PENDENTES       PIC 9(09).
     03  STA-QTD-LINHAS          PIC 9(09).

 FD  REL-NAO-USADO
     LABEL RECORD IS STANDARD.

 01  REG-NAO-USADO.
     03  NUS-DIAS-SEM-USO        PIC 9(05).
     03  NUS-CLI-CODIGO          PIC 9(04).
     03  NUS-USU-CODIGO          PIC X(07).
     03  NUS-TIPO-AREA           PIC X(03).
     03  NUS-SIS-CODIGO          PIC 9(04).
     03  NUS-GOP-MNEMONICO       PIC X(10).
     03  NUS-GOP-DESCRICAO       PIC X(50).
     03  NUS-DATA-ULTIMO-USO     PIC 9(08).

 FD  REL-SEGREGACAO
     LABEL RECORD IS STANDARD.

 01  REG-SEGREGACAO.
     03  SEG-CLI-CODIGO          PIC 9(04).
     03  SEG-USU-CODIGO          PIC X(07).
     03  SEG-RSG-IDENT           PIC X(08).
     03  SEG-SIS-CODIGO-A        PIC 9(04).
     03  SEG-GOP-CODIGO-A        PIC 9(04).
     03  SEG-ORIGEM-A            PIC X(03).
     03  SEG-SIS-CODIGO-B        PIC 9(04).
     03  SEG-GOP-CODIGO-B        PIC 9(04).
     03  SEG-ORIGEM-B            PIC X(03).

*----------------------------------------------------------------*
*  CONTROLE DE CARTAS EMITIDAS - GERACAO ANTERIOR E NOVA. LAYOUT *
*  EM WS-REG-CTL (UMA LINHA POR ITEM EM ABERTO).                 *
*----------------------------------------------------------------*

 FD  CTL-CARTAS
     LABEL RECORD IS STANDARD.

 01  REG-CTL-CARTAS              PIC X(140).

 FD  CTL-CARTAS-NOVO
     LABEL RECORD IS STANDARD.

 01  REG-CTL-CARTAS-NOVO         PIC X(140).

*----------------------------------------------------------------*
*  CARTAS AOS GESTORES - IMPRESSAO EM 132 COLUNAS.               *
*----------------------------------------------------------------*

 FD  CARTAS-GESTOR
     LABEL RECORD IS STANDARD.

 01  REG-CARTA                   PIC X(132).

*----------------------------------------------------------------*
*  ORDENACAO DOS ITENS - LINHA DO CONTROLE ANTERIOR (TIPO "A")   *
*  E ITEM DA SEMANA (TIPO "B") NA MESMA CHAVE.                   *
*----------------------------------------------------------------*

 SD  WS-ITE-ORDENA.

 01  SORT-REC-ITE.
     03  SRI-DADOS.
         05  SRI-CHAVE.
             07  SRI-CLI-CODIGO  PIC 9(04).
             07  SRI-USU-CODIGO  PIC X(07).
             07  SRI-ORIGEM      PIC X(08).
             07  SRI-ITEM-CHAVE  PIC X(40).
         05  SRI-LOT-FUNCIONARIO PIC 9(04).
         05  SRI-DATA-PRIMEIRA   PIC 9(08).
         05  SRI-PRAZO           PIC 9(08).
         05  SRI-NIVEL           PIC 9(01).
         05  SRI-LOT-DESTINO     PIC 9(04).
         05  SRI-GESTOR-USU      PIC X(07).
         05  SRI-DATA-CARTA      PIC 9(08).
         05  SRI-INFO            PIC X(30).
         05  FILLER              PIC X(11).
     03  SRI-TIPO-REG            PIC X(01).

*----------------------------------------------------------------*
*  ORDENACAO DO CONTROLE NOVO PARA A IMPRESSAO - POR GESTOR,     *
*  FUNCIONARIO E PRAZO.                                          *
*----------------------------------------------------------------*

 SD  WS-CRT-ORDENA.

 01  SORT-REC-CRT.
     03  SRC-CLI-CODIGO          PIC 9(04).
     03  SRC-USU-CODIGO          PIC X(07).
     03  SRC-ORIGEM              PIC X(08).
     03  SRC-ITEM-CHAVE          PIC X(40).
     03  SRC-LOT-FUNCIONARIO     PIC 9(04).
     03  SRC-DATA-PRIMEIRA       PIC 9(08).
     03  SRC-PRAZO               PIC 9(08).
     03  SRC-NIVEL               PIC 9(01).
     03  SRC-LOT-DESTINO         PIC 9(04).
     03  SRC-GESTOR-USU          PIC X(07).
     03  SRC-DATA-CARTA          PIC 9(08).
     03  SRC-INFO                PIC X(30).
     03  FILLER                  PIC X(11).

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

*----------------------------------------------------------------*
*     DATA BASE                                                  *
*----------------------------------------------------------------*

 DATA-BASE SECTION.

 DB  BDSEGURANCA OF  BDDATAMEC.

 WORKING-STORAGE SECTION.

 77  RESULTADO-77                PIC S9(11)  BINARY EXTENDED.

 77  WS-CONT-GESTORES            PIC 9(09)   COMP.
 77  WS-CONT-GES-REJEITADOS      PIC 9(09)   COMP.
 77  WS-CONT-CTL-ANTERIOR        PIC 9(09)   COMP.
 77  WS-CONT-ITENS               PIC 9(09)   COMP.
 77  WS-CONT-SEM-LOTACAO         PIC 9(09)   COMP.
 77  WS-CONT-RESOLVIDOS          PIC 9(09)   COMP.
 77  WS-CONT-NOVOS               PIC 9(09)   COMP.
 77  WS-CONT-ESCALADOS           PIC 9(09)   COMP.
 77  WS-CONT-SEM-GESTOR          PIC 9(09)   COMP.
 77  WS-CONT-ABERTOS             PIC 9(09)   COMP.
 77  WS-CONT-CARTAS              PIC 9(09)   COMP.

*----------------------------------------------------------------*
* LINHA DO CONTROLE DE CARTAS CTLCARTAS (LIDA E GRAVADA POR ESTA *
* AREA). CTW-PRAZO E A DATA LIMITE DA DECISAO NO NIVEL CTW-NIVEL *
* (1 = GESTOR DA LOTACAO DO FUNCIONARIO, 2 = GESTOR DA LOTACAO   *
* SUPERIOR, ...). CTW-GESTOR-USU EM BRANCO = SEM GESTOR.         *
*----------------------------------------------------------------*

 01  WS-REG-CTL.
     03  CTW-CLI-CODIGO          PIC 9(04).
     03  CTW-USU-CODIGO          PIC X(07).
     03  CTW-ORIGEM              PIC X(08).
     03  CTW-ITEM-CHAVE          PIC X(40).
     03  CTW-LOT-FUNCIONARIO     PIC 9(04).
     03  CTW-DATA-PRIMEIRA       PIC 9(08).
     03  CTW-PRAZO               PIC 9(08).
     03  CTW-NIVEL               PIC 9(01).
     03  CTW-LOT-DESTINO         PIC 9(04).
     03  CTW-GESTOR-USU          PIC X(07).
     03  CTW-DATA-CARTA          PIC 9(08).
     03  CTW-INFO                PIC X(30).
     03  FILLER                  PIC X(11).

*----------------------------------------------------------------*
* CHAVE DO ITEM DENTRO DA ORIGEM - UMA VISAO POR ORIGEM.         *
*----------------------------------------------------------------*

 01  WS-CHAVE-ITEM               PIC X(40).
 01  WS-CHAVE-MEX REDEFINES WS-CHAVE-ITEM.
     03  CHV-MEX-TIPO-ITEM       PIC X(06).
     03  CHV-MEX-SIS-CODIGO      PIC 9(04).
     03  CHV-MEX-COD-ITEM        PIC 9(05).
     03  FILLER                  PIC X(25).
 01  WS-CHAVE-CERT REDEFINES WS-CHAVE-ITEM.
     03  CHV-CRT-CAMPANHA        PIC 9(06).
     03  CHV-CRT-TIPO-ITEM       PIC X(07).
     03  CHV-CRT-TIPO-AREA       PIC X(03).
     03  CHV-CRT-SIS-CODIGO      PIC 9(04).
     03  CHV-CRT-GOP-MNEMONICO   PIC X(10).
     03  CHV-CRT-PER-CODIGO      PIC 9(05).
     03  FILLER                  PIC X(05).
 01  WS-CHAVE-NAO-USADO REDEFINES WS-CHAVE-ITEM.
     03  CHV-NUS-TIPO-AREA       PIC X(03).
     03  CHV-NUS-SIS-CODIGO      PIC 9(04).
     03  CHV-NUS-GOP-MNEMONICO   PIC X(10).
     03  FILLER                  PIC X(23).
 01  WS-CHAVE-SEGREG REDEFINES WS-CHAVE-ITEM.
     03  CHV-SEG-RSG-IDENT       PIC X(08).
     03  CHV-SEG-SIS-CODIGO-A    PIC 9(04).
     03  CHV-SEG-GOP-CODIGO-A    PIC 9(04).
     03  CHV-SEG-ORIGEM-A        PIC X(03).
     03  CHV-SEG-SIS-CODIGO-B    PIC 9(04).
     03  CHV-SEG-GOP-CODIGO-B    PIC 9(04).
     03  CHV-SEG-ORIGEM-B        PIC X(03).
     03  FILLER                  PIC X(10).

*----------------------------------------------------------------*
* COMPLEMENTO IMPRESSO NA LINHA DO ITEM - UMA VISAO POR ORIGEM.  *
*----------------------------------------------------------------*

 01  WS-INFO                     PIC X(30).
 01  WS-INFO-CERT REDEFINES WS-INFO.
     03  INF-CRT-ROTULO          PIC X(09).
     03  INF-CRT-CAMPANHA        PIC 9(06).
     03  FILLER                  PIC X(15).
 01  WS-INFO-NAO-USADO REDEFINES WS-INFO.
     03  INF-NUS-ROTULO          PIC X(14).
     03  INF-NUS-DIAS            PIC ZZZZ9.
     03  FILLER                  PIC X(11).
 01  WS-INFO-SEGREG REDEFINES WS-INFO.
     03  INF-SEG-ROTULO          PIC X(06).
     03  INF-SEG-RSG-IDENT       PIC X(08).
     03  INF-SEG-ROTULO-B        PIC X(04).
     03  INF-SEG-SIS-CODIGO-B    PIC 9(04).
     03  INF-SEG-BARRA           PIC X(01).
     03  INF-SEG-GOP-CODIGO-B    PIC 9(04).
     03  FILLER                  PIC X(03).

*----------------------------------------------------------------*
* GESTORES POR LOTACAO (ENTRADAS "GESTORLT" DO PARAMETROS-S0947, *
* VER 0150-CARREGA-PARAMETROS).                                  *
*----------------------------------------------------------------*

 01  WS-TAB-GESTORES.
     03  WS-CONT-GES             PIC 9(04)   COMP.
     03  WS-GES OCCURS 2000 TIMES.
         05  WS-GES-CLI-CODIGO   PIC 9(04).
         05  WS-GES-LOT-CODIGO   PIC 9(04).
         05  WS-GES-USU-CODIGO   PIC X(07).
         05  WS-GES-LOT-SUPERIOR PIC 9(04).
 01  WS-IX-GES                   PIC 9(04)   COMP.
 01  WS-IX-GES-DESTINO           PIC 9(04)   COMP.
 01  WS-CLI-PROCURADO            PIC 9(04).
 01  WS-LOT-PROCURADA            PIC 9(04).
 01  WS-NIVEL-ATINGIDO           PIC 9(01).

*----------------------------------------------------------------*
* CONSOLIDACAO DOS ITENS (VER 0400-CONSOLIDA-ITENS).             *
*----------------------------------------------------------------*

 01  WS-CONSOLIDACAO.
     03  FLAG-FIM-ITENS          PIC X(01).
     03  FLAG-TEM-ANTERIOR       PIC X(01).
     03  FLAG-TEM-ATUAL          PIC X(01).
     03  WS-ANT-CHAVE-ITEM       PIC X(59).
     03  WS-ANT-NIVEL            PIC 9(01).
     03  WS-ANT-PRAZO            PIC 9(08).
     03  WS-ANT-DATA-PRIMEIRA    PIC 9(08).

*----------------------------------------------------------------*
* IMPRESSAO DAS CARTAS (VER 0600-IMPRIME-CARTAS).                *
*----------------------------------------------------------------*

 01  WS-IMPRESSAO.
     03  FLAG-FIM-CARTAS         PIC X(01).
     03  FLAG-CARTA-ABERTA       PIC X(01).
     03  WS-ANT-GESTOR-USU       PIC X(07).
     03  WS-ANT-CLI-CODIGO       PIC 9(04).
     03  WS-ANT-USU-CODIGO       PIC X(07).
     03  WS-LINHAS-PAGINA        PIC 9(03)   COMP.
     03  WS-PAGINA               PIC 9(04)   COMP.
     03  WS-ITENS-CARTA          PIC 9(05)   COMP.
     03  WS-FUNCIONARIOS-CARTA   PIC 9(05)   COMP.
     03  WS-ESCALADOS-CARTA      PIC 9(05)   COMP.

 01  WS-DATA-EDICAO              PIC 9(08).
 01  WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
     03  WS-ANO-EDICAO           PIC 9(04).
     03  WS-MES-EDICAO           PIC 9(02).
     03  WS-DIA-EDICAO           PIC 9(02).

 01  WS-DATA-EDITADA.
     03  WS-DIA-EDITADA          PIC 9(02).
     03  FILLER                  PIC X(01)   VALUE "/".
     03  WS-MES-EDITADA          PIC 9(02).
     03  FILLER                  PIC X(01)   VALUE "/".
     03  WS-ANO-EDITADA          PIC 9(04).

*----------------------------------------------------------------*
* LINHAS DA CARTA.                                               *
*----------------------------------------------------------------*

 01  WS-CAB-TITULO.
     03  FILLER                  PIC X(16)   VALUE "S0947-OBJ-704".
     03  FILLER                  PIC X(50)   VALUE
         "CARTA DE PENDENCIAS DE SEGURANCA AO GESTOR".
     03  FILLER                  PIC X(10)   VALUE "EMISSAO: ".
     03  CTT-DATA-EMISSAO        PIC X(10).
     03  FILLER                  PIC X(08)   VALUE "  PAG.: ".
     03  CTT-PAGINA              PIC ZZZ9.
     03  FILLER                  PIC X(34)   VALUE SPACES.

 01  WS-CAB-GESTOR.
     03  CTG-ROTULO              PIC X(24).
     03  CTG-GESTOR-USU          PIC X(07).
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  CTG-OBSERVACAO          PIC X(60).
     03  FILLER                  PIC X(39)   VALUE SPACES.

 01  WS-CAB-TEXTO-1.
     03  FILLER                  PIC X(60)   VALUE
         "OS ITENS ABAIXO, DE FUNCIONARIOS SOB A SUA RESPONSABILIDADE,".
     03  FILLER                  PIC X(60)   VALUE
         " AGUARDAM A SUA DECISAO ATE O PRAZO INDICADO.".
     03  FILLER                  PIC X(12)   VALUE SPACES.

 01  WS-CAB-TEXTO-2.
     03  FILLER                  PIC X(60)   VALUE
         "ITEM AINDA ABERTO DEPOIS DO PRAZO E ENCAMINHADO AO GESTOR DA".
     03  FILLER                  PIC X(60)   VALUE
         " LOTACAO SUPERIOR NA PROXIMA EMISSAO.".
     03  FILLER                  PIC X(12)   VALUE SPACES.

 01  WS-CAB-COLUNAS.
     03  FILLER                  PIC X(60)   VALUE
         "  PRAZO       ORIGEM    ITEM    ARE SIST GRUPO/PERF  COMPLEM".
     03  FILLER                  PIC X(60)   VALUE
         "ENTO                     DECISAO PEDIDA            SITUACAO ".
     03  FILLER                  PIC X(12)   VALUE SPACES.

 01  WS-LIN-FUNCIONARIO.
     03  FILLER                  PIC X(09)   VALUE "CLIENTE: ".
     03  LFU-CLI-CODIGO          PIC 9(04).
     03  FILLER                  PIC X(15)   VALUE "  FUNCIONARIO: ".
     03  LFU-USU-CODIGO          PIC X(07).
     03  FILLER                  PIC X(11)   VALUE "  LOTACAO: ".
     03  LFU-LOT-FUNCIONARIO     PIC 9(04).
     03  LFU-CONTINUACAO         PIC X(10).
     03  FILLER                  PIC X(72)   VALUE SPACES.

 01  WS-LIN-ITEM.
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  LIT-PRAZO               PIC X(10).
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  LIT-ORIGEM              PIC X(08).
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  LIT-TIPO-ITEM           PIC X(07).
     03  FILLER                  PIC X(01)   VALUE SPACES.
     03  LIT-TIPO-AREA           PIC X(03).
     03  FILLER                  PIC X(01)   VALUE SPACES.
     03  LIT-SIS-CODIGO          PIC 9(04).
     03  FILLER                  PIC X(01)   VALUE SPACES.
     03  LIT-ITEM                PIC X(10).
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  LIT-INFO                PIC X(30).
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  LIT-DECISAO             PIC X(24).
     03  FILLER                  PIC X(02)   VALUE SPACES.
     03  LIT-SITUACAO.
         05  LIT-SIT-ROTULO      PIC X(15).
         05  LIT-SIT-NIVEL       PIC X(01).
     03  FILLER                  PIC X(05)   VALUE SPACES.

 01  WS-LIN-TOTAL.
     03  FILLER                  PIC X(17)   VALUE "TOTAL DE ITENS: ".
     03  LTO-ITENS               PIC ZZZZ9.
     03  FILLER                  PIC X(17)   VALUE "  FUNCIONARIOS: ".
     03  LTO-FUNCIONARIOS        PIC ZZZZ9.
     03  FILLER                  PIC X(14)   VALUE "  ESCALADOS: ".
     03  LTO-ESCALADOS           PIC ZZZZ9.
     03  FILLER                  PIC X(69)   VALUE SPACES.

 01  WS-LIN-RODAPE.
     03  FILLER                  PIC X(60)   VALUE
         "REGISTRE AS DECISOES NAS TRANSACOES DA FAMILIA S0947 OU RESP".
     03  FILLER                  PIC X(60)   VALUE
         "ONDA A SEGURANCA DA INFORMACAO.".
     03  FILLER                  PIC X(12)   VALUE SPACES.

 01 VARIAVEIS.
   02  FLAG-FIM-PARAMETRO        PIC X(01).
   02  WS-DIAS-PRAZO             PIC 9(05).
   02  WS-AAAAMMDD-SISTEMA       PIC 9(08).
   02  WS-PRAZO-PADRAO           PIC 9(08).
   02  WS-AAAAMMDD-FIM-MEX       PIC 9(08).
   02  WS-LOT-RESOLVIDA          PIC 9(04).
   02  WS-MATRICULA-NUM          PIC 9(07).
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).

*  DATA SISTEMA
 01 DATA-ACCEPT            PIC 9(06)     COMP.
 01 DATA-ACCEPTR REDEFINES DATA-ACCEPT   COMP.
    03 ANO-ACCEPT          PIC 9(02)     COMP.
    03 MES-ACCEPT          PIC 9(02)     COMP.
    03 DIA-ACCEPT          PIC 9(02)     COMP.

*----------------------------------------------------------------*
* VERIFICACAO DE PREDECESSORES NA CADEIA (VER 0080).             *
*----------------------------------------------------------------*

 01  TAB-PREDECESSORES.
     COPY "(D0947F05)S0947/LIB/SRV/V094765610 ON PROJETO01".

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

 0002-00-INICIO-TRATA-CARTAS.

     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-GESTORES WS-CONT-GES-REJEITADOS
                   WS-CONT-CTL-ANTERIOR WS-CONT-ITENS
                   WS-CONT-SEM-LOTACAO WS-CONT-RESOLVIDOS
                   WS-CONT-NOVOS WS-CONT-ESCALADOS
                   WS-CONT-SEM-GESTOR WS-CONT-ABERTOS
                   WS-CONT-CARTAS WS-CONT-GES.

     INITIALIZE VARIAVEIS.
     INITIALIZE ARRAY-IN-WS.

     MOVE 704 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.

     COMPUTE WS-AAAAMMDD-SISTEMA = 20000000 + (ANO-ACCEPT * 10000) +
                                   (MES-ACCEPT * 100) + DIA-ACCEPT.

     PERFORM 0150-CARREGA-PARAMETROS
        THRU 0150-CARREGA-PARAMETROS-FIM.

     COMPUTE WS-PRAZO-PADRAO = FUNCTION DATE-OF-INTEGER
         (FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-SISTEMA) +
          WS-DIAS-PRAZO).

     SORT WS-ITE-ORDENA
          ASCENDING KEY SRI-CLI-CODIGO SRI-USU-CODIGO SRI-ORIGEM
                        SRI-ITEM-CHAVE SRI-TIPO-REG
          INPUT PROCEDURE IS 0200-SELECIONA-ITENS
             THRU 0200-SELECIONA-ITENS-FIM
          OUTPUT PROCEDURE IS 0400-CONSOLIDA-ITENS
             THRU 0400-CONSOLIDA-ITENS-FIM.

     SORT WS-CRT-ORDENA
          ASCENDING KEY SRC-GESTOR-USU SRC-CLI-CODIGO SRC-USU-CODIGO
                        SRC-PRAZO SRC-ORIGEM SRC-ITEM-CHAVE
          USING CTL-CARTAS-NOVO
          OUTPUT PROCEDURE IS 0600-IMPRIME-CARTAS
             THRU 0600-IMPRIME-CARTAS-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-704 - PRAZO DE DECISAO (DIAS): "
             WS-DIAS-PRAZO.
     DISPLAY "S0947-OBJ-704 - GESTORES CARREGADOS...: "
             WS-CONT-GESTORES.
     DISPLAY "S0947-OBJ-704 - GESTORES REJEITADOS...: "
             WS-CONT-GES-REJEITADOS.
     DISPLAY "S0947-OBJ-704 - CONTROLE ANTERIOR.....: "
             WS-CONT-CTL-ANTERIOR.
     DISPLAY "S0947-OBJ-704 - ITENS DA SEMANA.......: "
             WS-CONT-ITENS.
     DISPLAY "S0947-OBJ-704 - ITENS SEM LOTACAO.....: "
             WS-CONT-SEM-LOTACAO.
     DISPLAY "S0947-OBJ-704 - ITENS RESOLVIDOS......: "
             WS-CONT-RESOLVIDOS.
     DISPLAY "S0947-OBJ-704 - ITENS NOVOS...........: "
             WS-CONT-NOVOS.
     DISPLAY "S0947-OBJ-704 - ITENS ESCALADOS.......: "
             WS-CONT-ESCALADOS.
     DISPLAY "S0947-OBJ-704 - ITENS SEM GESTOR......: "
             WS-CONT-SEM-GESTOR.
     DISPLAY "S0947-OBJ-704 - ITENS EM ABERTO.......: "
             WS-CONT-ABERTOS.
     DISPLAY "S0947-OBJ-704 - CARTAS EMITIDAS.......: "
             WS-CONT-CARTAS.

     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    VERIFICACAO DOS PREDECESSORES NA CADEIA (LEDGERS0947)       *
******************************************************************

  0080-VERIFICA-PREDECESSORES.

     COPY "(D0947F05)S0947/LIB/SRV/V094765611 ON PROJETO01".

  0080-VERIFICA-PREDECESSORES-FIM.
     EXIT.

******************************************************************
*    PARAMETROS-S0947 - PRAZO DE DECISAO ("PRAZGEST") E TABELA   *
*    DE GESTORES POR LOTACAO ("GESTORLT")                        *
******************************************************************

  0150-CARREGA-PARAMETROS.

     MOVE 7 TO WS-DIAS-PRAZO.

     SET PRM-POR-IDENT TO BEGINNING.

  0151-PROXIMO-PRAZO.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "PRAZGEST"
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0152-INICIA-GESTORES
     END-FIND.

     IF PRM-VALOR-5 OF PARAMETROS-S0947 NOT EQUAL ZEROS AND
        PRM-VALOR-5 OF PARAMETROS-S0947 < 100000
        MOVE PRM-VALOR-5 OF PARAMETROS-S0947 TO WS-DIAS-PRAZO.

     GO TO 0151-PROXIMO-PRAZO.

  0152-INICIA-GESTORES.

     SET PRM-POR-IDENT TO BEGINNING.

  0153-PROXIMO-GESTOR.

     FIND KEY OF NEXT PRM-POR-IDENT AT
          PRM-IDENT = "GESTORLT"
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0150-CARREGA-PARAMETROS-FIM
     END-FIND.

     IF PRM-CLI-CODIGO OF PARAMETROS-S0947 EQUAL ZEROS OR
        PRM-VALOR-5 OF PARAMETROS-S0947 EQUAL ZEROS OR
        PRM-VALOR-5 OF PARAMETROS-S0947 > 9999999
        ADD 1 TO WS-CONT-GES-REJEITADOS
        GO TO 0153-PROXIMO-GESTOR.

     IF WS-CONT-GES NOT < 2000
        ADD 1 TO WS-CONT-GES-REJEITADOS
        GO TO 0153-PROXIMO-GESTOR.

*    A LOTACAO DO GESTOR E A LOTACAO ORIGINAL DO USUARIO-CLI DELE
*    NO CLIENTE - MESMO CAMINHO DO FUNCIONARIO.
     MOVE PRM-CLI-CODIGO OF PARAMETROS-S0947 TO WS-CLI-PROCURADO.
     MOVE PRM-VALOR-5 OF PARAMETROS-S0947    TO WS-MATRICULA-NUM.
     MOVE WS-MATRICULA-NUM                   TO USU-CODIGO-WS.

     PERFORM 0280-RESOLVE-LOTACAO
        THRU 0280-RESOLVE-LOTACAO-FIM.

     IF WS-LOT-RESOLVIDA EQUAL ZEROS
        DISPLAY "S0947-OBJ-704 - GESTOR SEM LOTACAO: CLIENTE "
                WS-CLI-PROCURADO " MATRICULA " USU-CODIGO-WS
        ADD 1 TO WS-CONT-GES-REJEITADOS
        GO TO 0153-PROXIMO-GESTOR.

*    UM GESTOR POR LOTACAO - VALE A PRIMEIRA ENTRADA.
     MOVE WS-LOT-RESOLVIDA TO WS-LOT-PROCURADA.

     PERFORM 0470-LOCALIZA-GESTOR
        THRU 0470-LOCALIZA-GESTOR-FIM.

     IF WS-IX-GES NOT EQUAL ZEROS
        DISPLAY "S0947-OBJ-704 - LOTACAO COM MAIS DE UM GESTOR: "
                "CLIENTE " WS-CLI-PROCURADO " LOTACAO "
                WS-LOT-PROCURADA
        ADD 1 TO WS-CONT-GES-REJEITADOS
        GO TO 0153-PROXIMO-GESTOR.

     ADD 1 TO WS-CONT-GES WS-CONT-GESTORES.
     MOVE WS-CLI-PROCURADO TO WS-GES-CLI-CODIGO(WS-CONT-GES).
     MOVE WS-LOT-RESOLVIDA TO WS-GES-LOT-CODIGO(WS-CONT-GES).
     MOVE USU-CODIGO-WS    TO WS-GES-USU-CODIGO(WS-CONT-GES).
     MOVE PRM-VALOR-1 OF PARAMETROS-S0947
                           TO WS-GES-LOT-SUPERIOR(WS-CONT-GES).

     GO TO 0153-PROXIMO-GESTOR.

  0150-CARREGA-PARAMETROS-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO - CONTROLE ANTERIOR E  *
*    ITENS DA SEMANA                                             *
******************************************************************

  0200-SELECIONA-ITENS.

     PERFORM 0210-LE-CONTROLE-ANTERIOR
        THRU 0210-LE-CONTROLE-ANTERIOR-FIM.

     PERFORM 0220-LE-MEX-ALERTA
        THRU 0220-LE-MEX-ALERTA-FIM.

     PERFORM 0230-LE-CERTIFICACAO
        THRU 0230-LE-CERTIFICACAO-FIM.

     PERFORM 0240-LE-NAO-USADO
        THRU 0240-LE-NAO-USADO-FIM.

     PERFORM 0250-LE-SEGREGACAO
        THRU 0250-LE-SEGREGACAO-FIM.

  0200-SELECIONA-ITENS-FIM.
     EXIT.

  0210-LE-CONTROLE-ANTERIOR.

     OPEN INPUT CTL-CARTAS.

  0211-PROXIMO-CONTROLE.

     READ CTL-CARTAS INTO WS-REG-CTL
         AT END
            GO TO 0219-FECHA-CONTROLE.

     ADD 1 TO WS-CONT-CTL-ANTERIOR.

     MOVE WS-REG-CTL TO SRI-DADOS.
     MOVE "A"        TO SRI-TIPO-REG.

     RELEASE SORT-REC-ITE.

     GO TO 0211-PROXIMO-CONTROLE.

  0219-FECHA-CONTROLE.

     CLOSE CTL-CARTAS.

  0210-LE-CONTROLE-ANTERIOR-FIM.
     EXIT.

*----------------------------------------------------------------*
* EXCECAO VENCENDO - O PRAZO E O FIM DA LINHA DE EXCECAO.        *
*----------------------------------------------------------------*

  0220-LE-MEX-ALERTA.

     OPEN INPUT REL-MEX-ALERTA.

  0221-PROXIMO-ALERTA.

     READ REL-MEX-ALERTA
         AT END
            GO TO 0229-FECHA-ALERTA.

     INITIALIZE WS-REG-CTL.
     MOVE SPACES TO WS-CHAVE-ITEM WS-INFO.

     MOVE REG-TIPO-ITEM  TO CHV-MEX-TIPO-ITEM.
     MOVE REG-SIS-CODIGO TO CHV-MEX-SIS-CODIGO.
     MOVE REG-COD-ITEM   TO CHV-MEX-COD-ITEM.
     MOVE "VENCIMENTO DA EXCECAO" TO WS-INFO.

     COMPUTE WS-AAAAMMDD-FIM-MEX = 20000000 +
         (REG-ANO-FIM-EXC * 10000) + (REG-MES-FIM-EXC * 100) +
          REG-DIA-FIM-EXC.

     MOVE REG-CLI-CODIGO      TO CTW-CLI-CODIGO.
     MOVE REG-USU-CODIGO      TO CTW-USU-CODIGO.
     MOVE "MEXVENC "          TO CTW-ORIGEM.
     MOVE REG-LOT-CODIGO      TO CTW-LOT-FUNCIONARIO.
     MOVE WS-AAAAMMDD-FIM-MEX TO CTW-PRAZO.

     PERFORM 0290-LIBERA-ITEM
        THRU 0290-LIBERA-ITEM-FIM.

     GO TO 0221-PROXIMO-ALERTA.

  0229-FECHA-ALERTA.

     CLOSE REL-MEX-ALERTA.

  0220-LE-MEX-ALERTA-FIM.
     EXIT.

*----------------------------------------------------------------*
* RECERTIFICACAO - SO AS LINHAS "NC" (ITEM NAO DECIDIDO).        *
*----------------------------------------------------------------*

  0230-LE-CERTIFICACAO.

     OPEN INPUT REL-CERT-STATUS.

  0231-PROXIMO-STATUS.

     READ REL-CERT-STATUS
         AT END
            GO TO 0239-FECHA-STATUS.

     IF STA-TIPO-LINHA NOT EQUAL "NC"
        GO TO 0231-PROXIMO-STATUS.

     INITIALIZE WS-REG-CTL.
     MOVE SPACES TO WS-CHAVE-ITEM WS-INFO.

     MOVE STA-CAMPANHA      TO CHV-CRT-CAMPANHA INF-CRT-CAMPANHA.
     MOVE STA-TIPO-ITEM     TO CHV-CRT-TIPO-ITEM.
     MOVE STA-TIPO-AREA     TO CHV-CRT-TIPO-AREA.
     MOVE STA-SIS-CODIGO    TO CHV-CRT-SIS-CODIGO.
     MOVE STA-GOP-MNEMONICO TO CHV-CRT-GOP-MNEMONICO.
     MOVE STA-PER-CODIGO    TO CHV-CRT-PER-CODIGO.
     MOVE "CAMPANHA "       TO INF-CRT-ROTULO.

     MOVE STA-CLI-CODIGO    TO CTW-CLI-CODIGO.
     MOVE STA-USU-CODIGO    TO CTW-USU-CODIGO.
     MOVE "RECERT  "        TO CTW-ORIGEM.
     MOVE STA-LOT-CODIGO    TO CTW-LOT-FUNCIONARIO.

     PERFORM 0290-LIBERA-ITEM
        THRU 0290-LIBERA-ITEM-FIM.

     GO TO 0231-PROXIMO-STATUS.

  0239-FECHA-STATUS.

     CLOSE REL-CERT-STATUS.

  0230-LE-CERTIFICACAO-FIM.
     EXIT.

*----------------------------------------------------------------*
* GRUPO SEM USO - OS DIAS SEM USO VAO NO COMPLEMENTO (FORA DA    *
* CHAVE, QUE NAO PODE MUDAR DE UMA SEMANA PARA OUTRA).           *
*----------------------------------------------------------------*

  0240-LE-NAO-USADO.

     OPEN INPUT REL-NAO-USADO.

  0241-PROXIMO-NAO-USADO.

     READ REL-NAO-USADO
         AT END
            GO TO 0249-FECHA-NAO-USADO.

     INITIALIZE WS-REG-CTL.
     MOVE SPACES TO WS-CHAVE-ITEM WS-INFO.

     MOVE NUS-TIPO-AREA     TO CHV-NUS-TIPO-AREA.
     MOVE NUS-SIS-CODIGO    TO CHV-NUS-SIS-CODIGO.
     MOVE NUS-GOP-MNEMONICO TO CHV-NUS-GOP-MNEMONICO.

     IF NUS-DIAS-SEM-USO EQUAL 99999
        MOVE "NUNCA USADO" TO WS-INFO
     ELSE
        MOVE "DIAS SEM USO: " TO INF-NUS-ROTULO
        MOVE NUS-DIAS-SEM-USO TO INF-NUS-DIAS.

     MOVE NUS-CLI-CODIGO    TO CTW-CLI-CODIGO.
     MOVE NUS-USU-CODIGO    TO CTW-USU-CODIGO.
     MOVE "NAOUSADO"        TO CTW-ORIGEM.

     PERFORM 0290-LIBERA-ITEM
        THRU 0290-LIBERA-ITEM-FIM.

     GO TO 0241-PROXIMO-NAO-USADO.

  0249-FECHA-NAO-USADO.

     CLOSE REL-NAO-USADO.

  0240-LE-NAO-USADO-FIM.
     EXIT.

  0250-LE-SEGREGACAO.

     OPEN INPUT REL-SEGREGACAO.

  0251-PROXIMA-SEGREGACAO.

     READ REL-SEGREGACAO
         AT END
            GO TO 0259-FECHA-SEGREGACAO.

     INITIALIZE WS-REG-CTL.
     MOVE SPACES TO WS-CHAVE-ITEM WS-INFO.

     MOVE SEG-RSG-IDENT    TO CHV-SEG-RSG-IDENT INF-SEG-RSG-IDENT.
     MOVE SEG-SIS-CODIGO-A TO CHV-SEG-SIS-CODIGO-A.
     MOVE SEG-GOP-CODIGO-A TO CHV-SEG-GOP-CODIGO-A.
     MOVE SEG-ORIGEM-A     TO CHV-SEG-ORIGEM-A.
     MOVE SEG-SIS-CODIGO-B TO CHV-SEG-SIS-CODIGO-B
                              INF-SEG-SIS-CODIGO-B.
     MOVE SEG-GOP-CODIGO-B TO CHV-SEG-GOP-CODIGO-B
                              INF-SEG-GOP-CODIGO-B.
     MOVE SEG-ORIGEM-B     TO CHV-SEG-ORIGEM-B.
     MOVE "REGRA "         TO INF-SEG-ROTULO.
     MOVE " X "            TO INF-SEG-ROTULO-B.
     MOVE "/"              TO INF-SEG-BARRA.

     MOVE SEG-CLI-CODIGO   TO CTW-CLI-CODIGO.
     MOVE SEG-USU-CODIGO   TO CTW-USU-CODIGO.
     MOVE "SEGREG  "       TO CTW-ORIGEM.

     PERFORM 0290-LIBERA-ITEM
        THRU 0290-LIBERA-ITEM-FIM.

     GO TO 0251-PROXIMA-SEGREGACAO.

  0259-FECHA-SEGREGACAO.

     CLOSE REL-SEGREGACAO.

  0250-LE-SEGREGACAO-FIM.
     EXIT.

*----------------------------------------------------------------*
* LOTACAO ORIGINAL DO USUARIO-CLI (USU-CODIGO-WS NO CLIENTE      *
* WS-CLI-PROCURADO), PELO CAMINHO DO 0200 DO 681. NAO ACHOU =    *
* WS-LOT-RESOLVIDA ZERADA.                                       *
*----------------------------------------------------------------*

  0280-RESOLVE-LOTACAO.

     MOVE ZEROS TO WS-LOT-RESOLVIDA.

     FIND FIRST USC-POR-USUARIO AT
        CLI-CODIGO = WS-CLI-PROCURADO AND
        USU-CODIGO = USU-CODIGO-WS
        ON EXCEPTION
            IF NOT DMSTATUS(NOTFOUND)
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
            END-IF
            GO TO 0280-RESOLVE-LOTACAO-FIM
     END-FIND.

     FIND UNL-POR-UNO AT
           CLI-CODIGO = WS-CLI-PROCURADO AND
           UNO-CODIGO = UNO-CODIGO-ORI OF USUARIO-CLI
           ON EXCEPTION
              IF NOT DMSTATUS (NOTFOUND)
                 PERFORM 10000-00-TRATA-ERRO-DMS
                    THRU 10000-99-TRATA-ERRO-DMS
              END-IF
              GO TO 0280-RESOLVE-LOTACAO-FIM
     END-FIND.

     MOVE LOT-CODIGO OF UNO-LOTACAO TO WS-LOT-RESOLVIDA.

  0280-RESOLVE-LOTACAO-FIM.
     EXIT.

*----------------------------------------------------------------*
* ITEM DA SEMANA (TIPO "B") - A LOTACAO DO FUNCIONARIO VEM DO    *
* BANCO; SE ELE NAO E ACHADO, VALE A DO RELATORIO DE ORIGEM.     *
*----------------------------------------------------------------*

  0290-LIBERA-ITEM.

     ADD 1 TO WS-CONT-ITENS.

     MOVE WS-CHAVE-ITEM  TO CTW-ITEM-CHAVE.
     MOVE WS-INFO        TO CTW-INFO.

     MOVE CTW-CLI-CODIGO TO WS-CLI-PROCURADO.
     MOVE CTW-USU-CODIGO TO USU-CODIGO-WS.

     PERFORM 0280-RESOLVE-LOTACAO
        THRU 0280-RESOLVE-LOTACAO-FIM.

     IF WS-LOT-RESOLVIDA NOT EQUAL ZEROS
        MOVE WS-LOT-RESOLVIDA TO CTW-LOT-FUNCIONARIO.

     IF CTW-LOT-FUNCIONARIO EQUAL ZEROS
        ADD 1 TO WS-CONT-SEM-LOTACAO.

     MOVE WS-REG-CTL TO SRI-DADOS.
     MOVE "B"        TO SRI-TIPO-REG.

     RELEASE SORT-REC-ITE.

  0290-LIBERA-ITEM-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA ORDENACAO - CONFRONTA O CONTROLE   *
*    ANTERIOR COM OS ITENS DA SEMANA E GRAVA O CONTROLE NOVO     *
******************************************************************

  0400-CONSOLIDA-ITENS.

     OPEN OUTPUT CTL-CARTAS-NOVO.

     MOVE "N"    TO FLAG-FIM-ITENS FLAG-TEM-ANTERIOR FLAG-TEM-ATUAL.
     MOVE SPACES TO WS-ANT-CHAVE-ITEM.

  0401-PROXIMO-ITEM.

     RETURN WS-ITE-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-ITENS.

     IF FLAG-FIM-ITENS EQUAL "S"
        PERFORM 0450-FECHA-ITEM
           THRU 0450-FECHA-ITEM-FIM
        GO TO 0409-FECHA-CONTROLE-NOVO.

     IF SRI-CHAVE NOT EQUAL WS-ANT-CHAVE-ITEM
        PERFORM 0450-FECHA-ITEM
           THRU 0450-FECHA-ITEM-FIM
        MOVE SRI-CHAVE TO WS-ANT-CHAVE-ITEM
        MOVE "N"       TO FLAG-TEM-ANTERIOR FLAG-TEM-ATUAL.

     IF SRI-TIPO-REG EQUAL "A"
        MOVE "S"               TO FLAG-TEM-ANTERIOR
        MOVE SRI-NIVEL         TO WS-ANT-NIVEL
        MOVE SRI-PRAZO         TO WS-ANT-PRAZO
        MOVE SRI-DATA-PRIMEIRA TO WS-ANT-DATA-PRIMEIRA
        GO TO 0401-PROXIMO-ITEM.

*    O MESMO ITEM REPETIDO NA ORIGEM SAI UMA VEZ SO.
     IF FLAG-TEM-ATUAL EQUAL "S"
        GO TO 0401-PROXIMO-ITEM.

     MOVE "S"       TO FLAG-TEM-ATUAL.
     MOVE SRI-DADOS TO WS-REG-CTL.

     GO TO 0401-PROXIMO-ITEM.

  0409-FECHA-CONTROLE-NOVO.

     CLOSE CTL-CARTAS-NOVO.

  0400-CONSOLIDA-ITENS-FIM.
     EXIT.

*----------------------------------------------------------------*
* FIM DA CHAVE: SO NO CONTROLE = RESOLVIDO; SO NA SEMANA = NOVO, *
* NIVEL 1; NOS DOIS = CONTINUA NO NIVEL E NO PRAZO DA CARTA      *
* ANTERIOR OU, COM O PRAZO VENCIDO, SOBE UM NIVEL COM NOVO PRAZO.*
*----------------------------------------------------------------*

  0450-FECHA-ITEM.

     IF FLAG-TEM-ATUAL EQUAL "S"
        GO TO 0451-ITEM-ABERTO.

     IF FLAG-TEM-ANTERIOR EQUAL "S"
        ADD 1 TO WS-CONT-RESOLVIDOS.

     GO TO 0450-FECHA-ITEM-FIM.

  0451-ITEM-ABERTO.

     IF FLAG-TEM-ANTERIOR EQUAL "S"
        GO TO 0452-ITEM-AVISADO.

     ADD 1 TO WS-CONT-NOVOS.

     MOVE 1                   TO CTW-NIVEL.
     MOVE WS-AAAAMMDD-SISTEMA TO CTW-DATA-PRIMEIRA.

     IF CTW-PRAZO EQUAL ZEROS
        MOVE WS-PRAZO-PADRAO TO CTW-PRAZO.

     GO TO 0453-GRAVA-ITEM.

  0452-ITEM-AVISADO.

     MOVE WS-ANT-DATA-PRIMEIRA TO CTW-DATA-PRIMEIRA.

     IF WS-ANT-PRAZO NOT < WS-AAAAMMDD-SISTEMA
        MOVE WS-ANT-NIVEL TO CTW-NIVEL
        MOVE WS-ANT-PRAZO TO CTW-PRAZO
        GO TO 0453-GRAVA-ITEM.

     MOVE WS-PRAZO-PADRAO TO CTW-PRAZO.

     IF WS-ANT-NIVEL < 9
        COMPUTE CTW-NIVEL = WS-ANT-NIVEL + 1
     ELSE
        MOVE 9 TO CTW-NIVEL.

  0453-GRAVA-ITEM.

     PERFORM 0460-RESOLVE-DESTINO
        THRU 0460-RESOLVE-DESTINO-FIM.

     IF FLAG-TEM-ANTERIOR EQUAL "S" AND
        CTW-NIVEL > WS-ANT-NIVEL
        ADD 1 TO WS-CONT-ESCALADOS.

     MOVE WS-AAAAMMDD-SISTEMA TO CTW-DATA-CARTA.

     WRITE REG-CTL-CARTAS-NOVO FROM WS-REG-CTL.

     ADD 1 TO WS-CONT-ABERTOS.

  0450-FECHA-ITEM-FIM.
     EXIT.

*----------------------------------------------------------------*
* GESTOR DO NIVEL CTW-NIVEL: PARTE DO GESTOR DA LOTACAO DO       *
* FUNCIONARIO E SOBE PELAS LOTACOES SUPERIORES. SEM GESTOR ACIMA *
* O ITEM FICA COM O ULTIMO DA CADEIA E O NIVEL E AJUSTADO AO QUE *
* FOI ALCANCADO.                                                 *
*----------------------------------------------------------------*

  0460-RESOLVE-DESTINO.

     MOVE CTW-CLI-CODIGO      TO WS-CLI-PROCURADO.
     MOVE CTW-LOT-FUNCIONARIO TO WS-LOT-PROCURADA.

     PERFORM 0470-LOCALIZA-GESTOR
        THRU 0470-LOCALIZA-GESTOR-FIM.

     MOVE WS-IX-GES TO WS-IX-GES-DESTINO.
     MOVE 1         TO WS-NIVEL-ATINGIDO.

  0461-SOBE-NIVEL.

     IF WS-IX-GES-DESTINO EQUAL ZEROS OR
        WS-NIVEL-ATINGIDO NOT < CTW-NIVEL
        GO TO 0462-GRAVA-DESTINO.

     IF WS-GES-LOT-SUPERIOR(WS-IX-GES-DESTINO) EQUAL ZEROS
        GO TO 0462-GRAVA-DESTINO.

     MOVE WS-GES-LOT-SUPERIOR(WS-IX-GES-DESTINO) TO WS-LOT-PROCURADA.

     PERFORM 0470-LOCALIZA-GESTOR
        THRU 0470-LOCALIZA-GESTOR-FIM.

     IF WS-IX-GES EQUAL ZEROS
        GO TO 0462-GRAVA-DESTINO.

     MOVE WS-IX-GES TO WS-IX-GES-DESTINO.
     ADD 1 TO WS-NIVEL-ATINGIDO.

     GO TO 0461-SOBE-NIVEL.

  0462-GRAVA-DESTINO.

     MOVE WS-NIVEL-ATINGIDO TO CTW-NIVEL.

     IF WS-IX-GES-DESTINO EQUAL ZEROS
        MOVE CTW-LOT-FUNCIONARIO TO CTW-LOT-DESTINO
        MOVE SPACES              TO CTW-GESTOR-USU
        ADD 1 TO WS-CONT-SEM-GESTOR
     ELSE
        MOVE WS-GES-LOT-CODIGO(WS-IX-GES-DESTINO) TO CTW-LOT-DESTINO
        MOVE WS-GES-USU-CODIGO(WS-IX-GES-DESTINO) TO CTW-GESTOR-USU.

  0460-RESOLVE-DESTINO-FIM.
     EXIT.

*----------------------------------------------------------------*
* POSICAO DO GESTOR DA LOTACAO WS-LOT-PROCURADA NO CLIENTE       *
* WS-CLI-PROCURADO. NAO ACHOU = WS-IX-GES ZERADO.                *
*----------------------------------------------------------------*

  0470-LOCALIZA-GESTOR.

     MOVE 1 TO WS-IX-GES.

  0471-COMPARA-GESTOR.

     IF WS-IX-GES > WS-CONT-GES
        MOVE ZEROS TO WS-IX-GES
        GO TO 0470-LOCALIZA-GESTOR-FIM.

     IF WS-GES-CLI-CODIGO(WS-IX-GES) EQUAL WS-CLI-PROCURADO AND
        WS-GES-LOT-CODIGO(WS-IX-GES) EQUAL WS-LOT-PROCURADA
        GO TO 0470-LOCALIZA-GESTOR-FIM.

     ADD 1 TO WS-IX-GES.
     GO TO 0471-COMPARA-GESTOR.

  0470-LOCALIZA-GESTOR-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA ORDENACAO DO CONTROLE NOVO -       *
*    IMPRIME UMA CARTA POR GESTOR (A DOS ITENS SEM GESTOR SAI    *
*    PRIMEIRO, ENDERECADA A SEGURANCA)                           *
******************************************************************

  0600-IMPRIME-CARTAS.

     OPEN OUTPUT CARTAS-GESTOR.

     MOVE "N"    TO FLAG-FIM-CARTAS FLAG-CARTA-ABERTA.
     MOVE SPACES TO WS-ANT-GESTOR-USU.

     MOVE WS-AAAAMMDD-SISTEMA TO WS-DATA-EDICAO.

     PERFORM 0690-EDITA-DATA
        THRU 0690-EDITA-DATA-FIM.

     MOVE WS-DATA-EDITADA TO CTT-DATA-EMISSAO.

  0601-PROXIMO-ITEM.

     RETURN WS-CRT-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-CARTAS.

     IF FLAG-FIM-CARTAS EQUAL "S"
        GO TO 0608-ENCERRA-CARTAS.

     IF FLAG-CARTA-ABERTA EQUAL "S" AND
        SRC-GESTOR-USU EQUAL WS-ANT-GESTOR-USU
        GO TO 0602-VERIFICA-FUNCIONARIO.

     IF FLAG-CARTA-ABERTA EQUAL "S"
        PERFORM 0630-FECHA-CARTA
           THRU 0630-FECHA-CARTA-FIM.

     PERFORM 0620-ABRE-CARTA
        THRU 0620-ABRE-CARTA-FIM.

  0602-VERIFICA-FUNCIONARIO.

     IF SRC-CLI-CODIGO NOT EQUAL WS-ANT-CLI-CODIGO OR
        SRC-USU-CODIGO NOT EQUAL WS-ANT-USU-CODIGO
        PERFORM 0650-IMPRIME-FUNCIONARIO
           THRU 0650-IMPRIME-FUNCIONARIO-FIM.

     PERFORM 0660-IMPRIME-ITEM
        THRU 0660-IMPRIME-ITEM-FIM.

     GO TO 0601-PROXIMO-ITEM.

  0608-ENCERRA-CARTAS.

     IF FLAG-CARTA-ABERTA EQUAL "S"
        PERFORM 0630-FECHA-CARTA
           THRU 0630-FECHA-CARTA-FIM.

     CLOSE CARTAS-GESTOR.

  0600-IMPRIME-CARTAS-FIM.
     EXIT.

  0620-ABRE-CARTA.

     MOVE "S"            TO FLAG-CARTA-ABERTA.
     MOVE SRC-GESTOR-USU TO WS-ANT-GESTOR-USU.
     MOVE ZEROS          TO WS-ANT-CLI-CODIGO WS-ITENS-CARTA
                            WS-FUNCIONARIOS-CARTA WS-ESCALADOS-CARTA.
     MOVE SPACES         TO WS-ANT-USU-CODIGO.
     MOVE 1              TO WS-PAGINA.

     ADD 1 TO WS-CONT-CARTAS.

     IF SRC-GESTOR-USU EQUAL SPACES
        MOVE "A SEGURANCA DA INFORM." TO CTG-ROTULO
        MOVE SPACES TO CTG-GESTOR-USU
        MOVE "ITENS DE LOTACAO SEM GESTOR CADASTRADO (GESTORLT)"
          TO CTG-OBSERVACAO
     ELSE
        MOVE "AO GESTOR - MATRICULA: " TO CTG-ROTULO
        MOVE SRC-GESTOR-USU TO CTG-GESTOR-USU
        MOVE SPACES TO CTG-OBSERVACAO.

     PERFORM 0640-CABECALHO-PAGINA
        THRU 0640-CABECALHO-PAGINA-FIM.

  0620-ABRE-CARTA-FIM.
     EXIT.

  0630-FECHA-CARTA.

     MOVE WS-ITENS-CARTA        TO LTO-ITENS.
     MOVE WS-FUNCIONARIOS-CARTA TO LTO-FUNCIONARIOS.
     MOVE WS-ESCALADOS-CARTA    TO LTO-ESCALADOS.

     WRITE REG-CARTA FROM WS-LIN-TOTAL
           AFTER ADVANCING 3 LINES.

     WRITE REG-CARTA FROM WS-LIN-RODAPE
           AFTER ADVANCING 2 LINES.

     MOVE "N" TO FLAG-CARTA-ABERTA.

  0630-FECHA-CARTA-FIM.
     EXIT.

*----------------------------------------------------------------*
* CABECALHO DE CADA PAGINA DA CARTA - O TEXTO DE ABERTURA SO SAI *
* NA PRIMEIRA.                                                   *
*----------------------------------------------------------------*

  0640-CABECALHO-PAGINA.

     MOVE WS-PAGINA TO CTT-PAGINA.

     WRITE REG-CARTA FROM WS-CAB-TITULO
           AFTER ADVANCING PAGE.

     WRITE REG-CARTA FROM WS-CAB-GESTOR
           AFTER ADVANCING 2 LINES.

     MOVE 3 TO WS-LINHAS-PAGINA.

     IF WS-PAGINA EQUAL 1
        WRITE REG-CARTA FROM WS-CAB-TEXTO-1
              AFTER ADVANCING 2 LINES
        WRITE REG-CARTA FROM WS-CAB-TEXTO-2
              AFTER ADVANCING 1 LINE
        ADD 3 TO WS-LINHAS-PAGINA.

     WRITE REG-CARTA FROM WS-CAB-COLUNAS
           AFTER ADVANCING 2 LINES.

     ADD 2 TO WS-LINHAS-PAGINA.

  0640-CABECALHO-PAGINA-FIM.
     EXIT.

  0650-IMPRIME-FUNCIONARIO.

     IF WS-LINHAS-PAGINA > 52
        ADD 1 TO WS-PAGINA
        PERFORM 0640-CABECALHO-PAGINA
           THRU 0640-CABECALHO-PAGINA-FIM.

     MOVE SRC-CLI-CODIGO      TO WS-ANT-CLI-CODIGO LFU-CLI-CODIGO.
     MOVE SRC-USU-CODIGO      TO WS-ANT-USU-CODIGO LFU-USU-CODIGO.
     MOVE SRC-LOT-FUNCIONARIO TO LFU-LOT-FUNCIONARIO.
     MOVE SPACES              TO LFU-CONTINUACAO.

     WRITE REG-CARTA FROM WS-LIN-FUNCIONARIO
           AFTER ADVANCING 2 LINES.

     ADD 2 TO WS-LINHAS-PAGINA.
     ADD 1 TO WS-FUNCIONARIOS-CARTA.

  0650-IMPRIME-FUNCIONARIO-FIM.
     EXIT.

  0660-IMPRIME-ITEM.

*    PAGINA CHEIA - REPETE O FUNCIONARIO NO ALTO DA SEGUINTE.
     IF WS-LINHAS-PAGINA > 55
        ADD 1 TO WS-PAGINA
        PERFORM 0640-CABECALHO-PAGINA
           THRU 0640-CABECALHO-PAGINA-FIM
        MOVE " (CONT.)" TO LFU-CONTINUACAO
        WRITE REG-CARTA FROM WS-LIN-FUNCIONARIO
              AFTER ADVANCING 2 LINES
        ADD 2 TO WS-LINHAS-PAGINA.

     MOVE SRC-PRAZO TO WS-DATA-EDICAO.

     PERFORM 0690-EDITA-DATA
        THRU 0690-EDITA-DATA-FIM.

     MOVE WS-DATA-EDITADA TO LIT-PRAZO.
     MOVE SRC-ORIGEM      TO LIT-ORIGEM.
     MOVE SRC-INFO        TO LIT-INFO.
     MOVE SRC-ITEM-CHAVE  TO WS-CHAVE-ITEM.
     MOVE SPACES          TO LIT-TIPO-ITEM LIT-TIPO-AREA LIT-ITEM
                             LIT-SITUACAO.
     MOVE ZEROS           TO LIT-SIS-CODIGO.

     IF SRC-ORIGEM EQUAL "MEXVENC "
        MOVE CHV-MEX-TIPO-ITEM     TO LIT-TIPO-ITEM
        MOVE "MEX"                 TO LIT-TIPO-AREA
        MOVE CHV-MEX-SIS-CODIGO    TO LIT-SIS-CODIGO
        MOVE CHV-MEX-COD-ITEM      TO LIT-ITEM
        MOVE "RENOVAR OU DEIXAR VENCER" TO LIT-DECISAO.

     IF SRC-ORIGEM EQUAL "RECERT  "
        MOVE CHV-CRT-TIPO-ITEM     TO LIT-TIPO-ITEM
        MOVE CHV-CRT-TIPO-AREA     TO LIT-TIPO-AREA
        MOVE CHV-CRT-SIS-CODIGO    TO LIT-SIS-CODIGO
        MOVE CHV-CRT-GOP-MNEMONICO TO LIT-ITEM
        MOVE "MANTER OU REVOGAR"   TO LIT-DECISAO.

     IF SRC-ORIGEM EQUAL "RECERT  " AND
        CHV-CRT-GOP-MNEMONICO EQUAL SPACES
        MOVE CHV-CRT-PER-CODIGO    TO LIT-ITEM.

     IF SRC-ORIGEM EQUAL "NAOUSADO"
        MOVE "GRUPO"               TO LIT-TIPO-ITEM
        MOVE CHV-NUS-TIPO-AREA     TO LIT-TIPO-AREA
        MOVE CHV-NUS-SIS-CODIGO    TO LIT-SIS-CODIGO
        MOVE CHV-NUS-GOP-MNEMONICO TO LIT-ITEM
        MOVE "REVOGAR OU JUSTIFICAR" TO LIT-DECISAO.

     IF SRC-ORIGEM EQUAL "SEGREG  "
        MOVE "SOD"                 TO LIT-TIPO-ITEM
        MOVE CHV-SEG-ORIGEM-A      TO LIT-TIPO-AREA
        MOVE CHV-SEG-SIS-CODIGO-A  TO LIT-SIS-CODIGO
        MOVE CHV-SEG-GOP-CODIGO-A  TO LIT-ITEM
        MOVE "REVOGAR UM DOS ACESSOS" TO LIT-DECISAO.

     IF SRC-NIVEL > 1
        MOVE "ESCALADO NIVEL " TO LIT-SIT-ROTULO
        MOVE SRC-NIVEL         TO LIT-SIT-NIVEL
        ADD 1 TO WS-ESCALADOS-CARTA.

     WRITE REG-CARTA FROM WS-LIN-ITEM
           AFTER ADVANCING 1 LINE.

     ADD 1 TO WS-LINHAS-PAGINA WS-ITENS-CARTA.

  0660-IMPRIME-ITEM-FIM.
     EXIT.

  0690-EDITA-DATA.

     MOVE WS-DIA-EDICAO TO WS-DIA-EDITADA.
     MOVE WS-MES-EDICAO TO WS-MES-EDITADA.
     MOVE WS-ANO-EDICAO TO WS-ANO-EDITADA.

  0690-EDITA-DATA-FIM.
     EXIT.

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

     DISPLAY "S0947-OBJ-704 - ERRO DMS " DMS-RESULT-WS
             " USUARIO " USU-CODIGO-WS.

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

     MOVE "FIM"             TO LED-TIPO-REG.
     MOVE LED-TERMINO-WS    TO LED-TERMINO.
     MOVE WS-CONT-ITENS     TO LED-CONT-ENTRADA.
     MOVE WS-CONT-CARTAS    TO LED-CONT-SAIDA.
     MOVE WS-CONT-ESCALADOS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-704" TO LED-PROGRAMA.

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
