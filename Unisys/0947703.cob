$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-703.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   HISTORICO MENSAL DE INDICADORES DE SEGURANCA POR CLIENTE E   *
*   TENDENCIA DOS ULTIMOS 12 MESES                               *
*----------------------------------------------------------------*
*  OS RELATORIOS DE EXCECAO DA FAMILIA SO MOSTRAM A FOTOGRAFIA   *
*  DA NOITE - NAO HA COMO DIZER SE UM CLIENTE ESTA MELHORANDO OU *
*  PIORANDO. ESTE PROGRAMA RODA NO FECHAMENTO DO MES, DEPOIS DA  *
*  CADEIA NOTURNA, E:                                            *
*  1) APURA POR CLIENTE OS INDICADORES DO MES DE REFERENCIA:     *
*       USUATIVO - USUARIOS-CLI NAO SUSPENSOS;                   *
*       USUMEX   - USUARIOS ATIVOS COM LINHA DE EXCECAO (MEX)    *
*                  VIGENTE E JA APROVADA;                        *
*       DIASMEX  - DURACAO MEDIA (DIAS) DA JANELA DESSAS LINHAS; *
*       SEGREG   - VIOLACOES DE SEGREGACAO (RELSEGREG, 671);     *
*       ORFAOS   - ITENS ORFAOS DA MATRIZ (RELORFAOS);           *
*       ABRANG   - LACUNAS DE ABRANGENCIA (RELVALABRANG, 673);   *
*       NAOUSADO - PERCENTUAL DOS GRUPOS CONCEDIDOS (LINHAS      *
*                  "GRUPO" DA MATRIZCOMUM, 684) NUNCA USADOS     *
*                  (RELNAOUSADO COM 99999 DIAS, 690);            *
*       RECERT   - PERCENTUAL DE CONCLUSAO DA RECERTIFICACAO NA  *
*                  CAMPANHA MAIS RECENTE DO CLIENTE (LINHA "TC"  *
*                  DO RELCERTSTATUS, 670);                       *
*       SUSPENS  - SUSPENSOES EXECUTADAS NO MES (AUDSUSPENSAO,   *
*                  692 - A TRILHA NAO TEM CLIENTE, A SUSPENSAO   *
*                  CONTA EM CADA CLIENTE DO USUARIO);            *
*       PENDAPRO - LINHAS DE EXCECAO AGUARDANDO A SEGUNDA        *
*                  APROVACAO (SITUACAO-APROVACAO "P").           *
*     OS INDICADORES DO BANCO SAO OS DO DIA DA APURACAO - POR    *
*     ISSO O PROGRAMA RODA NO ULTIMO DIA DO MES.                 *
*  2) ATUALIZA O HISTORICO KPIHIST: COPIA TODOS OS MESES, MENOS  *
*     O DE REFERENCIA (A REEXECUCAO SUBSTITUI A APURACAO), PARA  *
*     KPIHISTNOVO E ACRESCENTA UMA LINHA POR CLIENTE - O JOB FAZ *
*     A TROCA DAS GERACOES, COMO NO 675. NA IMPLANTACAO O JOB    *
*     CRIA O KPIHIST VAZIO.                                      *
*  3) GRAVA O RELATORIO DE TENDENCIA RELKPITEND COM OS 12 MESES  *
*     TERMINADOS NO MES DE REFERENCIA LADO A LADO, POR CLIENTE:  *
*     UMA LINHA "CA" (OS MESES) E UMA LINHA "IN" POR INDICADOR.  *
*     CADA MES SAI MARCADO COM "+" OU "-" QUANDO VARIOU, EM      *
*     RELACAO AO MES ANTERIOR, MAIS QUE A TOLERANCIA (PERCENTUAL *
*     INFORMADO NO CONSOLE - PADRAO 20; SAIR DE ZERO E SEMPRE    *
*     MARCADO) E COM "A" QUANDO O CLIENTE NAO TEM APURACAO NO    *
*     MES.                                                       *
*  ENTRADAS NO CONSOLE: MES DE REFERENCIA (AAAAMM, ZEROS = MES   *
*  DO SISTEMA) E TOLERANCIA (ZEROS = 20). DEPENDE DO 671, DO 673 *
*  E DO 690 (VERIFICACAO DE PREDECESSORES). CONTADORES NO LEDGER *
*  COMUM LEDGERS0947 (S0947-OBJ-674).                            *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT MATRIZ-COMUM    ASSIGN TO "MATRIZCOMUM"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-SEGREGACAO  ASSIGN TO "RELSEGREG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-ORFAOS      ASSIGN TO "RELORFAOS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-VAL-ABRANG  ASSIGN TO "RELVALABRANG"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-NAO-USADO   ASSIGN TO "RELNAOUSADO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-CERT-STATUS ASSIGN TO "RELCERTSTATUS"
            ORGANIZATION IS SEQUENTIAL.

     SELECT AUD-SUSPENSAO   ASSIGN TO "AUDSUSPENSAO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT KPI-HISTORICO   ASSIGN TO "KPIHIST"
            ORGANIZATION IS SEQUENTIAL.

     SELECT KPI-HIST-NOVO   ASSIGN TO "KPIHISTNOVO"
            ORGANIZATION IS SEQUENTIAL.

     SELECT REL-KPI-TEND    ASSIGN TO "RELKPITEND"
            ORGANIZATION IS SEQUENTIAL.

     SELECT WS-KPI-ORDENA   ASSIGN TO "WKKPIORDENA".

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

*----------------------------------------------------------------*
*  MATRIZ COMUM DE ACESSO DA NOITE (S0947-OBJ-684).              *
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
*  RELATORIOS DE EXCECAO DA FAMILIA - MESMOS LAYOUTS DOS         *
*  PROGRAMAS QUE OS GRAVAM.                                      *
*----------------------------------------------------------------*

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

 FD  REL-ORFAOS
     LABEL RECORD IS STANDARD.

 01  REG-ORFAO.
     03  ORF-CLI-CODIGO          PIC 9(04).
     03  ORF-USU-CODIGO          PIC X(07).
     03  ORF-TIPO-ITEM           PIC X(06).
     03  ORF-SIS-CODIGO          PIC 9(04).
     03  ORF-CODIGO              PIC 9(04).

 FD  REL-VAL-ABRANG
     LABEL RECORD IS STANDARD.

 01  REG-VAL-ABRANG.
     03  VAB-TIPO-OCORRENCIA     PIC X(16).
     03  VAB-CLI-CODIGO          PIC 9(04).
     03  VAB-SIS-CODIGO          PIC 9(04).
     03  VAB-LOT-CODIGO          PIC 9(04).
     03  VAB-TIF-CODIGO          PIC 9(04).
     03  VAB-UCS-ABRANGENCIA     PIC 9(04).

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

*----------------------------------------------------------------*
*  TRILHA DE SUSPENSOES - MESMO LAYOUT DO 692.                   *
*----------------------------------------------------------------*

 FD  AUD-SUSPENSAO
     LABEL RECORD IS STANDARD.

 01  AUD-REG-SUSPENSAO.
     03  ASU-DATA-ACAO.
         05  ASU-ANO-MES-ACAO    PIC 9(06).
         05  ASU-DIA-ACAO        PIC 9(02).
     03  ASU-USERCODE            PIC 9(11).
     03  ASU-STATION             PIC 9(11).
     03  ASU-TIMESTAMP           PIC 9(11).
     03  ASU-ACAO                PIC X(10).
     03  ASU-USU-CODIGO          PIC X(07).
     03  ASU-QTD-CLIENTES        PIC 9(04).
     03  ASU-MOTIVO              PIC X(60).
     03  ASU-RESULTADO           PIC X(09).
     03  ASU-SEQ-TRILHA          PIC 9(09).
     03  ASU-CHECK-TRILHA        PIC 9(09).

*----------------------------------------------------------------*
*  HISTORICO MENSAL DE INDICADORES - GERACAO ANTERIOR E NOVA.    *
*  LAYOUT EM WS-REG-KPI (UMA LINHA POR MES/CLIENTE).             *
*----------------------------------------------------------------*

 FD  KPI-HISTORICO
     LABEL RECORD IS STANDARD.

 01  REG-KPI-HISTORICO           PIC X(135).

 FD  KPI-HIST-NOVO
     LABEL RECORD IS STANDARD.

 01  REG-KPI-HIST-NOVO           PIC X(135).

 SD  WS-KPI-ORDENA.

 01  SORT-REC-KPI.
     03  SRK-ANO-MES             PIC 9(06).
     03  SRK-CLI-CODIGO          PIC 9(04).
     03  SRK-DATA-APURACAO       PIC 9(08).
     03  SRK-USU-ATIVOS          PIC 9(07).
     03  SRK-USU-COM-MEX         PIC 9(07).
     03  SRK-QTD-MEX             PIC 9(07).
     03  SRK-MEDIA-DIAS-MEX      PIC 9(05)V99.
     03  SRK-VIOLACOES-SOD       PIC 9(07).
     03  SRK-ITENS-ORFAOS        PIC 9(07).
     03  SRK-LACUNAS-ABRANG      PIC 9(07).
     03  SRK-GRUPOS-CONCEDIDOS   PIC 9(07).
     03  SRK-GRUPOS-NUNCA-USADOS PIC 9(07).
     03  SRK-PCT-NUNCA-USADOS    PIC 9(03)V99.
     03  SRK-CAMPANHA-CERT       PIC 9(06).
     03  SRK-PCT-RECERTIFICADO   PIC 9(03)V99.
     03  SRK-SUSPENSOES          PIC 9(07).
     03  SRK-PENDENTES-APROV     PIC 9(07).
     03  FILLER                  PIC X(24).

*----------------------------------------------------------------*
*  RELATORIO DE TENDENCIA - LINHA "CA" (MESES DA JANELA) SEGUIDA *
*  DAS LINHAS "IN" (UMA POR INDICADOR) DE CADA CLIENTE.          *
*----------------------------------------------------------------*

 FD  REL-KPI-TEND
     LABEL RECORD IS STANDARD.

 01  REG-KPI-TEND.
     03  TND-TIPO-LINHA          PIC X(02).
     03  TND-ANO-MES-REFERENCIA  PIC 9(06).
     03  TND-CLI-CODIGO          PIC 9(04).
     03  TND-INDICADOR           PIC X(08).
     03  TND-DESCRICAO           PIC X(40).
     03  TND-DETALHE.
         05  TND-MES             OCCURS 12 TIMES.
             07  TND-VALOR       PIC 9(07)V99.
             07  TND-MARCA       PIC X(01).
     03  TND-CABECALHO REDEFINES TND-DETALHE.
         05  TND-CAB-MES         OCCURS 12 TIMES.
             07  TND-CAB-ANO-MES PIC 9(06).
             07  FILLER          PIC X(04).

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

 77  WS-CONT-USUARIOS            PIC 9(09)   COMP.
 77  WS-CONT-CLI-PERDIDOS        PIC 9(09)   COMP.
 77  WS-CONT-SUS-PERDIDAS        PIC 9(09)   COMP.
 77  WS-CONT-HIST-COPIADOS       PIC 9(09)   COMP.
 77  WS-CONT-HIST-SUBSTITUIDOS   PIC 9(09)   COMP.
 77  WS-CONT-GRAVADOS            PIC 9(09)   COMP.
 77  WS-CONT-CLI-RELATORIO       PIC 9(09)   COMP.
 77  WS-CONT-MARCADAS            PIC 9(09)   COMP.

*----------------------------------------------------------------*
* LINHA DO HISTORICO KPIHIST (LIDA E GRAVADA POR ESTA AREA).     *
*----------------------------------------------------------------*

 01  WS-REG-KPI.
     03  KPI-ANO-MES             PIC 9(06).
     03  KPI-CLI-CODIGO          PIC 9(04).
     03  KPI-DATA-APURACAO       PIC 9(08).
     03  KPI-USU-ATIVOS          PIC 9(07).
     03  KPI-USU-COM-MEX         PIC 9(07).
     03  KPI-QTD-MEX             PIC 9(07).
     03  KPI-MEDIA-DIAS-MEX      PIC 9(05)V99.
     03  KPI-VIOLACOES-SOD       PIC 9(07).
     03  KPI-ITENS-ORFAOS        PIC 9(07).
     03  KPI-LACUNAS-ABRANG      PIC 9(07).
     03  KPI-GRUPOS-CONCEDIDOS   PIC 9(07).
     03  KPI-GRUPOS-NUNCA-USADOS PIC 9(07).
     03  KPI-PCT-NUNCA-USADOS    PIC 9(03)V99.
     03  KPI-CAMPANHA-CERT       PIC 9(06).
     03  KPI-PCT-RECERTIFICADO   PIC 9(03)V99.
     03  KPI-SUSPENSOES          PIC 9(07).
     03  KPI-PENDENTES-APROV     PIC 9(07).
     03  FILLER                  PIC X(24).

*----------------------------------------------------------------*
* INDICADORES DO RELATORIO DE TENDENCIA - NOME E DESCRICAO, NA   *
* ORDEM DA MATRIZ WS-TND-VALOR.                                  *
*----------------------------------------------------------------*

 01  WS-TAB-INDICADORES-CONSTANTES.
     03  FILLER      PIC X(08) VALUE "USUATIVO".
     03  FILLER      PIC X(40) VALUE
         "USUARIOS ATIVOS (NAO SUSPENSOS)         ".
     03  FILLER      PIC X(08) VALUE "USUMEX  ".
     03  FILLER      PIC X(40) VALUE
         "USUARIOS ATIVOS COM EXCECAO (MEX)       ".
     03  FILLER      PIC X(08) VALUE "DIASMEX ".
     03  FILLER      PIC X(40) VALUE
         "DURACAO MEDIA DA EXCECAO VIGENTE (DIAS) ".
     03  FILLER      PIC X(08) VALUE "SEGREG  ".
     03  FILLER      PIC X(40) VALUE
         "VIOLACOES DE SEGREGACAO (671)           ".
     03  FILLER      PIC X(08) VALUE "ORFAOS  ".
     03  FILLER      PIC X(40) VALUE
         "ITENS ORFAOS DA MATRIZ                  ".
     03  FILLER      PIC X(08) VALUE "ABRANG  ".
     03  FILLER      PIC X(40) VALUE
         "LACUNAS DE ABRANGENCIA (673)            ".
     03  FILLER      PIC X(08) VALUE "NAOUSADO".
     03  FILLER      PIC X(40) VALUE
         "% GRUPOS CONCEDIDOS NUNCA USADOS (690)  ".
     03  FILLER      PIC X(08) VALUE "RECERT  ".
     03  FILLER      PIC X(40) VALUE
         "% RECERTIFICACAO CONCLUIDA (670)        ".
     03  FILLER      PIC X(08) VALUE "SUSPENS ".
     03  FILLER      PIC X(40) VALUE
         "SUSPENSOES EXECUTADAS NO MES (692)      ".
     03  FILLER      PIC X(08) VALUE "PENDAPRO".
     03  FILLER      PIC X(40) VALUE
         "EXCECOES AGUARDANDO SEGUNDA APROVACAO   ".
 01  WS-TAB-INDICADORES REDEFINES WS-TAB-INDICADORES-CONSTANTES.
     03  WS-INDICADOR            OCCURS 10 TIMES.
         05  WS-IND-NOME         PIC X(08).
         05  WS-IND-DESCRICAO    PIC X(40).

 01  WS-IX-IND                   PIC 9(02)   COMP.

*----------------------------------------------------------------*
* INDICADORES DO MES DE REFERENCIA POR CLIENTE. O CLIENTE ENTRA  *
* NA TABELA NA PRIMEIRA VEZ QUE APARECE EM QUALQUER FONTE (VER   *
* 0290-LOCALIZA-CLIENTE).                                        *
*----------------------------------------------------------------*

 01  WS-TAB-CLIENTES.
     03  WS-CONT-CLIENTES        PIC 9(04)   COMP.
     03  WS-KCL OCCURS 1000 TIMES.
         05  WS-KCL-CLI-CODIGO   PIC 9(04).
         05  WS-KCL-USU-ATIVOS   PIC 9(07)   COMP.
         05  WS-KCL-USU-COM-MEX  PIC 9(07)   COMP.
         05  WS-KCL-QTD-MEX      PIC 9(07)   COMP.
         05  WS-KCL-DIAS-MEX     PIC 9(09)   COMP.
         05  WS-KCL-SEGREG       PIC 9(07)   COMP.
         05  WS-KCL-ORFAOS       PIC 9(07)   COMP.
         05  WS-KCL-ABRANG       PIC 9(07)   COMP.
         05  WS-KCL-GRUPOS       PIC 9(07)   COMP.
         05  WS-KCL-NUNCA-USADOS PIC 9(07)   COMP.
         05  WS-KCL-CAMPANHA     PIC 9(06).
         05  WS-KCL-CERT-LINHAS  PIC 9(09)   COMP.
         05  WS-KCL-CERT-PENDENTES
                                 PIC 9(09)   COMP.
         05  WS-KCL-SUSPENSOES   PIC 9(07)   COMP.
         05  WS-KCL-PEND-APROV   PIC 9(07)   COMP.
 01  WS-IX-CLI                   PIC 9(04)   COMP.
 01  WS-CLI-PROCURADO            PIC 9(04).

*----------------------------------------------------------------*
* SUSPENSOES EXECUTADAS NO MES DE REFERENCIA POR USUARIO.        *
*----------------------------------------------------------------*

 01  WS-TAB-SUSPENSOES.
     03  WS-CONT-SUSPENSOS       PIC 9(04)   COMP.
     03  WS-SUS OCCURS 3000 TIMES.
         05  WS-SUS-USU-CODIGO   PIC X(07).
         05  WS-SUS-QTD          PIC 9(05)   COMP.
 01  WS-IX-SUS                   PIC 9(04)   COMP.

*----------------------------------------------------------------*
* MES DE REFERENCIA, JANELA DO RELATORIO E TOLERANCIA. A JANELA  *
* TEM 13 MESES: O PRIMEIRO SO SERVE DE BASE PARA A VARIACAO DO   *
* SEGUNDO E NAO SAI NO RELATORIO.                                *
*----------------------------------------------------------------*

 01  WS-ANO-MES-REFERENCIA       PIC 9(06).
 01  WS-ANO-MES-REFERENCIA-R REDEFINES WS-ANO-MES-REFERENCIA.
     03  WS-ANO-REFERENCIA       PIC 9(04).
     03  WS-MES-REFERENCIA       PIC 9(02).
 01  WS-ANO-MES-CALCULO          PIC 9(06).
 01  WS-ANO-MES-CALCULO-R REDEFINES WS-ANO-MES-CALCULO.
     03  WS-ANO-CALCULO          PIC 9(04).
     03  WS-MES-CALCULO          PIC 9(02).
 01  WS-TOLERANCIA               PIC 9(03).

 01  WS-TAB-JANELA.
     03  WS-JAN-ANO-MES          PIC 9(06)   OCCURS 13 TIMES.
 01  WS-IX-MES                   PIC 9(02)   COMP.

*----------------------------------------------------------------*
* MATRIZ DO CLIENTE NO RELATORIO - MES X INDICADOR.              *
*----------------------------------------------------------------*

 01  WS-TAB-TENDENCIA.
     03  WS-TND-MES              OCCURS 13 TIMES.
         05  WS-TND-PRESENTE     PIC X(01).
         05  WS-TND-VALOR        PIC 9(07)V99 OCCURS 10 TIMES.

 01  WS-TENDENCIA.
     03  FLAG-FIM-KPI            PIC X(01).
     03  FLAG-TEM-CLIENTE        PIC X(01).
     03  WS-ANT-CLI-CODIGO       PIC 9(04).
     03  WS-IX-SAIDA             PIC 9(02)   COMP.
     03  WS-VALOR-ATUAL          PIC 9(07)V99.
     03  WS-VALOR-ANTERIOR       PIC 9(07)V99.
     03  WS-VARIACAO             PIC 9(07)V99.
     03  WS-VARIACAO-ESCALA      PIC 9(11)V99.
     03  WS-LIMITE-ESCALA        PIC 9(11)V99.
     03  WS-MARCA-VARIACAO       PIC X(01).

*----------------------------------------------------------------*
* APURACAO DAS LINHAS DE MEX DO USUARIO.                         *
*----------------------------------------------------------------*

 01 VARIAVEIS.
   02  FLAG-FIM-USUARIO          PIC X(01).
   02  FLAG-FIM-ARQUIVO          PIC X(01).
   02  WS-CLI-CODIGO-USU         PIC 9(04).
   02  WS-QTD-MEX-USU            PIC 9(07).
   02  WS-DIAS-MEX-USU           PIC 9(07).
   02  WS-PEND-APROV-USU         PIC 9(07).
   02  WS-AAAAMMDD-INI-USU       PIC 9(08).
   02  WS-AAAAMMDD-FIM-USU       PIC 9(08).
   02  WS-AAAAMMDD-INI-LINHA     PIC 9(08).
   02  WS-AAAAMMDD-FIM-LINHA     PIC 9(08).
   02  WS-DIAS-LINHA             PIC S9(07)  COMP.
   02  WS-AAAAMMDD-SISTEMA       PIC 9(08).
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

 0002-00-INICIO-TRATA-RELATORIO.

     OPEN INQUIRY BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-USUARIOS WS-CONT-CLI-PERDIDOS
                   WS-CONT-SUS-PERDIDAS WS-CONT-HIST-COPIADOS
                   WS-CONT-HIST-SUBSTITUIDOS WS-CONT-GRAVADOS
                   WS-CONT-CLI-RELATORIO WS-CONT-MARCADAS
                   WS-CONT-CLIENTES WS-CONT-SUSPENSOS.

     INITIALIZE VARIAVEIS.
     INITIALIZE ARRAY-IN-WS.

     MOVE 703 TO PRD-PROGRAMA-NUM.

     PERFORM 0080-VERIFICA-PREDECESSORES
        THRU 0080-VERIFICA-PREDECESSORES-FIM.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.
     COMPUTE WS-AAAAMMDD-SISTEMA = 20000000 + (ANO-ACCEPT * 10000) +
                                   (MES-ACCEPT * 100) + DIA-ACCEPT.

     DISPLAY "S0947-OBJ-703 - INFORME O MES DE REFERENCIA (AAAAMM):"
             UPON CONSOLE.
     ACCEPT WS-ANO-MES-REFERENCIA FROM CONSOLE.
     IF WS-ANO-MES-REFERENCIA EQUAL ZEROS
        COMPUTE WS-ANO-MES-REFERENCIA =
            200000 + (ANO-ACCEPT * 100) + MES-ACCEPT.

     IF WS-MES-REFERENCIA < 1 OR WS-MES-REFERENCIA > 12
        DISPLAY "S0947-OBJ-703 - MES DE REFERENCIA INVALIDO: "
                WS-ANO-MES-REFERENCIA
        MOVE "ANORMAL" TO LED-TERMINO-WS
        PERFORM 0910-LEDGER-TERMINO
           THRU 0910-LEDGER-TERMINO-FIM
        CLOSE BDSEGURANCA
        STOP RUN.

     DISPLAY "S0947-OBJ-703 - INFORME A TOLERANCIA DE VARIACAO (%):"
             UPON CONSOLE.
     ACCEPT WS-TOLERANCIA FROM CONSOLE.
     IF WS-TOLERANCIA EQUAL ZEROS
        MOVE 20 TO WS-TOLERANCIA.

     PERFORM 0150-MONTA-JANELA
        THRU 0150-MONTA-JANELA-FIM.

     PERFORM 0100-CARREGA-SUSPENSOES
        THRU 0100-CARREGA-SUSPENSOES-FIM.

     PERFORM 0200-APURA-USUARIOS
        THRU 0200-APURA-USUARIOS-FIM.

     PERFORM 0300-CONTA-SEGREGACAO
        THRU 0300-CONTA-SEGREGACAO-FIM.

     PERFORM 0310-CONTA-ORFAOS
        THRU 0310-CONTA-ORFAOS-FIM.

     PERFORM 0320-CONTA-ABRANGENCIA
        THRU 0320-CONTA-ABRANGENCIA-FIM.

     PERFORM 0330-CONTA-GRUPOS
        THRU 0330-CONTA-GRUPOS-FIM.

     PERFORM 0340-CONTA-NAO-USADOS
        THRU 0340-CONTA-NAO-USADOS-FIM.

     PERFORM 0350-CARREGA-CERTIFICACAO
        THRU 0350-CARREGA-CERTIFICACAO-FIM.

     PERFORM 0500-ATUALIZA-HISTORICO
        THRU 0500-ATUALIZA-HISTORICO-FIM.

     SORT WS-KPI-ORDENA
          ASCENDING KEY SRK-CLI-CODIGO SRK-ANO-MES
          INPUT PROCEDURE IS 0600-SELECIONA-JANELA
             THRU 0600-SELECIONA-JANELA-FIM
          OUTPUT PROCEDURE IS 0700-GRAVA-TENDENCIA
             THRU 0700-GRAVA-TENDENCIA-FIM.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-703 - MES DE REFERENCIA.....: "
             WS-ANO-MES-REFERENCIA.
     DISPLAY "S0947-OBJ-703 - USUARIOS LIDOS........: "
             WS-CONT-USUARIOS.
     DISPLAY "S0947-OBJ-703 - CLIENTES APURADOS.....: "
             WS-CONT-CLIENTES.
     DISPLAY "S0947-OBJ-703 - LINHAS SEM CLIENTE....: "
             WS-CONT-CLI-PERDIDOS.
     DISPLAY "S0947-OBJ-703 - SUSPENSOES DESPREZADAS: "
             WS-CONT-SUS-PERDIDAS.
     DISPLAY "S0947-OBJ-703 - MESES COPIADOS........: "
             WS-CONT-HIST-COPIADOS.
     DISPLAY "S0947-OBJ-703 - MESES SUBSTITUIDOS....: "
             WS-CONT-HIST-SUBSTITUIDOS.
     DISPLAY "S0947-OBJ-703 - LINHAS GRAVADAS.......: "
             WS-CONT-GRAVADOS.
     DISPLAY "S0947-OBJ-703 - CLIENTES NO RELATORIO.: "
             WS-CONT-CLI-RELATORIO.
     DISPLAY "S0947-OBJ-703 - VARIACOES MARCADAS....: "
             WS-CONT-MARCADAS.

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
*    SUSPENSOES EXECUTADAS NO MES DE REFERENCIA, POR USUARIO     *
******************************************************************

  0100-CARREGA-SUSPENSOES.

     OPEN INPUT AUD-SUSPENSAO.

  0101-PROXIMA-SUSPENSAO.

     READ AUD-SUSPENSAO
         AT END
            GO TO 0109-FECHA-SUSPENSAO.

     IF ASU-ACAO NOT EQUAL "SUSPENDER" OR
        ASU-RESULTADO NOT EQUAL "EXECUTADA" OR
        ASU-ANO-MES-ACAO NOT EQUAL WS-ANO-MES-REFERENCIA
        GO TO 0101-PROXIMA-SUSPENSAO.

     MOVE 1 TO WS-IX-SUS.

  0102-LOCALIZA-USUARIO.

     IF WS-IX-SUS > WS-CONT-SUSPENSOS
        GO TO 0103-INCLUI-USUARIO.

     IF WS-SUS-USU-CODIGO(WS-IX-SUS) EQUAL ASU-USU-CODIGO
        ADD 1 TO WS-SUS-QTD(WS-IX-SUS)
        GO TO 0101-PROXIMA-SUSPENSAO.

     ADD 1 TO WS-IX-SUS.
     GO TO 0102-LOCALIZA-USUARIO.

  0103-INCLUI-USUARIO.

     IF WS-CONT-SUSPENSOS NOT < 3000
        ADD 1 TO WS-CONT-SUS-PERDIDAS
        GO TO 0101-PROXIMA-SUSPENSAO.

     ADD 1 TO WS-CONT-SUSPENSOS.
     MOVE ASU-USU-CODIGO TO WS-SUS-USU-CODIGO(WS-CONT-SUSPENSOS).
     MOVE 1              TO WS-SUS-QTD(WS-CONT-SUSPENSOS).

     GO TO 0101-PROXIMA-SUSPENSAO.

  0109-FECHA-SUSPENSAO.

     CLOSE AUD-SUSPENSAO.

  0100-CARREGA-SUSPENSOES-FIM.
     EXIT.

******************************************************************
*    JANELA DE 13 MESES TERMINADA NO MES DE REFERENCIA           *
******************************************************************

  0150-MONTA-JANELA.

     MOVE WS-ANO-MES-REFERENCIA TO WS-JAN-ANO-MES(13)
                                   WS-ANO-MES-CALCULO.
     MOVE 13 TO WS-IX-MES.

  0151-MES-ANTERIOR.

     IF WS-IX-MES EQUAL 1
        GO TO 0150-MONTA-JANELA-FIM.

     IF WS-MES-CALCULO EQUAL 1
        SUBTRACT 1 FROM WS-ANO-CALCULO
        MOVE 12 TO WS-MES-CALCULO
     ELSE
        SUBTRACT 1 FROM WS-MES-CALCULO.

     SUBTRACT 1 FROM WS-IX-MES.
     MOVE WS-ANO-MES-CALCULO TO WS-JAN-ANO-MES(WS-IX-MES).

     GO TO 0151-MES-ANTERIOR.

  0150-MONTA-JANELA-FIM.
     EXIT.

******************************************************************
*    USUARIOS-CLI - ATIVOS, EXCECOES (MEX) VIGENTES E PENDENTES  *
*    DE APROVACAO, SUSPENSOES DO MES                             *
******************************************************************

  0200-APURA-USUARIOS.

     SET USC-POR-USUARIO TO BEGINNING.

  0201-PROXIMO-USUARIO.

     MOVE "N" TO FLAG-FIM-USUARIO.

     FIND NEXT USC-POR-USUARIO
         ON EXCEPTION
            IF DMSTATUS(NOTFOUND)
               MOVE "S" TO FLAG-FIM-USUARIO
            ELSE
               PERFORM 10000-00-TRATA-ERRO-DMS
                  THRU 10000-99-TRATA-ERRO-DMS
               MOVE "S" TO FLAG-FIM-USUARIO
            END-IF
     END-FIND.

     IF FLAG-FIM-USUARIO EQUAL "S"
        GO TO 0200-APURA-USUARIOS-FIM.

     ADD 1 TO WS-CONT-USUARIOS.

     MOVE CLI-CODIGO OF USUARIO-CLI TO WS-CLI-CODIGO-USU
                                       WS-CLI-PROCURADO.
     MOVE USU-CODIGO OF USUARIO-CLI TO USU-CODIGO-WS.
     MOVE ZEROS TO WS-QTD-MEX-USU WS-DIAS-MEX-USU
                   WS-PEND-APROV-USU.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI EQUAL ZEROS
        GO TO 0201-PROXIMO-USUARIO.

*    JANELA DO USUARIO = ENVOLTORIA DAS LINHAS, VALE PARA A LINHA
*    QUE NAO TEM JANELA PROPRIA. SEM ENVOLTORIA ESSA LINHA NAO ESTA
*    VIGENTE, MAS A PENDENTE DE APROVACAO CONTA DO MESMO JEITO.
     IF USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS
        MOVE ZEROS TO WS-AAAAMMDD-INI-USU WS-AAAAMMDD-FIM-USU
     ELSE
        COMPUTE WS-AAAAMMDD-INI-USU =
            (USC-SEC-INI-EXC OF USUARIO-CLI * 1000000) +
            (USC-ANO-INI-EXC OF USUARIO-CLI * 10000)   +
            (USC-MES-INI-EXC OF USUARIO-CLI * 100)     +
             USC-DIA-INI-EXC OF USUARIO-CLI
        COMPUTE WS-AAAAMMDD-FIM-USU =
            (USC-SEC-FIM-EXC OF USUARIO-CLI * 1000000) +
            (USC-ANO-FIM-EXC OF USUARIO-CLI * 10000)   +
            (USC-MES-FIM-EXC OF USUARIO-CLI * 100)     +
             USC-DIA-FIM-EXC OF USUARIO-CLI.

     PERFORM 0220-SOMA-MEX-GRUPOS
        THRU 0220-SOMA-MEX-GRUPOS-FIM.

     PERFORM 0230-SOMA-MEX-PERFIS
        THRU 0230-SOMA-MEX-PERFIS-FIM.

     ADD WS-PEND-APROV-USU TO WS-KCL-PEND-APROV(WS-IX-CLI).

     PERFORM 0250-SOMA-SUSPENSOES
        THRU 0250-SOMA-SUSPENSOES-FIM.

*    SUSPENSO NAO E ATIVO - A EXCECAO DELE FICA FORA DA MEDIA.
     IF FLAG-SUSPENSO OF USUARIO-CLI EQUAL "S"
        GO TO 0201-PROXIMO-USUARIO.

     ADD 1 TO WS-KCL-USU-ATIVOS(WS-IX-CLI).

     IF WS-QTD-MEX-USU NOT EQUAL ZEROS
        ADD 1               TO WS-KCL-USU-COM-MEX(WS-IX-CLI)
        ADD WS-QTD-MEX-USU  TO WS-KCL-QTD-MEX(WS-IX-CLI)
        ADD WS-DIAS-MEX-USU TO WS-KCL-DIAS-MEX(WS-IX-CLI).

     GO TO 0201-PROXIMO-USUARIO.

  0200-APURA-USUARIOS-FIM.
     EXIT.

  0220-SOMA-MEX-GRUPOS.

     SET GRX-POR-USU TO BEGINNING.

  0221-PROXIMO-GRUPO.

     FIND KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = WS-CLI-CODIGO-USU AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0220-SOMA-MEX-GRUPOS-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF GRUPO-EXC-USU EQUAL "P"
        ADD 1 TO WS-PEND-APROV-USU
        GO TO 0221-PROXIMO-GRUPO.

     IF GRX-SEC-FIM-EXC OF GRUPO-EXC-USU EQUAL ZEROS
        MOVE WS-AAAAMMDD-INI-USU TO WS-AAAAMMDD-INI-LINHA
        MOVE WS-AAAAMMDD-FIM-USU TO WS-AAAAMMDD-FIM-LINHA
     ELSE
        COMPUTE WS-AAAAMMDD-INI-LINHA =
            (GRX-SEC-INI-EXC OF GRUPO-EXC-USU * 1000000) +
            (GRX-ANO-INI-EXC OF GRUPO-EXC-USU * 10000)   +
            (GRX-MES-INI-EXC OF GRUPO-EXC-USU * 100)     +
             GRX-DIA-INI-EXC OF GRUPO-EXC-USU
        COMPUTE WS-AAAAMMDD-FIM-LINHA =
            (GRX-SEC-FIM-EXC OF GRUPO-EXC-USU * 1000000) +
            (GRX-ANO-FIM-EXC OF GRUPO-EXC-USU * 10000)   +
            (GRX-MES-FIM-EXC OF GRUPO-EXC-USU * 100)     +
             GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     PERFORM 0240-SOMA-LINHA-MEX
        THRU 0240-SOMA-LINHA-MEX-FIM.

     GO TO 0221-PROXIMO-GRUPO.

  0220-SOMA-MEX-GRUPOS-FIM.
     EXIT.

  0230-SOMA-MEX-PERFIS.

     SET PRX-POR-USU-PER TO BEGINNING.

  0231-PROXIMO-PERFIL.

     FIND NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = WS-CLI-CODIGO-USU AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0230-SOMA-MEX-PERFIS-FIM
     END-FIND.

     IF SITUACAO-APROVACAO OF PERFIL-EXC-USU EQUAL "P"
        ADD 1 TO WS-PEND-APROV-USU
        GO TO 0231-PROXIMO-PERFIL.

     IF PRX-SEC-FIM-EXC OF PERFIL-EXC-USU EQUAL ZEROS
        MOVE WS-AAAAMMDD-INI-USU TO WS-AAAAMMDD-INI-LINHA
        MOVE WS-AAAAMMDD-FIM-USU TO WS-AAAAMMDD-FIM-LINHA
     ELSE
        COMPUTE WS-AAAAMMDD-INI-LINHA =
            (PRX-SEC-INI-EXC OF PERFIL-EXC-USU * 1000000) +
            (PRX-ANO-INI-EXC OF PERFIL-EXC-USU * 10000)   +
            (PRX-MES-INI-EXC OF PERFIL-EXC-USU * 100)     +
             PRX-DIA-INI-EXC OF PERFIL-EXC-USU
        COMPUTE WS-AAAAMMDD-FIM-LINHA =
            (PRX-SEC-FIM-EXC OF PERFIL-EXC-USU * 1000000) +
            (PRX-ANO-FIM-EXC OF PERFIL-EXC-USU * 10000)   +
            (PRX-MES-FIM-EXC OF PERFIL-EXC-USU * 100)     +
             PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

     PERFORM 0240-SOMA-LINHA-MEX
        THRU 0240-SOMA-LINHA-MEX-FIM.

     GO TO 0231-PROXIMO-PERFIL.

  0230-SOMA-MEX-PERFIS-FIM.
     EXIT.

*----------------------------------------------------------------*
* SO CONTA A LINHA AINDA VIGENTE; A DURACAO E A JANELA INTEIRA   *
* DELA (INICIO A FIM), NAO SO O QUE FALTA - MESMA REGRA DO 697.  *
*----------------------------------------------------------------*

  0240-SOMA-LINHA-MEX.

     IF WS-AAAAMMDD-FIM-LINHA < WS-AAAAMMDD-SISTEMA
        GO TO 0240-SOMA-LINHA-MEX-FIM.

     ADD 1 TO WS-QTD-MEX-USU.

     IF WS-AAAAMMDD-INI-LINHA < 19000101 OR
        WS-AAAAMMDD-INI-LINHA > WS-AAAAMMDD-FIM-LINHA
        GO TO 0240-SOMA-LINHA-MEX-FIM.

     COMPUTE WS-DIAS-LINHA =
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-FIM-LINHA) -
         FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-INI-LINHA) + 1.

     ADD WS-DIAS-LINHA TO WS-DIAS-MEX-USU.

  0240-SOMA-LINHA-MEX-FIM.
     EXIT.

*----------------------------------------------------------------*
* A TRILHA DE SUSPENSOES NAO TEM CLIENTE - A SUSPENSAO DO        *
* USERCODE CONTA EM CADA CLIENTE EM QUE ELE TEM USUARIO-CLI.     *
*----------------------------------------------------------------*

  0250-SOMA-SUSPENSOES.

     MOVE 1 TO WS-IX-SUS.

  0251-LOCALIZA-SUSPENSAO.

     IF WS-IX-SUS > WS-CONT-SUSPENSOS
        GO TO 0250-SOMA-SUSPENSOES-FIM.

     IF WS-SUS-USU-CODIGO(WS-IX-SUS) EQUAL USU-CODIGO-WS
        ADD WS-SUS-QTD(WS-IX-SUS) TO WS-KCL-SUSPENSOES(WS-IX-CLI)
        GO TO 0250-SOMA-SUSPENSOES-FIM.

     ADD 1 TO WS-IX-SUS.
     GO TO 0251-LOCALIZA-SUSPENSAO.

  0250-SOMA-SUSPENSOES-FIM.
     EXIT.

*----------------------------------------------------------------*
* POSICAO DO CLIENTE WS-CLI-PROCURADO NA TABELA (INCLUI SE AINDA *
* NAO ESTA). TABELA CHEIA DEVOLVE WS-IX-CLI ZERADO E A LINHA DE  *
* ORIGEM E DESPREZADA.                                           *
*----------------------------------------------------------------*

  0290-LOCALIZA-CLIENTE.

     MOVE 1 TO WS-IX-CLI.

  0291-COMPARA-CLIENTE.

     IF WS-IX-CLI > WS-CONT-CLIENTES
        GO TO 0292-INCLUI-CLIENTE.

     IF WS-KCL-CLI-CODIGO(WS-IX-CLI) EQUAL WS-CLI-PROCURADO
        GO TO 0290-LOCALIZA-CLIENTE-FIM.

     ADD 1 TO WS-IX-CLI.
     GO TO 0291-COMPARA-CLIENTE.

  0292-INCLUI-CLIENTE.

     IF WS-CONT-CLIENTES NOT < 1000
        MOVE ZEROS TO WS-IX-CLI
        ADD 1 TO WS-CONT-CLI-PERDIDOS
        GO TO 0290-LOCALIZA-CLIENTE-FIM.

     ADD 1 TO WS-CONT-CLIENTES.
     MOVE WS-CONT-CLIENTES TO WS-IX-CLI.
     INITIALIZE WS-KCL(WS-IX-CLI).
     MOVE WS-CLI-PROCURADO TO WS-KCL-CLI-CODIGO(WS-IX-CLI).

  0290-LOCALIZA-CLIENTE-FIM.
     EXIT.

******************************************************************
*    VIOLACOES DE SEGREGACAO (RELSEGREG) POR CLIENTE             *
******************************************************************

  0300-CONTA-SEGREGACAO.

     OPEN INPUT REL-SEGREGACAO.

  0301-PROXIMA-SEGREGACAO.

     READ REL-SEGREGACAO
         AT END
            GO TO 0302-FECHA-SEGREGACAO.

     MOVE SEG-CLI-CODIGO TO WS-CLI-PROCURADO.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI NOT EQUAL ZEROS
        ADD 1 TO WS-KCL-SEGREG(WS-IX-CLI).

     GO TO 0301-PROXIMA-SEGREGACAO.

  0302-FECHA-SEGREGACAO.

     CLOSE REL-SEGREGACAO.

  0300-CONTA-SEGREGACAO-FIM.
     EXIT.

******************************************************************
*    ITENS ORFAOS DA MATRIZ (RELORFAOS) POR CLIENTE              *
******************************************************************

  0310-CONTA-ORFAOS.

     OPEN INPUT REL-ORFAOS.

  0311-PROXIMO-ORFAO.

     READ REL-ORFAOS
         AT END
            GO TO 0312-FECHA-ORFAOS.

     MOVE ORF-CLI-CODIGO TO WS-CLI-PROCURADO.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI NOT EQUAL ZEROS
        ADD 1 TO WS-KCL-ORFAOS(WS-IX-CLI).

     GO TO 0311-PROXIMO-ORFAO.

  0312-FECHA-ORFAOS.

     CLOSE REL-ORFAOS.

  0310-CONTA-ORFAOS-FIM.
     EXIT.

******************************************************************
*    LACUNAS DE ABRANGENCIA (RELVALABRANG) POR CLIENTE - TODA    *
*    LINHA DO RELATORIO E UMA LACUNA                             *
******************************************************************

  0320-CONTA-ABRANGENCIA.

     OPEN INPUT REL-VAL-ABRANG.

  0321-PROXIMA-ABRANGENCIA.

     READ REL-VAL-ABRANG
         AT END
            GO TO 0322-FECHA-ABRANGENCIA.

     MOVE VAB-CLI-CODIGO TO WS-CLI-PROCURADO.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI NOT EQUAL ZEROS
        ADD 1 TO WS-KCL-ABRANG(WS-IX-CLI).

     GO TO 0321-PROXIMA-ABRANGENCIA.

  0322-FECHA-ABRANGENCIA.

     CLOSE REL-VAL-ABRANG.

  0320-CONTA-ABRANGENCIA-FIM.
     EXIT.

******************************************************************
*    GRUPOS CONCEDIDOS - LINHAS "GRUPO" DA MATRIZCOMUM           *
******************************************************************

  0330-CONTA-GRUPOS.

     OPEN INPUT MATRIZ-COMUM.

  0331-PROXIMA-MATRIZ.

     READ MATRIZ-COMUM
         AT END
            GO TO 0332-FECHA-MATRIZ.

     IF MTZ-TIPO-LINHA NOT EQUAL "GRUPO"
        GO TO 0331-PROXIMA-MATRIZ.

     MOVE MTZ-CLI-CODIGO TO WS-CLI-PROCURADO.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI NOT EQUAL ZEROS
        ADD 1 TO WS-KCL-GRUPOS(WS-IX-CLI).

     GO TO 0331-PROXIMA-MATRIZ.

  0332-FECHA-MATRIZ.

     CLOSE MATRIZ-COMUM.

  0330-CONTA-GRUPOS-FIM.
     EXIT.

******************************************************************
*    GRUPOS NUNCA USADOS (RELNAOUSADO COM 99999 DIAS)            *
******************************************************************

  0340-CONTA-NAO-USADOS.

     OPEN INPUT REL-NAO-USADO.

  0341-PROXIMO-NAO-USADO.

     READ REL-NAO-USADO
         AT END
            GO TO 0342-FECHA-NAO-USADO.

     IF NUS-DIAS-SEM-USO NOT EQUAL 99999
        GO TO 0341-PROXIMO-NAO-USADO.

     MOVE NUS-CLI-CODIGO TO WS-CLI-PROCURADO.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI NOT EQUAL ZEROS
        ADD 1 TO WS-KCL-NUNCA-USADOS(WS-IX-CLI).

     GO TO 0341-PROXIMO-NAO-USADO.

  0342-FECHA-NAO-USADO.

     CLOSE REL-NAO-USADO.

  0340-CONTA-NAO-USADOS-FIM.
     EXIT.

******************************************************************
*    RECERTIFICACAO - LINHA "TC" DA CAMPANHA MAIS RECENTE DE     *
*    CADA CLIENTE NO RELCERTSTATUS (A DE MESMA CAMPANHA MAIS     *
*    ADIANTE NO ARQUIVO SUBSTITUI A ANTERIOR)                    *
******************************************************************

  0350-CARREGA-CERTIFICACAO.

     OPEN INPUT REL-CERT-STATUS.

  0351-PROXIMO-STATUS.

     READ REL-CERT-STATUS
         AT END
            GO TO 0352-FECHA-STATUS.

     IF STA-TIPO-LINHA NOT EQUAL "TC"
        GO TO 0351-PROXIMO-STATUS.

     MOVE STA-CLI-CODIGO TO WS-CLI-PROCURADO.

     PERFORM 0290-LOCALIZA-CLIENTE
        THRU 0290-LOCALIZA-CLIENTE-FIM.

     IF WS-IX-CLI EQUAL ZEROS
        GO TO 0351-PROXIMO-STATUS.

     IF STA-CAMPANHA < WS-KCL-CAMPANHA(WS-IX-CLI)
        GO TO 0351-PROXIMO-STATUS.

     MOVE STA-CAMPANHA      TO WS-KCL-CAMPANHA(WS-IX-CLI).
     MOVE STA-QTD-LINHAS    TO WS-KCL-CERT-LINHAS(WS-IX-CLI).
     MOVE STA-QTD-PENDENTES TO WS-KCL-CERT-PENDENTES(WS-IX-CLI).

     GO TO 0351-PROXIMO-STATUS.

  0352-FECHA-STATUS.

     CLOSE REL-CERT-STATUS.

  0350-CARREGA-CERTIFICACAO-FIM.
     EXIT.

******************************************************************
*    HISTORICO KPIHIST - COPIA OS OUTROS MESES PARA A GERACAO    *
*    NOVA E ACRESCENTA O MES DE REFERENCIA                       *
******************************************************************

  0500-ATUALIZA-HISTORICO.

     OPEN INPUT  KPI-HISTORICO.
     OPEN OUTPUT KPI-HIST-NOVO.

  0501-PROXIMO-HISTORICO.

     READ KPI-HISTORICO INTO WS-REG-KPI
         AT END
            GO TO 0502-FECHA-HISTORICO.

     IF KPI-ANO-MES EQUAL WS-ANO-MES-REFERENCIA
        ADD 1 TO WS-CONT-HIST-SUBSTITUIDOS
        GO TO 0501-PROXIMO-HISTORICO.

     WRITE REG-KPI-HIST-NOVO FROM WS-REG-KPI.
     ADD 1 TO WS-CONT-HIST-COPIADOS.

     GO TO 0501-PROXIMO-HISTORICO.

  0502-FECHA-HISTORICO.

     CLOSE KPI-HISTORICO.

     MOVE 1 TO WS-IX-CLI.

  0503-GRAVA-CLIENTE.

     IF WS-IX-CLI > WS-CONT-CLIENTES
        GO TO 0509-FECHA-HIST-NOVO.

     PERFORM 0510-CALCULA-INDICADORES
        THRU 0510-CALCULA-INDICADORES-FIM.

     WRITE REG-KPI-HIST-NOVO FROM WS-REG-KPI.
     ADD 1 TO WS-CONT-GRAVADOS.

     ADD 1 TO WS-IX-CLI.
     GO TO 0503-GRAVA-CLIENTE.

  0509-FECHA-HIST-NOVO.

     CLOSE KPI-HIST-NOVO.

  0500-ATUALIZA-HISTORICO-FIM.
     EXIT.

*----------------------------------------------------------------*
* LINHA DO MES DE REFERENCIA DO CLIENTE WS-IX-CLI. MEDIA E       *
* PERCENTUAIS FICAM ZERADOS QUANDO A BASE E ZERO.                *
*----------------------------------------------------------------*

  0510-CALCULA-INDICADORES.

     MOVE SPACES                 TO WS-REG-KPI.
     MOVE WS-ANO-MES-REFERENCIA  TO KPI-ANO-MES.
     MOVE WS-KCL-CLI-CODIGO(WS-IX-CLI)   TO KPI-CLI-CODIGO.
     MOVE WS-AAAAMMDD-SISTEMA    TO KPI-DATA-APURACAO.
     MOVE WS-KCL-USU-ATIVOS(WS-IX-CLI)   TO KPI-USU-ATIVOS.
     MOVE WS-KCL-USU-COM-MEX(WS-IX-CLI)  TO KPI-USU-COM-MEX.
     MOVE WS-KCL-QTD-MEX(WS-IX-CLI)      TO KPI-QTD-MEX.
     MOVE WS-KCL-SEGREG(WS-IX-CLI)       TO KPI-VIOLACOES-SOD.
     MOVE WS-KCL-ORFAOS(WS-IX-CLI)       TO KPI-ITENS-ORFAOS.
     MOVE WS-KCL-ABRANG(WS-IX-CLI)       TO KPI-LACUNAS-ABRANG.
     MOVE WS-KCL-GRUPOS(WS-IX-CLI)       TO KPI-GRUPOS-CONCEDIDOS.
     MOVE WS-KCL-NUNCA-USADOS(WS-IX-CLI) TO KPI-GRUPOS-NUNCA-USADOS.
     MOVE WS-KCL-CAMPANHA(WS-IX-CLI)     TO KPI-CAMPANHA-CERT.
     MOVE WS-KCL-SUSPENSOES(WS-IX-CLI)   TO KPI-SUSPENSOES.
     MOVE WS-KCL-PEND-APROV(WS-IX-CLI)   TO KPI-PENDENTES-APROV.
     MOVE ZEROS TO KPI-MEDIA-DIAS-MEX KPI-PCT-NUNCA-USADOS
                   KPI-PCT-RECERTIFICADO.

     IF WS-KCL-QTD-MEX(WS-IX-CLI) NOT EQUAL ZEROS
        COMPUTE KPI-MEDIA-DIAS-MEX ROUNDED =
            WS-KCL-DIAS-MEX(WS-IX-CLI) / WS-KCL-QTD-MEX(WS-IX-CLI).

*    O RELNAOUSADO VEM DO SNAPSHOT E A MATRIZ E DA NOITE - O
*    PERCENTUAL NAO PASSA DE 100.
     IF WS-KCL-GRUPOS(WS-IX-CLI) NOT EQUAL ZEROS
        IF WS-KCL-NUNCA-USADOS(WS-IX-CLI) >
           WS-KCL-GRUPOS(WS-IX-CLI)
           MOVE 100 TO KPI-PCT-NUNCA-USADOS
        ELSE
           COMPUTE KPI-PCT-NUNCA-USADOS ROUNDED =
               (WS-KCL-NUNCA-USADOS(WS-IX-CLI) * 100) /
                WS-KCL-GRUPOS(WS-IX-CLI).

     IF WS-KCL-CERT-LINHAS(WS-IX-CLI) NOT EQUAL ZEROS AND
        WS-KCL-CERT-PENDENTES(WS-IX-CLI) NOT >
        WS-KCL-CERT-LINHAS(WS-IX-CLI)
        COMPUTE KPI-PCT-RECERTIFICADO ROUNDED =
            ((WS-KCL-CERT-LINHAS(WS-IX-CLI) -
              WS-KCL-CERT-PENDENTES(WS-IX-CLI)) * 100) /
              WS-KCL-CERT-LINHAS(WS-IX-CLI).

  0510-CALCULA-INDICADORES-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE ENTRADA DA ORDENACAO - MESES DA JANELA NO   *
*    HISTORICO JA ATUALIZADO                                     *
******************************************************************

  0600-SELECIONA-JANELA.

     OPEN INPUT KPI-HIST-NOVO.

  0601-PROXIMO-MES.

     READ KPI-HIST-NOVO INTO WS-REG-KPI
         AT END
            GO TO 0609-FECHA-HIST-NOVO.

     IF KPI-ANO-MES < WS-JAN-ANO-MES(1) OR
        KPI-ANO-MES > WS-JAN-ANO-MES(13)
        GO TO 0601-PROXIMO-MES.

     MOVE WS-REG-KPI TO SORT-REC-KPI.

     RELEASE SORT-REC-KPI.

     GO TO 0601-PROXIMO-MES.

  0609-FECHA-HIST-NOVO.

     CLOSE KPI-HIST-NOVO.

  0600-SELECIONA-JANELA-FIM.
     EXIT.

******************************************************************
*    PROCEDIMENTO DE SAIDA DA ORDENACAO - MONTA A MATRIZ DE CADA *
*    CLIENTE E GRAVA O RELATORIO DE TENDENCIA                    *
******************************************************************

  0700-GRAVA-TENDENCIA.

     OPEN OUTPUT REL-KPI-TEND.

     MOVE "N"   TO FLAG-FIM-KPI FLAG-TEM-CLIENTE.
     MOVE ZEROS TO WS-ANT-CLI-CODIGO.

     PERFORM 0740-LIMPA-CLIENTE
        THRU 0740-LIMPA-CLIENTE-FIM.

  0701-PROXIMO-MES.

     RETURN WS-KPI-ORDENA
         AT END
            MOVE "S" TO FLAG-FIM-KPI.

     IF FLAG-FIM-KPI EQUAL "S"
        IF FLAG-TEM-CLIENTE EQUAL "S"
           PERFORM 0720-GRAVA-CLIENTE
              THRU 0720-GRAVA-CLIENTE-FIM
           GO TO 0709-FECHA-TENDENCIA
        ELSE
           GO TO 0709-FECHA-TENDENCIA.

     IF FLAG-TEM-CLIENTE EQUAL "S" AND
        SRK-CLI-CODIGO EQUAL WS-ANT-CLI-CODIGO
        GO TO 0702-GUARDA-MES.

     IF FLAG-TEM-CLIENTE EQUAL "S"
        PERFORM 0720-GRAVA-CLIENTE
           THRU 0720-GRAVA-CLIENTE-FIM
        PERFORM 0740-LIMPA-CLIENTE
           THRU 0740-LIMPA-CLIENTE-FIM.

     MOVE SRK-CLI-CODIGO TO WS-ANT-CLI-CODIGO.
     MOVE "S"            TO FLAG-TEM-CLIENTE.

  0702-GUARDA-MES.

     PERFORM 0710-GUARDA-MES
        THRU 0710-GUARDA-MES-FIM.

     GO TO 0701-PROXIMO-MES.

  0709-FECHA-TENDENCIA.

     CLOSE REL-KPI-TEND.

  0700-GRAVA-TENDENCIA-FIM.
     EXIT.

*----------------------------------------------------------------*
* GUARDA OS INDICADORES DA LINHA DO HISTORICO NA COLUNA DO MES,  *
* NA ORDEM DA TABELA WS-TAB-INDICADORES.                         *
*----------------------------------------------------------------*

  0710-GUARDA-MES.

     MOVE 1 TO WS-IX-MES.

  0711-LOCALIZA-MES.

     IF WS-IX-MES > 13
        GO TO 0710-GUARDA-MES-FIM.

     IF WS-JAN-ANO-MES(WS-IX-MES) NOT EQUAL SRK-ANO-MES
        ADD 1 TO WS-IX-MES
        GO TO 0711-LOCALIZA-MES.

     MOVE "S"                     TO WS-TND-PRESENTE(WS-IX-MES).
     MOVE SRK-USU-ATIVOS          TO WS-TND-VALOR(WS-IX-MES, 1).
     MOVE SRK-USU-COM-MEX         TO WS-TND-VALOR(WS-IX-MES, 2).
     MOVE SRK-MEDIA-DIAS-MEX      TO WS-TND-VALOR(WS-IX-MES, 3).
     MOVE SRK-VIOLACOES-SOD       TO WS-TND-VALOR(WS-IX-MES, 4).
     MOVE SRK-ITENS-ORFAOS        TO WS-TND-VALOR(WS-IX-MES, 5).
     MOVE SRK-LACUNAS-ABRANG      TO WS-TND-VALOR(WS-IX-MES, 6).
     MOVE SRK-PCT-NUNCA-USADOS    TO WS-TND-VALOR(WS-IX-MES, 7).
     MOVE SRK-PCT-RECERTIFICADO   TO WS-TND-VALOR(WS-IX-MES, 8).
     MOVE SRK-SUSPENSOES          TO WS-TND-VALOR(WS-IX-MES, 9).
     MOVE SRK-PENDENTES-APROV     TO WS-TND-VALOR(WS-IX-MES, 10).

  0710-GUARDA-MES-FIM.
     EXIT.

*----------------------------------------------------------------*
* LINHA "CA" COM OS 12 MESES E UMA LINHA "IN" POR INDICADOR. A   *
* COLUNA N DO RELATORIO E O MES N + 1 DA JANELA.                 *
*----------------------------------------------------------------*

  0720-GRAVA-CLIENTE.

     MOVE SPACES                TO REG-KPI-TEND.
     MOVE "CA"                  TO TND-TIPO-LINHA.
     MOVE WS-ANO-MES-REFERENCIA TO TND-ANO-MES-REFERENCIA.
     MOVE WS-ANT-CLI-CODIGO     TO TND-CLI-CODIGO.
     MOVE "MESES"               TO TND-INDICADOR.
     MOVE "MES DA APURACAO (AAAAMM)" TO TND-DESCRICAO.

     MOVE 1 TO WS-IX-SAIDA.

  0721-MES-CABECALHO.

     IF WS-IX-SAIDA > 12
        GO TO 0722-GRAVA-CABECALHO.

     COMPUTE WS-IX-MES = WS-IX-SAIDA + 1.
     MOVE WS-JAN-ANO-MES(WS-IX-MES) TO TND-CAB-ANO-MES(WS-IX-SAIDA).

     ADD 1 TO WS-IX-SAIDA.
     GO TO 0721-MES-CABECALHO.

  0722-GRAVA-CABECALHO.

     WRITE REG-KPI-TEND.
     ADD 1 TO WS-CONT-CLI-RELATORIO.

     MOVE 1 TO WS-IX-IND.

  0723-PROXIMO-INDICADOR.

     IF WS-IX-IND > 10
        GO TO 0720-GRAVA-CLIENTE-FIM.

     MOVE SPACES                    TO REG-KPI-TEND.
     MOVE "IN"                      TO TND-TIPO-LINHA.
     MOVE WS-ANO-MES-REFERENCIA     TO TND-ANO-MES-REFERENCIA.
     MOVE WS-ANT-CLI-CODIGO         TO TND-CLI-CODIGO.
     MOVE WS-IND-NOME(WS-IX-IND)    TO TND-INDICADOR.
     MOVE WS-IND-DESCRICAO(WS-IX-IND) TO TND-DESCRICAO.

     MOVE 1 TO WS-IX-SAIDA.

  0724-MES-INDICADOR.

     IF WS-IX-SAIDA > 12
        GO TO 0725-GRAVA-INDICADOR.

     COMPUTE WS-IX-MES = WS-IX-SAIDA + 1.

     PERFORM 0730-MARCA-VARIACAO
        THRU 0730-MARCA-VARIACAO-FIM.

     MOVE WS-TND-VALOR(WS-IX-MES, WS-IX-IND)
       TO TND-VALOR(WS-IX-SAIDA).
     MOVE WS-MARCA-VARIACAO TO TND-MARCA(WS-IX-SAIDA).

     ADD 1 TO WS-IX-SAIDA.
     GO TO 0724-MES-INDICADOR.

  0725-GRAVA-INDICADOR.

     WRITE REG-KPI-TEND.

     ADD 1 TO WS-IX-IND.
     GO TO 0723-PROXIMO-INDICADOR.

  0720-GRAVA-CLIENTE-FIM.
     EXIT.

*----------------------------------------------------------------*
* VARIACAO DO INDICADOR WS-IX-IND DO MES WS-IX-MES CONTRA O MES  *
* ANTERIOR: "A" SEM APURACAO NO MES; BRANCO SEM APURACAO NO MES  *
* ANTERIOR OU DENTRO DA TOLERANCIA; "+"/"-" ACIMA DELA (DE ZERO  *
* PARA QUALQUER VALOR E SEMPRE "+").                             *
*----------------------------------------------------------------*

  0730-MARCA-VARIACAO.

     MOVE SPACES TO WS-MARCA-VARIACAO.

     IF WS-TND-PRESENTE(WS-IX-MES) NOT EQUAL "S"
        MOVE "A" TO WS-MARCA-VARIACAO
        GO TO 0730-MARCA-VARIACAO-FIM.

     IF WS-TND-PRESENTE(WS-IX-MES - 1) NOT EQUAL "S"
        GO TO 0730-MARCA-VARIACAO-FIM.

     MOVE WS-TND-VALOR(WS-IX-MES, WS-IX-IND)     TO WS-VALOR-ATUAL.
     MOVE WS-TND-VALOR(WS-IX-MES - 1, WS-IX-IND) TO WS-VALOR-ANTERIOR.

     IF WS-VALOR-ATUAL > WS-VALOR-ANTERIOR
        COMPUTE WS-VARIACAO = WS-VALOR-ATUAL - WS-VALOR-ANTERIOR
        MOVE "+" TO WS-MARCA-VARIACAO
     ELSE
        COMPUTE WS-VARIACAO = WS-VALOR-ANTERIOR - WS-VALOR-ATUAL
        MOVE "-" TO WS-MARCA-VARIACAO.

     COMPUTE WS-VARIACAO-ESCALA = WS-VARIACAO * 100.
     COMPUTE WS-LIMITE-ESCALA   = WS-VALOR-ANTERIOR * WS-TOLERANCIA.

     IF WS-VARIACAO-ESCALA > WS-LIMITE-ESCALA
        ADD 1 TO WS-CONT-MARCADAS
     ELSE
        MOVE SPACES TO WS-MARCA-VARIACAO.

  0730-MARCA-VARIACAO-FIM.
     EXIT.

  0740-LIMPA-CLIENTE.

     MOVE 1 TO WS-IX-MES.

  0741-LIMPA-MES.

     IF WS-IX-MES > 13
        GO TO 0740-LIMPA-CLIENTE-FIM.

     MOVE "N" TO WS-TND-PRESENTE(WS-IX-MES).

     MOVE 1 TO WS-IX-IND.

  0742-LIMPA-INDICADOR.

     IF WS-IX-IND > 10
        ADD 1 TO WS-IX-MES
        GO TO 0741-LIMPA-MES.

     MOVE ZEROS TO WS-TND-VALOR(WS-IX-MES, WS-IX-IND).

     ADD 1 TO WS-IX-IND.
     GO TO 0742-LIMPA-INDICADOR.

  0740-LIMPA-CLIENTE-FIM.
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

     DISPLAY "S0947-OBJ-703 - ERRO DMS " DMS-RESULT-WS
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

     MOVE "FIM"          TO LED-TIPO-REG.
     MOVE LED-TERMINO-WS TO LED-TERMINO.
     MOVE WS-CONT-CLIENTES TO LED-CONT-ENTRADA.
     MOVE WS-CONT-GRAVADOS TO LED-CONT-SAIDA.
     MOVE WS-CONT-MARCADAS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-703" TO LED-PROGRAMA.

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
