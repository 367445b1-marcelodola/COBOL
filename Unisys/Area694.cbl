000000*SV-HISTORICO-PESSOA.
000000    02 AREA-HEADER.
000000      03  TRANCODE                       PIC X(10).
000000      03  ACAO                           PIC X(70).
000000      03  VERSAO-AREA                    PIC 9(05).
000000      03  LIT-HIS1                       PIC X(15).
000000      03  SESSAO-COMS                    PIC X(38).
000000      03  CODIGO-RESULTADO               PIC 9(4).
000000      03  MENSAGEM-RESULTADO             PIC X(158).
000000      03  LIT-HIS2                       PIC X(200).
000000*INFORMACOES ENVIADAS PELA ESTACAO
000000    02 AREA-APLICATIVO.
000000       03 CLI-CODIGO-ENTRADA             PIC 9(04).
000000*         ZEROS = CLIENTE DA JANELA DA ESTACAO.
000000       03 USU-CODIGO-ENTRADA             PIC X(07).
000000       03 DATA-INI-ENTRADA               PIC 9(08).
000000*         AAAAMMDD - ZEROS = DESDE O INICIO DAS TRILHAS.
000000       03 DATA-FIM-ENTRADA               PIC 9(08).
000000*         AAAAMMDD - ZEROS = DATA DO SISTEMA.
000000    02 AREA-CONTROLE.
000000       03 FLAG-FIM                       PIC X(01).
000000       03 CONT-REG                       PIC 9(04).
000000       03 PAGINACAO.
000000           05 PAGINA-ATUAL                PIC 9(03).
000000           05 FLAG-MAIS-DADOS             PIC X(01).
000000*INFORMACOES DEVOLVIDAS PARA A ESTACAO
000000*   UMA LINHA POR EVENTO, EM ORDEM CRONOLOGICA. HIS-TRILHA DIZ
000000*   DE ONDE VEIO O EVENTO (AUDMACMEX, AUDMEXMNT, AUDMACMNT,
000000*   AUDPARMNT, AUDSUSPENSAO, HISTMEXEXP OU AUDEMERG);
000000*   USERCODE/STATION ZERADOS = EVENTO GRAVADO POR PROCESSAMENTO
000000*   BATCH.
000000    02 TAB-HIS.
000000       03 TAB-EVENTOS       OCCURS 150 TIMES.
000000            05 HIS-DATA-EVENTO               PIC 9(08).
000000            05 HIS-TIMESTAMP                 PIC 9(11).
000000            05 HIS-TRILHA                    PIC X(12).
000000            05 HIS-USERCODE                  PIC 9(11).
000000            05 HIS-STATION                   PIC 9(11).
000000            05 HIS-ACAO                      PIC X(10).
000000            05 HIS-TIPO-ITEM                 PIC X(06).
000000            05 HIS-SIS-CODIGO                PIC 9(04).
000000            05 HIS-GOP-CODIGO                PIC 9(04).
000000            05 HIS-PER-CODIGO                PIC 9(05).
000000            05 HIS-LOT-CODIGO                PIC 9(04).
000000            05 HIS-TIF-CODIGO                PIC 9(04).
000000            05 HIS-DATA-INI                  PIC 9(08).
000000            05 HIS-DATA-FIM                  PIC 9(08).
000000            05 HIS-PRM-IDENT                 PIC X(08).
000000            05 HIS-COMPLEMENTO               PIC X(60).
000000            05 HIS-RESULTADO                 PIC X(09).
000000
