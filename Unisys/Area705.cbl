000000*SV-EMERGENCIA.
000000    02 AREA-HEADER.
000000      03  TRANCODE                       PIC X(10).
000000      03  ACAO                           PIC X(70).
000000      03  VERSAO-AREA                    PIC 9(05).
000000      03  LIT-EMG1                       PIC X(15).
000000      03  SESSAO-COMS                    PIC X(38).
000000      03  CODIGO-RESULTADO               PIC 9(4).
000000      03  MENSAGEM-RESULTADO             PIC X(158).
000000      03  LIT-EMG2                       PIC X(200).
000000*INFORMACOES ENVIADAS PELA ESTACAO
000000    02 AREA-APLICATIVO.
000000       03 ACAO-EMERGENCIA                PIC X(10).
000000*         "CONCEDER", "ENCERRAR" OU "VISTAR".
000000       03 USU-CODIGO-ENTRADA             PIC X(07).
000000       03 SIS-CODIGO-ENTRADA             PIC 9(04).
000000       03 GOP-CODIGO-ENTRADA             PIC 9(04).
000000       03 INCIDENTE-ENTRADA              PIC X(20).
000000*         REFERENCIA DO INCIDENTE - OBRIGATORIA NO CONCEDER.
000000       03 DATA-FIM-ENTRADA.
000000           05 SEC-FIM-ENTRADA             PIC 9(02).
000000           05 ANO-FIM-ENTRADA             PIC 9(02).
000000           05 MES-FIM-ENTRADA             PIC 9(02).
000000           05 DIA-FIM-ENTRADA             PIC 9(02).
000000       03 HORA-FIM-ENTRADA.
000000           05 HH-FIM-ENTRADA              PIC 9(02).
000000           05 MM-FIM-ENTRADA              PIC 9(02).
000000*         DATA E HORA (HHMM) EM QUE A CONCESSAO VENCE - SO NO
000000*         CONCEDER.
000000*INFORMACOES DEVOLVIDAS PARA A ESTACAO
000000    02 AREA-CONTROLE.
000000       03 FLAG-ADVERTENCIA               PIC X(01).
000000       03 MENSAGEM-ADVERTENCIA           PIC X(158).
000000
000000
