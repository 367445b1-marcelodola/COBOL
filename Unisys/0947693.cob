$SET PRTLIBC85

 IDENTIFICATION DIVISION.

 PROGRAM-ID.     S0947-OBJ-693.

 AUTHOR.         ANALISE.......  SIMONE MENEZES.
                 PROGRAMACAO...  MARCELO DOLABELLA.

 INSTALLATION.   UNISYS - BELO HORIZONTE - M.G.

 DATE-WRITTEN.   OUTUBRO/2026.

 DATE-COMPILED.

*----------------------------------------------------------------*
*   CONVERSAO - JANELA DE VALIDADE PROPRIA NAS LINHAS DE MEX     *
*----------------------------------------------------------------*
*  ATE AQUI A JANELA DE VALIDADE DA MEX VIVIA SO NO USUARIO-CLI  *
*  (USC-DATA-INI-EXC/USC-DATA-FIM-EXC) - RENOVAR UM ITEM ESTICAVA *
*  TODOS OS OUTROS JUNTO. AGORA CADA LINHA GRUPO-EXC-USU/         *
*  PERFIL-EXC-USU TEM A SUA (GRX-/PRX-DATA-INI-EXC E -FIM-EXC,    *
*  GRAVADA PELO 668/686 E CONFERIDA LINHA A LINHA NO 0705/0735    *
*  DO 656 E DAS MONTAGENS BATCH) E A JANELA DO USUARIO PASSA A   *
*  SER SO A ENVOLTORIA DAS JANELAS DAS LINHAS.                   *
*  LINHA ANTIGA, SEM JANELA PROPRIA (ZEROS), CONTINUA SEGUINDO A *
*  DO USUARIO - ESTE PROGRAMA, RODADO UMA VEZ NA IMPLANTACAO,    *
*  COPIA A JANELA ATUAL DO USUARIO PARA CADA LINHA SEM JANELA    *
*  PROPRIA, PARA QUE A PROXIMA RENOVACAO/INCLUSAO DE OUTRO ITEM  *
*  NAO AS ESTIQUE MAIS. USUARIO SEM JANELA (ZERADA) TEM AS       *
*  LINHAS SEM JANELA PROPRIA FECHADAS EM ONTEM (INICIO ZERADO    *
*  TAMBEM VIRA ONTEM) - SEGUINDO A JANELA ZERADA DO USUARIO,     *
*  ELAS REVIVERIAM NA PRIMEIRA INCLUSAO QUE ABRISSE A JANELA.    *
*  RODAR DE NOVO NAO ALTERA NADA: SO LINHA ZERADA E              *
*  CONVERTIDA. OS CONTADORES VAO PARA O LEDGER COMUM LEDGERS0947 *
*  (S0947-OBJ-674).                                              *
*----------------------------------------------------------------*

 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.

 SOURCE-COMPUTER.    A15.
 OBJECT-COMPUTER.    A15.
 SPECIAL-NAMES.      DECIMAL-POINT   IS  COMMA.

 INPUT-OUTPUT SECTION.

 FILE-CONTROL.

     SELECT LED-EXECUCAO    ASSIGN TO "LEDGERS0947"
            ORGANIZATION IS SEQUENTIAL.

 DATA DIVISION.

 FILE SECTION.

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

 77  WS-CONT-USUARIOS            PIC 9(09)   COMP.
 77  WS-CONT-CONVERTIDOS         PIC 9(09)   COMP.
 77  WS-CONT-LINHAS              PIC 9(09)   COMP.
 77  WS-CONT-LINHAS-USU          PIC 9(09)   COMP.

 01  FLAG-FIM-USUARIO            PIC X(01).
 01  FLAG-USU-SEM-JANELA         PIC X(01).

 01  CLI-JANELA-SEG-WS           PIC 9(04).

 01 VARIAVEIS.
* JANELA DO USUARIO CORRENTE, COPIADA PARA AS LINHAS SEM JANELA
   02  WS-SEC-INI-USU            PIC 9(02).
   02  WS-ANO-INI-USU            PIC 9(02).
   02  WS-MES-INI-USU            PIC 9(02).
   02  WS-DIA-INI-USU            PIC 9(02).
   02  WS-SEC-FIM-USU            PIC 9(02).
   02  WS-ANO-FIM-USU            PIC 9(02).
   02  WS-MES-FIM-USU            PIC 9(02).
   02  WS-DIA-FIM-USU            PIC 9(02).
* ONTEM - FECHAMENTO DAS LINHAS DE USUARIO SEM JANELA
   02  DATA-ACCEPT               PIC 9(06).
   02  DATA-ACCEPTR REDEFINES DATA-ACCEPT.
       03  ANO-ACCEPT            PIC 9(02).
       03  MES-ACCEPT            PIC 9(02).
       03  DIA-ACCEPT            PIC 9(02).
   02  WS-AAAAMMDD-HOJE          PIC 9(08).
   02  WS-AAAAMMDD-ONTEM         PIC 9(08).
   02  WS-AAAAMMDD-ONTEM-R REDEFINES WS-AAAAMMDD-ONTEM.
       03  WS-SEC-ONTEM          PIC 9(02).
       03  WS-ANO-ONTEM          PIC 9(02).
       03  WS-MES-ONTEM          PIC 9(02).
       03  WS-DIA-ONTEM          PIC 9(02).
* CODIGO USUARIO
   02  USU-CODIGO-WS                   PIC X(07).

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

     OPEN UPDATE BDSEGURANCA.

     MOVE ZEROS TO WS-CONT-USUARIOS WS-CONT-CONVERTIDOS
                   WS-CONT-LINHAS.

     INITIALIZE ARRAY-IN-WS.

     PERFORM 0900-LEDGER-INICIO
        THRU 0900-LEDGER-INICIO-FIM.

     ACCEPT DATA-ACCEPT FROM DATE.

     COMPUTE WS-AAAAMMDD-HOJE = 20000000 + (ANO-ACCEPT * 10000) +
                                (MES-ACCEPT * 100) + DIA-ACCEPT.

     COMPUTE WS-AAAAMMDD-ONTEM =
         FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD-HOJE) - 1).

     SET USC-POR-USUARIO TO BEGINNING.

  003-INICIO-REL.

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
        GO TO 003-FIM-REL.

     ADD 1 TO WS-CONT-USUARIOS.

     MOVE CLI-CODIGO OF USUARIO-CLI TO CLI-JANELA-SEG-WS.
     MOVE USU-CODIGO OF USUARIO-CLI TO USU-CODIGO-WS.

*    SEM JANELA NO USUARIO AS LINHAS SEM JANELA PROPRIA SAO
*    FECHADAS EM ONTEM.
     IF USC-SEC-FIM-EXC OF USUARIO-CLI EQUAL ZEROS
        MOVE "S"          TO FLAG-USU-SEM-JANELA
        MOVE WS-SEC-ONTEM TO WS-SEC-INI-USU WS-SEC-FIM-USU
        MOVE WS-ANO-ONTEM TO WS-ANO-INI-USU WS-ANO-FIM-USU
        MOVE WS-MES-ONTEM TO WS-MES-INI-USU WS-MES-FIM-USU
        MOVE WS-DIA-ONTEM TO WS-DIA-INI-USU WS-DIA-FIM-USU
        GO TO 003-CONVERTE.

     MOVE "N" TO FLAG-USU-SEM-JANELA.

     MOVE USC-SEC-INI-EXC OF USUARIO-CLI TO WS-SEC-INI-USU.
     MOVE USC-ANO-INI-EXC OF USUARIO-CLI TO WS-ANO-INI-USU.
     MOVE USC-MES-INI-EXC OF USUARIO-CLI TO WS-MES-INI-USU.
     MOVE USC-DIA-INI-EXC OF USUARIO-CLI TO WS-DIA-INI-USU.
     MOVE USC-SEC-FIM-EXC OF USUARIO-CLI TO WS-SEC-FIM-USU.
     MOVE USC-ANO-FIM-EXC OF USUARIO-CLI TO WS-ANO-FIM-USU.
     MOVE USC-MES-FIM-EXC OF USUARIO-CLI TO WS-MES-FIM-USU.
     MOVE USC-DIA-FIM-EXC OF USUARIO-CLI TO WS-DIA-FIM-USU.

  003-CONVERTE.

     PERFORM 0300-CONVERTE-USUARIO
        THRU 0300-CONVERTE-USUARIO-FIM.

     GO TO 003-INICIO-REL.

  003-FIM-REL.

  999-FIM-PROGRAMA.

     PERFORM 0910-LEDGER-TERMINO
        THRU 0910-LEDGER-TERMINO-FIM.

     DISPLAY "S0947-OBJ-693 - USUARIOS LIDOS.......: "
             WS-CONT-USUARIOS.
     DISPLAY "S0947-OBJ-693 - USUARIOS CONVERTIDOS.: "
             WS-CONT-CONVERTIDOS.
     DISPLAY "S0947-OBJ-693 - LINHAS CONVERTIDAS...: "
             WS-CONT-LINHAS.

     CLOSE BDSEGURANCA.

     STOP RUN.

******************************************************************
*    CONVERSAO DO USUARIO CORRENTE, SOB TRANSACAO - COPIA A      *
*    JANELA DO USUARIO (OU ONTEM, SE ELE NAO TEM JANELA) PARA AS *
*    LINHAS DE GRUPO E DE PERFIL QUE AINDA NAO TEM JANELA PROPRIA *
******************************************************************

  0300-CONVERTE-USUARIO.

     MOVE ZEROS TO WS-CONT-LINHAS-USU.

     BEGIN-TRANSACTION NO-AUDIT
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0300-CONVERTE-USUARIO-FIM.

     PERFORM 0310-CONVERTE-GRUPOS
        THRU 0310-CONVERTE-GRUPOS-FIM.

     PERFORM 0320-CONVERTE-PERFIS
        THRU 0320-CONVERTE-PERFIS-FIM.

     END-TRANSACTION
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0300-CONVERTE-USUARIO-FIM.

     IF WS-CONT-LINHAS-USU > ZEROS
        ADD 1 TO WS-CONT-CONVERTIDOS
        ADD WS-CONT-LINHAS-USU TO WS-CONT-LINHAS.

  0300-CONVERTE-USUARIO-FIM.
     EXIT.

  0310-CONVERTE-GRUPOS.

     SET GRX-POR-USU TO BEGINNING.

  0311-PROXIMA-EXC-GRUPO.

     LOCK KEY OF NEXT GRX-POR-USU AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0310-CONVERTE-GRUPOS-FIM
     END-LOCK.

     IF GRX-SEC-FIM-EXC OF GRUPO-EXC-USU NOT EQUAL ZEROS
        GO TO 0311-PROXIMA-EXC-GRUPO.

*    NO FECHAMENTO (USUARIO SEM JANELA) O INICIO PROPRIO FICA.
     IF FLAG-USU-SEM-JANELA EQUAL "N" OR
        GRX-SEC-INI-EXC OF GRUPO-EXC-USU EQUAL ZEROS
        MOVE WS-SEC-INI-USU TO GRX-SEC-INI-EXC OF GRUPO-EXC-USU
        MOVE WS-ANO-INI-USU TO GRX-ANO-INI-EXC OF GRUPO-EXC-USU
        MOVE WS-MES-INI-USU TO GRX-MES-INI-EXC OF GRUPO-EXC-USU
        MOVE WS-DIA-INI-USU TO GRX-DIA-INI-EXC OF GRUPO-EXC-USU.

     MOVE WS-SEC-FIM-USU TO GRX-SEC-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-ANO-FIM-USU TO GRX-ANO-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-MES-FIM-USU TO GRX-MES-FIM-EXC OF GRUPO-EXC-USU.
     MOVE WS-DIA-FIM-USU TO GRX-DIA-FIM-EXC OF GRUPO-EXC-USU.

     STORE GRUPO-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0311-PROXIMA-EXC-GRUPO
     END-STORE.

     ADD 1 TO WS-CONT-LINHAS-USU.

     GO TO 0311-PROXIMA-EXC-GRUPO.

  0310-CONVERTE-GRUPOS-FIM.
     EXIT.

  0320-CONVERTE-PERFIS.

     SET PRX-POR-USU-PER TO BEGINNING.

  0321-PROXIMA-EXC-PERFIL.

     LOCK NEXT PRX-POR-USU-PER AT
          CLI-CODIGO = CLI-JANELA-SEG-WS AND
          USU-CODIGO = USU-CODIGO-WS
          ON EXCEPTION
             IF NOT DMSTATUS(NOTFOUND)
                PERFORM 10000-00-TRATA-ERRO-DMS
                   THRU 10000-99-TRATA-ERRO-DMS
             END-IF
             GO TO 0320-CONVERTE-PERFIS-FIM
     END-LOCK.

     IF PRX-SEC-FIM-EXC OF PERFIL-EXC-USU NOT EQUAL ZEROS
        GO TO 0321-PROXIMA-EXC-PERFIL.

*    NO FECHAMENTO (USUARIO SEM JANELA) O INICIO PROPRIO FICA.
     IF FLAG-USU-SEM-JANELA EQUAL "N" OR
        PRX-SEC-INI-EXC OF PERFIL-EXC-USU EQUAL ZEROS
        MOVE WS-SEC-INI-USU TO PRX-SEC-INI-EXC OF PERFIL-EXC-USU
        MOVE WS-ANO-INI-USU TO PRX-ANO-INI-EXC OF PERFIL-EXC-USU
        MOVE WS-MES-INI-USU TO PRX-MES-INI-EXC OF PERFIL-EXC-USU
        MOVE WS-DIA-INI-USU TO PRX-DIA-INI-EXC OF PERFIL-EXC-USU.

     MOVE WS-SEC-FIM-USU TO PRX-SEC-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-ANO-FIM-USU TO PRX-ANO-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-MES-FIM-USU TO PRX-MES-FIM-EXC OF PERFIL-EXC-USU.
     MOVE WS-DIA-FIM-USU TO PRX-DIA-FIM-EXC OF PERFIL-EXC-USU.

     STORE PERFIL-EXC-USU
         ON EXCEPTION
            PERFORM 10000-00-TRATA-ERRO-DMS
               THRU 10000-99-TRATA-ERRO-DMS
            GO TO 0321-PROXIMA-EXC-PERFIL
     END-STORE.

     ADD 1 TO WS-CONT-LINHAS-USU.

     GO TO 0321-PROXIMA-EXC-PERFIL.

  0320-CONVERTE-PERFIS-FIM.
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

     DISPLAY "S0947-OBJ-693 - ERRO DMS " DMS-RESULT-WS
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
     MOVE WS-CONT-USUARIOS    TO LED-CONT-ENTRADA.
     MOVE WS-CONT-LINHAS      TO LED-CONT-SAIDA.
     MOVE WS-CONT-CONVERTIDOS TO LED-CONT-AUXILIAR.

     PERFORM 0920-GRAVA-REG-LEDGER
        THRU 0920-GRAVA-REG-LEDGER-FIM.

     CLOSE LED-EXECUCAO.

 0910-LEDGER-TERMINO-FIM.
     EXIT.

 0920-GRAVA-REG-LEDGER.

     MOVE "S0947-OBJ-693" TO LED-PROGRAMA.

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
