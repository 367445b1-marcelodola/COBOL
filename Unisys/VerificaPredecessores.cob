000000* VERIFICACAO DE PREDECESSORES DO JOB NA CADEIA NOTURNA -
000000* EXECUTADA PELO PROGRAMA CONSUMIDOR ANTES DE ABRIR AS SUAS
000000* ENTRADAS, COM O BANCO ABERTO E PRD-PROGRAMA-NUM PREENCHIDO. OS
000000* PREDECESSORES VEM DO DATASET PARAMETROS-S0947 (ENTRADAS
000000* "PREDJOBS", UMA POR DEPENDENCIA: PRM-VALOR-1 = JOB CONSUMIDOR,
000000* PRM-VALOR-2 = JOB PREDECESSOR, MANTIDAS ONLINE PELA TRANSACAO
000000* S0947-OBJ-680). SEM NENHUMA ENTRADA CADASTRADA PARA O
000000* CONSUMIDOR VALEM AS DEPENDENCIAS DE COMPILACAO DELE, ABAIXO -
000000* ENTRADAS DE OUTROS JOBS NAO AS AFETAM. CADA PREDECESSOR
000000* PRECISA TER COMO ULTIMO REGISTRO NO LEDGERS0947, NA DATA DE
000000* PROCESSAMENTO (DATA DO SISTEMA), UM "FIM" COM TERMINO "NORMAL"
000000* - SENAO O JOB NAO PROCESSA: GRAVA NO LEDGER O REGISTRO "FIM"
000000* COM TERMINO "BLOQUEA" (BLOQUEADO - O CAMPO TEM SETE POSICOES)
000000* E ENCERRA. O BLOQUEIO SE PROPAGA: O JOB BLOQUEADO TAMBEM NAO
000000* TERMINOU NORMAL PARA OS QUE DEPENDEM DELE.
000000      MOVE "N" TO PRD-FLAG-BLOQUEADO.
000000      MOVE ZEROS TO PRD-QTD-ENTRADAS CONT-PREDECESSORES.
000000      MOVE PRD-PROGRAMA-NUM TO PRD-NOME-NUM.
000000      MOVE PRD-NOME-PROGRAMA TO PRD-NOME-CONSUMIDOR.
000000      ACCEPT PRD-DATA-PROCESSAMENTO FROM DATE.
000000
000000      SET PRM-POR-IDENT TO BEGINNING.
000000
000000  0081-CARREGA-PRED-BD.
000000
000000      FIND KEY OF NEXT PRM-POR-IDENT AT
000000           PRM-IDENT = "PREDJOBS"
000000           ON EXCEPTION
000000              IF NOT DMSTATUS(NOTFOUND)
000000                 PERFORM 10000-00-TRATA-ERRO-DMS
000000                    THRU 10000-99-TRATA-ERRO-DMS
000000              END-IF
000000              GO TO 0082-CARREGA-PRED-PADRAO
000000      END-FIND.
000000
000000      ADD 1 TO PRD-QTD-ENTRADAS.
000000
000000      IF PRM-VALOR-1 OF PARAMETROS-S0947 EQUAL
000000                                     PRD-PROGRAMA-NUM AND
000000         CONT-PREDECESSORES < 20
000000         MOVE PRM-VALOR-2 OF PARAMETROS-S0947 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000      GO TO 0081-CARREGA-PRED-BD.
000000
000000  0082-CARREGA-PRED-PADRAO.
000000
000000      IF CONT-PREDECESSORES NOT EQUAL ZEROS
000000         GO TO 0083-LE-LEDGER-PRED.
000000
000000* CONSUMIDORES DO MATRIZCOMUM DEPENDEM DO 684.
000000      IF PRD-PROGRAMA-NUM EQUAL 657 OR 659 OR 669 OR 671 OR
000000                                701 OR 702 OR 707
000000         MOVE 684 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000* CONSUMIDORES DA GERACAO DO RELSNAPSHOT DEPENDEM DO 659.
000000      IF PRD-PROGRAMA-NUM EQUAL 664 OR 690
000000         MOVE 659 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000* O NUNCA USADO (690) E AS CONTAS DORMENTES (708) DEPENDEM DO
000000* LEDGER DE USO DO 689.
000000      IF PRD-PROGRAMA-NUM EQUAL 690 OR 708
000000         MOVE 689 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000* O PROVISIONAMENTO (701) DEPENDE DO RELDELTA DO 664.
000000      IF PRD-PROGRAMA-NUM EQUAL 701
000000         MOVE 664 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000* O HISTORICO MENSAL DE INDICADORES (703) DEPENDE DOS RELATORIOS
000000* DE SEGREGACAO (671), ABRANGENCIA (673) E NUNCA USADO (690).
000000      IF PRD-PROGRAMA-NUM EQUAL 703
000000         MOVE 671 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES)
000000         MOVE 673 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES)
000000         MOVE 690 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000* AS CARTAS AOS GESTORES (704) DEPENDEM DO ALERTA DE MEX (658),
000000* DA SEGREGACAO (671) E DO NUNCA USADO (690).
000000      IF PRD-PROGRAMA-NUM EQUAL 704
000000         MOVE 658 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES)
000000         MOVE 671 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES)
000000         MOVE 690 TO PRD-NOME-NUM
000000         ADD 1 TO CONT-PREDECESSORES
000000         MOVE PRD-NOME-PROGRAMA
000000           TO PRD-PREDECESSOR(CONT-PREDECESSORES).
000000
000000  0083-LE-LEDGER-PRED.
000000
000000      IF CONT-PREDECESSORES EQUAL ZEROS
000000         GO TO 0089-VERIFICA-PRED-CONCLUIDA.
000000
000000      MOVE 1 TO PRD-IX.
000000
000000  0084-LIMPA-PRED.
000000
000000      IF PRD-IX <= CONT-PREDECESSORES
000000         MOVE SPACES TO PRD-ULTIMO-TIPO(PRD-IX)
000000                        PRD-ULTIMO-TERMINO(PRD-IX)
000000         ADD 1 TO PRD-IX
000000         GO TO 0084-LIMPA-PRED.
000000
000000      OPEN INPUT LED-EXECUCAO.
000000
000000  0085-PROXIMO-LEDGER-PRED.
000000
000000      READ LED-EXECUCAO
000000          AT END
000000             GO TO 0087-FECHA-LEDGER-PRED.
000000
000000      COMPUTE PRD-DATA-REGISTRO =
000000          (LED-ANO-EXECUCAO * 10000) + (LED-MES-EXECUCAO * 100) +
000000           LED-DIA-EXECUCAO.
000000
000000      IF PRD-DATA-REGISTRO NOT EQUAL PRD-DATA-PROCESSAMENTO
000000         GO TO 0085-PROXIMO-LEDGER-PRED.
000000
000000      MOVE 1 TO PRD-IX.
000000
000000* O LEDGER E GRAVADO EM ORDEM DE EXECUCAO - FICA O ULTIMO
000000* REGISTRO DO PREDECESSOR NA DATA (REEXECUCAO SUBSTITUI A FALHA).
000000  0086-LOCALIZA-PRED.
000000
000000      IF PRD-IX > CONT-PREDECESSORES
000000         GO TO 0085-PROXIMO-LEDGER-PRED.
000000
000000      IF PRD-PREDECESSOR(PRD-IX) EQUAL LED-PROGRAMA
000000         MOVE LED-TIPO-REG TO PRD-ULTIMO-TIPO(PRD-IX)
000000         MOVE LED-TERMINO  TO PRD-ULTIMO-TERMINO(PRD-IX).
000000
000000      ADD 1 TO PRD-IX.
000000      GO TO 0086-LOCALIZA-PRED.
000000
000000  0087-FECHA-LEDGER-PRED.
000000
000000      CLOSE LED-EXECUCAO.
000000
000000      MOVE 1 TO PRD-IX.
000000
000000  0088-CONFERE-PRED.
000000
000000      IF PRD-IX > CONT-PREDECESSORES
000000         GO TO 0089-VERIFICA-PRED-CONCLUIDA.
000000
000000      IF PRD-ULTIMO-TIPO(PRD-IX) NOT EQUAL "FIM" OR
000000         PRD-ULTIMO-TERMINO(PRD-IX) NOT EQUAL "NORMAL"
000000         MOVE "S" TO PRD-FLAG-BLOQUEADO
000000         DISPLAY PRD-NOME-CONSUMIDOR " - PREDECESSOR "
000000                 PRD-PREDECESSOR(PRD-IX)
000000                 " SEM TERMINO NORMAL EM " PRD-DATA-PROCESSAMENTO.
000000
000000      ADD 1 TO PRD-IX.
000000      GO TO 0088-CONFERE-PRED.
000000
000000  0089-VERIFICA-PRED-CONCLUIDA.
000000
000000      IF PRD-FLAG-BLOQUEADO EQUAL "S"
000000         DISPLAY PRD-NOME-CONSUMIDOR " - BLOQUEADO - NAO PROCESSA"
000000         MOVE "BLOQUEA" TO LED-TERMINO-WS
000000         PERFORM 0910-LEDGER-TERMINO
000000            THRU 0910-LEDGER-TERMINO-FIM
000000         STOP RUN.
