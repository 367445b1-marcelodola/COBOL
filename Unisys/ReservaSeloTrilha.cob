000000* RESERVA O PROXIMO NUMERO DE SEQUENCIA DA TRILHA SEL-TRILHA -
000000* ABRE A TRANSACAO E BLOQUEIA O CONTROLE-TRILHA, QUE FICA PRESO
000000* ATE A CONFIRMACAO (MEMBRO V094765609), EXECUTADA LOGO APOS O
000000* WRITE DO REGISTRO - ASSIM DOIS PROGRAMAS NAO GRAVAM A MESMA
000000* TRILHA FORA DE ORDEM. A PRIMEIRA GRAVACAO CRIA O CONTROLE.
000000* SEM O BLOQUEIO SEL-FLAG-RESERVA FICA "N" E O REGISTRO VAI SEM
000000* SELO (SEQUENCIA ZERADA) - A VERIFICACAO NOTURNA O APONTA.
000000      MOVE "N" TO SEL-FLAG-RESERVA.
000000      MOVE ZEROS TO SEL-SEQ-TRILHA SEL-CHECK-ANTERIOR
000000                    SEL-CHECK-TRILHA.
000000
000000      BEGIN-TRANSACTION NO-AUDIT
000000          ON EXCEPTION
000000             PERFORM 10000-00-TRATA-ERRO-DMS
000000                THRU 10000-99-TRATA-ERRO-DMS
000000             GO TO 0182-RESERVA-SELO-CONCLUIDA.
000000
000000      LOCK FIRST CTR-POR-TRILHA AT CTR-TRILHA = SEL-TRILHA
000000           ON EXCEPTION
000000              IF NOT DMSTATUS(NOTFOUND)
000000                 PERFORM 10000-00-TRATA-ERRO-DMS
000000                    THRU 10000-99-TRATA-ERRO-DMS
000000                 GO TO 0181-RESERVA-SELO-DESISTE
000000              END-IF
000000              CREATE CONTROLE-TRILHA
000000              MOVE SEL-TRILHA TO CTR-TRILHA
000000              MOVE ZEROS TO CTR-ULTIMA-SEQ CTR-ULTIMO-CHECK
000000                            CTR-DATA-ULTIMA
000000      END-LOCK.
000000
000000      COMPUTE SEL-SEQ-TRILHA = CTR-ULTIMA-SEQ + 1.
000000      MOVE CTR-ULTIMO-CHECK TO SEL-CHECK-ANTERIOR.
000000      MOVE "S" TO SEL-FLAG-RESERVA.
000000      GO TO 0182-RESERVA-SELO-CONCLUIDA.
000000
000000  0181-RESERVA-SELO-DESISTE.
000000
000000      END-TRANSACTION
000000          ON EXCEPTION
000000             PERFORM 10000-00-TRATA-ERRO-DMS
000000                THRU 10000-99-TRATA-ERRO-DMS.
000000
000000  0182-RESERVA-SELO-CONCLUIDA.
