000000* CONFIRMA O SELO RESERVADO PELO MEMBRO V094765607 - GRAVA NO
000000* CONTROLE-TRILHA A SEQUENCIA E A CONFERENCIA DO REGISTRO QUE
000000* ACABOU DE SER ESCRITO NA TRILHA E FECHA A TRANSACAO. SEM
000000* RESERVA (SEL-FLAG-RESERVA = "N") NAO HA O QUE CONFIRMAR.
000000      IF NOT SEL-RESERVADO
000000         GO TO 0196-CONFIRMA-SELO-CONCLUIDA.
000000
000000      MOVE SEL-SEQ-TRILHA    TO CTR-ULTIMA-SEQ.
000000      MOVE SEL-CHECK-TRILHA  TO CTR-ULTIMO-CHECK.
000000      MOVE SEL-DATA-REGISTRO TO CTR-DATA-ULTIMA.
000000
000000      STORE CONTROLE-TRILHA
000000            ON EXCEPTION
000000               PERFORM 10000-00-TRATA-ERRO-DMS
000000                  THRU 10000-99-TRATA-ERRO-DMS
000000      END-STORE.
000000
000000      END-TRANSACTION
000000          ON EXCEPTION
000000             PERFORM 10000-00-TRATA-ERRO-DMS
000000                THRU 10000-99-TRATA-ERRO-DMS.
000000
000000      MOVE "N" TO SEL-FLAG-RESERVA.
000000
000000  0196-CONFIRMA-SELO-CONCLUIDA.
