000000* CALCULA O VALOR DE CONFERENCIA ENCADEADO DE UM REGISTRO DE
000000* TRILHA. ENTRADA: SEL-REGISTRO (IMAGEM DO REGISTRO, JA COM A
000000* SEQUENCIA), SEL-TAMANHO (BYTES COBERTOS - O REGISTRO ATE A
000000* SEQUENCIA, SEM O PROPRIO CAMPO DE CONFERENCIA) E
000000* SEL-CHECK-ANTERIOR (CONFERENCIA DO REGISTRO ANTERIOR DA TRILHA).
000000* SAIDA: SEL-CHECK-TRILHA. A CADA BYTE, CONFERENCIA * 31 + VALOR
000000* DO BYTE + POSICAO, REDUZIDO MODULO 999999937 - QUALQUER BYTE
000000* ALTERADO, REGISTRO REMOVIDO OU TROCADO DE LUGAR MUDA O VALOR DE
000000* TODOS OS REGISTROS SEGUINTES. USADO NA GRAVACAO E NA
000000* VERIFICACAO.
000000      MOVE SEL-CHECK-ANTERIOR TO SEL-CHECK-TRILHA.
000000      MOVE 1 TO SEL-IX.
000000
000000  0191-CALCULA-SELO-BYTE.
000000
000000      IF SEL-IX > SEL-TAMANHO
000000         GO TO 0192-CALCULA-SELO-CONCLUIDO.
000000
000000      COMPUTE SEL-ACUMULADOR = SEL-CHECK-TRILHA * 31
000000            + FUNCTION ORD(SEL-REGISTRO(SEL-IX:1)) + SEL-IX.
000000      DIVIDE SEL-ACUMULADOR BY 999999937
000000             GIVING SEL-QUOCIENTE REMAINDER SEL-CHECK-TRILHA.
000000
000000      ADD 1 TO SEL-IX.
000000      GO TO 0191-CALCULA-SELO-BYTE.
000000
000000  0192-CALCULA-SELO-CONCLUIDO.
