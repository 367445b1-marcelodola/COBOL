000000*TAB-SELO-TRILHA.
000000* AREA DE TRABALHO DO SELO DAS TRILHAS DE AUDITORIA (AUDMACMEX,
000000* AUDMEXMNT, AUDMACMNT, AUDPARMNT, AUDSUSPENSAO E AUDEMERG). CADA
000000* REGISTRO GRAVADO LEVA UM NUMERO DE SEQUENCIA DA TRILHA E UM
000000* VALOR DE CONFERENCIA ENCADEADO, CALCULADO SOBRE O PROPRIO
000000* REGISTRO E A CONFERENCIA DO REGISTRO ANTERIOR. A ULTIMA
000000* SEQUENCIA/CONFERENCIA DE CADA TRILHA FICA NO DATASET
000000* CONTROLE-TRILHA DE BDSEGURANCA. RESERVA, CALCULO E
000000* CONFIRMACAO NOS MEMBROS V094765607/08/09.
000000       02  SEL-TRILHA              PIC X(12).
000000       02  SEL-FLAG-RESERVA        PIC X(01).
000000           88  SEL-RESERVADO                   VALUE "S".
000000       02  SEL-SEQ-TRILHA          PIC 9(09).
000000       02  SEL-CHECK-ANTERIOR      PIC 9(09).
000000       02  SEL-CHECK-TRILHA        PIC 9(09).
000000       02  SEL-DATA-REGISTRO       PIC 9(08).
000000       02  SEL-TAMANHO             PIC 9(04)   COMP.
000000       02  SEL-IX                  PIC 9(04)   COMP.
000000       02  SEL-ACUMULADOR          PIC 9(11)   COMP.
000000       02  SEL-QUOCIENTE           PIC 9(11)   COMP.
000000       02  SEL-REGISTRO            PIC X(200).
