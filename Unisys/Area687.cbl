000000            05 PEN-PER-CODIGO                PIC 9(05).
000000            05 PEN-USERCODE-SOLIC            PIC 9(11).
000000            05 PEN-DATA-SOLICITACAO          PIC 9(08).
000000*         JANELA DA LINHA (ZEROS = SEGUE A DO USUARIO).
000000            05 PEN-DATA-INI-EXC              PIC 9(08).
000000            05 PEN-DATA-FIM-EXC              PIC 9(08).
000000
000000
