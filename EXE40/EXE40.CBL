           03 NUMERO-JRN       PIC 9(07).
           03 IMAGEM-ANTES-JRN PIC X(68).
           03 IMAGEM-DEPOIS-JRN PIC X(68).
           03 USUARIO-JRN      PIC X(08).

       FD PARM-EXE40
           LABEL RECORD ARE STANDARD
