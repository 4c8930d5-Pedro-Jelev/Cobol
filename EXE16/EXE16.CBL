           03 SITUACAO-TRAN    PIC X(01).
           03 DATA-SITUACAO-TRAN PIC 9(08).
           03 UNIDADE-TRAN      PIC X(02).
           03 USUARIO-TRAN      PIC X(08).

       FD CADALU
           LABEL  RECORD  ARE STANDARD
           03 NUMERO-JRN       PIC 9(07).
           03 IMAGEM-ANTES-JRN PIC X(68).
           03 IMAGEM-DEPOIS-JRN PIC X(68).
           03 USUARIO-JRN      PIC X(08).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           MOVE NUMERO-TRAN TO NUMERO-JRN.
           MOVE WS-IMAGEM-ANTES TO IMAGEM-ANTES-JRN.
           MOVE WS-IMAGEM-DEPOIS TO IMAGEM-DEPOIS-JRN.
           MOVE USUARIO-TRAN TO USUARIO-JRN.
           WRITE REG-JRN.

       LEITURA.
