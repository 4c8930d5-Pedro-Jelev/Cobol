           03 CONTATO-NOME-SAU PIC X(30).
           03 CONTATO-FONE-SAU PIC X(11).
           03 AUTORIZA-IMAGEM-SAU PIC X(01).
           03 NEE-SAU          PIC X(01).
           03 TIPO-NEE-SAU     PIC X(02).

       FD LISTA-TRAB
           LABEL RECORD ARE STANDARD
