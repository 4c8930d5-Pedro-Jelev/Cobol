       01 REG-COR.
           03 ORIGEM-COR   PIC X(03).
           03 CHAVE-COR    PIC X(07).
           03 IMAGEM-COR   PIC X(153).

       FD CADCLI1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI1.DAT".

       01 REG-RS1          PIC X(153).

       FD CADCLI1-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI1-NOVO.DAT".

       01 REG-RN1          PIC X(153).

       FD CADALU-ENT-NOVO
           LABEL RECORD ARE STANDARD
