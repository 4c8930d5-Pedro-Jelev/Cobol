       01 REG-CLI.
           03 NOME-CLI     PIC X(20).
           03 COD-CLI      PIC 9(07).
           03 RESTO-CLI    PIC X(126).

       FD CADCLI2-NORM
           LABEL RECORD ARE STANDARD
