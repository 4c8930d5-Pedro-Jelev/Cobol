       01 REG-CLI.
           03 NOME-CLI     PIC X(20).
           03 COD-CLI      PIC 9(07).
           03 RESTO-CLI    PIC X(126).

       01 REG-CLI-TRAILER REDEFINES REG-CLI.
           03 TRAILER-ID-CLI     PIC X(03).
           03 TOTAL-REG-CLI      PIC 9(07).
           03 HASH-COD-CLI       PIC 9(10).
           03 FILLER             PIC X(133).

       FD CADATU
           LABEL RECORD ARE STANDARD
