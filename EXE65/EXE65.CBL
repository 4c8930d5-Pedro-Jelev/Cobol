           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTORICO.DAT".

       01 REG-HIS-ARQ             PIC X(28).

       FD CADALU
           LABEL  RECORD  ARE STANDARD
           03 SITUACAO-TRA     PIC X(01).
           03 DATA-SITUACAO-TRA PIC 9(08).
           03 UNIDADE-TRA      PIC X(02).
           03 USUARIO-TRA      PIC X(08).

       FD CTRL-CERT
           LABEL RECORD ARE STANDARD
           03 FALTAS-HIS       PIC 9(04).
           03 SITUACAO-HIS     PIC X(01).
           03 TURMA-HIS        PIC X(03).
           03 CONSELHO-HIS     PIC X(01).
           03 SITUACAO-ORIG-HIS PIC X(01).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
           MOVE "C" TO SITUACAO-TRA.
           MOVE WS-DATA-SISTEMA TO DATA-SITUACAO-TRA.
           MOVE UNIDADE-ENT TO UNIDADE-TRA.
           MOVE "EXE65" TO USUARIO-TRA.
           WRITE REG-TRA.
           PERFORM VERIFICA-STATUS-TRA.

