           03 SITUACAO-TRA     PIC X(01).
           03 DATA-SITUACAO-TRA PIC 9(08).
           03 UNIDADE-TRA      PIC X(02).
           03 USUARIO-TRA      PIC X(08).

       FD MATRIC-ESPERA
           LABEL RECORD ARE STANDARD
           MOVE SITUACAO-ENT TO SITUACAO-TRA.
           MOVE DATA-SITUACAO-ENT TO DATA-SITUACAO-TRA.
           MOVE UNIDADE-ENT TO UNIDADE-TRA.
           MOVE "EXE57" TO USUARIO-TRA.
           WRITE REG-TRA.
           PERFORM VERIFICA-STATUS-TRA.
           ADD 1 TO WS-CONTADOR-ALOCADO.
