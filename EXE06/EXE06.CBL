           03 VALOR-HE50-ENT   PIC 9(06)V99.
           03 HORAS-HE100-ENT  PIC 9(03).
           03 VALOR-HE100-ENT  PIC 9(06)V99.
           03 HORAS-AULA-ENT   PIC 9(04)V9.
           03 VALOR-AULA-ENT   PIC 9(06)V99.
           03 SALARIO-ENT      PIC 9(06)V99.
           03 DEPTO-ENT        PIC X(03).
           03 ADMISSAO-ENT     PIC 9(08).
       77 WS-TOTAL-SALARIO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-HE50      PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-HE100     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-AULA      PIC 9(09)V99 VALUE ZEROS.
       77 WS-STATUS-CKPT     PIC X(02) VALUE "00".
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CKPT   PIC 9(07) VALUE ZEROS.
               ADD SALARIO-ENT TO WS-TOTAL-SALARIO
               ADD VALOR-HE50-ENT TO WS-TOTAL-HE50
               ADD VALOR-HE100-ENT TO WS-TOTAL-HE100
               ADD VALOR-AULA-ENT TO WS-TOTAL-AULA
               PERFORM LOCALIZA-DEPARTAMENTO
               ADD 1 TO WS-DEP-QTD (WS-DEP-IDX)
               ADD SALARIO-ENT TO WS-DEP-TOTAL (WS-DEP-IDX).
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL HORA-AULA: " DELIMITED BY SIZE
                  WS-TOTAL-AULA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SUBTOTAIS POR DEPARTAMENTO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
