           03 VALOR-HE50-BRT   PIC 9(06)V99.
           03 HORAS-HE100-BRT  PIC 9(03).
           03 VALOR-HE100-BRT  PIC 9(06)V99.
           03 HORAS-AULA-BRT   PIC 9(04)V9.
           03 VALOR-AULA-BRT   PIC 9(06)V99.
           03 SALARIO-BRUTO-BRT PIC 9(06)V99.
           03 DEPTO-BRT        PIC X(03).
           03 ADMISSAO-BRT     PIC 9(08).
               IF WS-DEP-IDX > ZEROS
                   ADD SALARIO-BASE-BRT
                       TO WS-DEP-VALOR (WS-DEP-IDX 1)
                   ADD VALOR-AULA-BRT
                       TO WS-DEP-VALOR (WS-DEP-IDX 1)
                   ADD VALOR-HE50-BRT
                       TO WS-DEP-VALOR (WS-DEP-IDX 2)
                   ADD VALOR-HE100-BRT
