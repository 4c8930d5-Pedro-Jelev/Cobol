           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HRS.

           SELECT CAD-HORA-AULA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HAU.

           SELECT CAD-AFASTADOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AFA.
           03 HORAS-HE50-HRS   PIC 9(03).
           03 HORAS-HE100-HRS  PIC 9(03).

       FD CAD-HORA-AULA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-HORA-AULA.DAT".

       01 REG-HAU.
           03 MATRICULA-HAU    PIC 9(05).
           03 HORAS-HAU        PIC 9(04)V9.
           03 VALOR-HAU        PIC 9(06)V99.

       FD CAD-AFASTADOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AFASTADOS.DAT".
           03 VALOR-HE50-BRT   PIC 9(06)V99.
           03 HORAS-HE100-BRT  PIC 9(03).
           03 VALOR-HE100-BRT  PIC 9(06)V99.
           03 HORAS-AULA-BRT   PIC 9(04)V9.
           03 VALOR-AULA-BRT   PIC 9(06)V99.
           03 SALARIO-BRUTO-BRT PIC 9(06)V99.
           03 DEPTO-BRT        PIC X(03).
           03 ADMISSAO-BRT     PIC 9(08).
       77 WS-STATUS-HRS    PIC X(02) VALUE "00".
       77 WS-STATUS-BRT    PIC X(02) VALUE "00".
       77 WS-FIM-HRS       PIC X(03) VALUE "NAO".
       77 WS-STATUS-HAU    PIC X(02) VALUE "00".
       77 WS-FIM-HAU       PIC X(03) VALUE "NAO".
       77 WS-STATUS-AFA    PIC X(02) VALUE "00".
       77 WS-STATUS-FOR    PIC X(02) VALUE "00".
       77 WS-FIM-AFA       PIC X(03) VALUE "NAO".
       77 WS-VALOR-HE100   PIC 9(06)V99 VALUE ZEROS.
       77 WS-HORAS-HE50    PIC 9(03) VALUE ZEROS.
       77 WS-HORAS-HE100   PIC 9(03) VALUE ZEROS.
       77 WS-HORAS-AULA    PIC 9(04)V9 VALUE ZEROS.
       77 WS-VALOR-AULA    PIC 9(06)V99 VALUE ZEROS.
       77 WS-CONTADOR-COM-AULA PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-LOG             PIC X(80).

       77 WS-STATUS-RHI      PIC X(02) VALUE "00".
               ELSE
                   MOVE "SIM" TO WS-FIM-HRS
               END-IF
               OPEN INPUT CAD-HORA-AULA
               IF WS-STATUS-HAU = "00"
                   PERFORM LEITURA-HORA-AULA
               ELSE
                   MOVE "SIM" TO WS-FIM-HAU
               END-IF
               OPEN INPUT CAD-AFASTADOS
               IF WS-STATUS-AFA = "00"
                   PERFORM LEITURA-AFASTADO
               AT END MOVE "SIM" TO WS-FIM-HRS
           END-READ.

       LEITURA-HORA-AULA.
           READ CAD-HORA-AULA
               AT END MOVE "SIM" TO WS-FIM-HAU
           END-READ.

       LEITURA-AFASTADO.
           READ CAD-AFASTADOS
               AT END MOVE "SIM" TO WS-FIM-AFA
               PERFORM GRAVA-FORA-FOLHA
           ELSE
               PERFORM BUSCA-HORAS
               PERFORM BUSCA-HORA-AULA
               PERFORM COMPOE-BRUTO
           END-IF.

               END-IF
           END-IF.

       BUSCA-HORA-AULA.
           MOVE ZEROS TO WS-HORAS-AULA WS-VALOR-AULA.
           PERFORM UNTIL WS-FIM-HAU = "SIM"
                   OR MATRICULA-HAU NOT LESS THAN MATRICULA-ENT
               PERFORM LEITURA-HORA-AULA
           END-PERFORM.
           IF WS-FIM-HAU NOT = "SIM"
                   AND MATRICULA-HAU = MATRICULA-ENT
               MOVE HORAS-HAU TO WS-HORAS-AULA
               MOVE VALOR-HAU TO WS-VALOR-AULA
               IF WS-VALOR-AULA > ZEROS
                   ADD 1 TO WS-CONTADOR-COM-AULA
               END-IF
           END-IF.

       COMPOE-BRUTO.
           COMPUTE WS-VALOR-HORA ROUNDED = SALARIO-ENT / 220.
           COMPUTE WS-VALOR-HE50 ROUNDED =
           MOVE WS-VALOR-HE50 TO VALOR-HE50-BRT.
           MOVE WS-HORAS-HE100 TO HORAS-HE100-BRT.
           MOVE WS-VALOR-HE100 TO VALOR-HE100-BRT.
           MOVE WS-HORAS-AULA TO HORAS-AULA-BRT.
           MOVE WS-VALOR-AULA TO VALOR-AULA-BRT.
           COMPUTE SALARIO-BRUTO-BRT = SALARIO-ENT
               + WS-VALOR-HE50 + WS-VALOR-HE100 + WS-VALOR-AULA.
           MOVE DEPTO-ENT TO DEPTO-BRT.
           MOVE ADMISSAO-ENT TO ADMISSAO-BRT.
           WRITE REG-BRT.
                  WS-CONTADOR-GRAVADO DELIMITED BY SIZE
                  "  COM HORA EXTRA: " DELIMITED BY SIZE
                  WS-CONTADOR-COM-HORA DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE34 - COM HORA-AULA: " DELIMITED BY SIZE
                  WS-CONTADOR-COM-AULA DELIMITED BY SIZE
                  "  FORA DA FOLHA: " DELIMITED BY SIZE
                  WS-CONTADOR-FORA DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-STATUS-HRS DELIMITED BY SIZE
                  " BRT=" DELIMITED BY SIZE
                  WS-STATUS-BRT DELIMITED BY SIZE
                  " HAU=" DELIMITED BY SIZE
                  WS-STATUS-HAU DELIMITED BY SIZE
                  " AFA=" DELIMITED BY SIZE
                  WS-STATUS-AFA DELIMITED BY SIZE
                  " FOR=" DELIMITED BY SIZE
           END-IF.
           CLOSE  CAD-ENT
                  CAD-HORAS
                  CAD-HORA-AULA
                  CAD-AFASTADOS
                  CAD-BRUTO
                  CAD-FORA-FOLHA
