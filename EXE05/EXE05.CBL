           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AUL.

           SELECT CAD-FALTA-PRF ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPR.

           SELECT CAD-FALTA-DIS ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FDA.
           03 DISCIPLINA-AUL   PIC 9(03).
           03 QTD-AULAS-AUL    PIC 9(04).

      *    AULAS PERDIDAS (SITUACAO "P") NAO CONTAM COMO AULAS DADAS.
       FD CAD-FALTA-PRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-PRF.DAT".

       01 REG-FPR.
           03 DATA-FPR         PIC 9(08).
           03 TURMA-FPR        PIC X(03).
           03 AULA-FPR         PIC 9(01).
           03 CODIGO-FPR       PIC 9(05).
           03 DISCIPLINA-FPR   PIC 9(03).
           03 SUBSTITUTO-FPR   PIC 9(05).
           03 SITUACAO-FPR     PIC X(01).

       FD CAD-FALTA-DIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-DIS.DAT".
       77 WS-STATUS-AUL      PIC X(02) VALUE "00".
       77 WS-STATUS-FDA      PIC X(02) VALUE "00".
       77 WS-FIM-AUL         PIC X(03) VALUE "NAO".
       77 WS-STATUS-FPR      PIC X(02) VALUE "00".
       77 WS-FIM-FPR         PIC X(03) VALUE "NAO".
       77 WS-FIM-FDA         PIC X(03) VALUE "NAO".
       77 WS-FDA-ABERTO      PIC X(01) VALUE "N".
       77 WS-USA-FREQ-DIS    PIC X(01) VALUE "N".
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARM-REPO.
           PERFORM CARREGA-AULAS.
           PERFORM DESCONTA-AULAS-PERDIDAS.
           PERFORM CARREGA-FALTA-DIS.
           PERFORM CARREGA-ACUMULADO.
           IF WS-CONTADOR-CKPT > 0
               AT END MOVE "SIM" TO WS-FIM-AUL
           END-READ.

      *    AULAS PERDIDAS POR FALTA DE PROFESSOR NO ANO LETIVO.
       DESCONTA-AULAS-PERDIDAS.
           IF WS-QTD-AULAS-TAB > ZEROS
               OPEN INPUT CAD-FALTA-PRF
               IF WS-STATUS-FPR = "00"
                   PERFORM LEITURA-FALTA-PRF
                   PERFORM UNTIL WS-FIM-FPR = "SIM"
                       IF SITUACAO-FPR = "P"
                          AND DATA-FPR (1:4) = WS-DATA-VIGENTE (1:4)
                           PERFORM DESCONTA-AULA
                       END-IF
                       PERFORM LEITURA-FALTA-PRF
                   END-PERFORM
                   CLOSE CAD-FALTA-PRF
               END-IF
           END-IF.

       LEITURA-FALTA-PRF.
           READ CAD-FALTA-PRF
               AT END MOVE "SIM" TO WS-FIM-FPR
           END-READ.

       DESCONTA-AULA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-AULAS-TAB
               IF WS-AULA-TURMA (WS-A) = TURMA-FPR
                  AND WS-AULA-DISCIPLINA (WS-A) = DISCIPLINA-FPR
                   IF WS-AULA-QTD (WS-A) > ZEROS
                       SUBTRACT 1 FROM WS-AULA-QTD (WS-A)
                   END-IF
                   MOVE WS-QTD-AULAS-TAB TO WS-A
               END-IF
           END-PERFORM.

       CARREGA-FALTA-DIS.
           OPEN INPUT CAD-FALTA-DIS.
           IF WS-STATUS-FDA = "00"
                  WS-STATUS-APD DELIMITED BY SIZE
                  " AUL=" DELIMITED BY SIZE
                  WS-STATUS-AUL DELIMITED BY SIZE
                  " FPR=" DELIMITED BY SIZE
                  WS-STATUS-FPR DELIMITED BY SIZE
                  " FDA=" DELIMITED BY SIZE
                  WS-STATUS-FDA DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
