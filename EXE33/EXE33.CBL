           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AUD.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT CAD-PENSAO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PEN.

           SELECT CAD-PENSAO-13   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPG.

           SELECT LOG-EXE33   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           03 MESES-AUD        PIC 9(02).
           03 BASE-AUD         PIC 9(06)V99.
           03 VALOR-13-AUD     PIC 9(06)V99.
           03 PENSAO-AUD       PIC 9(06)V99.

      *        PERMANENT PAYROLL HISTORY - ONE DT RECORD PER
      *        MATRICULA UNDER COMPETENCIA DECEMBER OF THE REFERENCE
      *        YEAR. THE DECEMBER RUN SUPERSEDES THE NOVEMBER ONE.
       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS                 PIC X(80).

      *        COURT-ORDERED ALIMONY. PERCENTAGE ORDERS ALSO APPLY TO
      *        THE 13TH SALARY; THEY ARE TAKEN ON THE DECEMBER RUN
      *        (SECOND INSTALLMENT) AND THE BENEFICIARY CREDITS ARE
      *        REMITTED WITH THE DECEMBER PAYROLL BY FOLHA.SH.
       FD CAD-PENSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO.DAT".

       01 REG-PEN.
           COPY PENSAO01.

       FD CAD-PENSAO-13
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO-13.DAT".

       01 REG-PPG.
           COPY PENPAG01.

       FD LOG-EXE33
           LABEL RECORD ARE STANDARD
       77 WS-SALARIO-BASE  PIC 9(06)V99 VALUE ZEROS.
       77 WS-VALOR-13      PIC 9(06)V99 VALUE ZEROS.
       77 WS-IDX           PIC 9(06).
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       77 WS-STATUS-PEN    PIC X(02) VALUE "00".
       77 WS-STATUS-PPG    PIC X(02) VALUE "00".
       77 WS-FIM-PEN       PIC X(03) VALUE "SIM".
       77 WS-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-PENSAO  PIC 9(06)V99 VALUE ZEROS.
       77 WS-VALOR-ORDEM   PIC 9(06)V99 VALUE ZEROS.
       77 WS-CONTADOR-PENSAO PIC 9(07) VALUE ZEROS.
       01 WS-REG-FHS.
           COPY FOLHIS01.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-REAJUSTE.
           03 WS-REAJ-SOMA PIC 9(07)V99 OCCURS 100000 TIMES
               MOVE FUNCTION CURRENT-DATE (1:4)
                   TO WS-ANO-REFERENCIA
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-EXECUCAO.
           PERFORM CARREGA-REAJUSTES.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN NOT = "00"
                    OUTPUT CAD-AUD-13
               PERFORM VERIFICA-STATUS-S13
               PERFORM VERIFICA-STATUS-AUD
               OPEN EXTEND CAD-FOLHA-HIST
               IF WS-STATUS-FHS NOT = "00"
                   OPEN OUTPUT CAD-FOLHA-HIST
               END-IF
               PERFORM VERIFICA-STATUS-FHS
               IF WS-DATA-EXECUCAO (5:2) = "12"
                   OPEN OUTPUT CAD-PENSAO-13
                   PERFORM VERIFICA-STATUS-PPG
                   OPEN INPUT CAD-PENSAO
                   IF WS-STATUS-PEN = "00"
                       MOVE "NAO" TO WS-FIM-PEN
                       PERFORM LEITURA-PENSAO
                   END-IF
               END-IF
               PERFORM LEITURA
           END-IF.

                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-FHS.
           IF WS-STATUS-FHS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FHS"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-PPG.
           IF WS-STATUS-PPG NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PPG"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA-PENSAO.
           READ CAD-PENSAO
               AT END MOVE "SIM" TO WS-FIM-PEN
           END-READ.

       LEITURA.
           READ CADFUN
                AT END
               ADD 1 TO WS-CONTADOR-SEM-DIREITO
           ELSE
               PERFORM CALCULA-DECIMO-TERCEIRO
               PERFORM CALCULA-PENSAO
               PERFORM GRAVACAO
               PERFORM GRAVA-AUDITORIA
               PERFORM GRAVA-HISTORICO
           END-IF.
           PERFORM LEITURA.

           COMPUTE WS-VALOR-13 ROUNDED =
               WS-SALARIO-BASE * WS-MESES / 12.

      *        THE 13TH CARRIES NO INSS/IRRF HERE, SO BOTH PERCENTAGE
      *        BASES (B AND L) APPLY TO THE 13TH VALUE. FIXED-AMOUNT
      *        ORDERS ARE MONTHLY AND DO NOT APPLY.
       CALCULA-PENSAO.
           MOVE ZEROS TO WS-VALOR-PENSAO.
           PERFORM UNTIL WS-FIM-PEN = "SIM"
                   OR MATRICULA-PEN NOT LESS THAN CODIGO-ENT
               PERFORM LEITURA-PENSAO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-PEN = "SIM"
                   OR MATRICULA-PEN NOT = CODIGO-ENT
               IF (BASE-PEN = "B" OR BASE-PEN = "L")
                  AND PERCENTUAL-PEN NUMERIC
                  AND INICIO-PEN NOT GREATER THAN WS-DATA-EXECUCAO
                  AND (FIM-PEN = ZEROS
                       OR FIM-PEN NOT LESS THAN WS-DATA-EXECUCAO)
                   PERFORM GRAVA-PENSAO
               END-IF
               PERFORM LEITURA-PENSAO
           END-PERFORM.

       GRAVA-PENSAO.
           COMPUTE WS-VALOR-ORDEM ROUNDED =
               WS-VALOR-13 * PERCENTUAL-PEN / 100.
           IF WS-VALOR-ORDEM > WS-VALOR-13 - WS-VALOR-PENSAO
               COMPUTE WS-VALOR-ORDEM = WS-VALOR-13 - WS-VALOR-PENSAO
           END-IF.
           IF WS-VALOR-ORDEM > ZEROS
               ADD WS-VALOR-ORDEM TO WS-VALOR-PENSAO
               MOVE MATRICULA-PEN TO MATRICULA-PPG
               MOVE SEQUENCIA-PEN TO SEQUENCIA-PPG
               MOVE BANCO-PEN TO BANCO-PPG
               MOVE AGENCIA-PEN TO AGENCIA-PPG
               MOVE CONTA-PEN TO CONTA-PPG
               MOVE WS-VALOR-ORDEM TO VALOR-PPG
               COMPUTE COMPETENCIA-PPG = WS-ANO-REFERENCIA * 100 + 12
               MOVE "DT" TO ORIGEM-PPG
               WRITE REG-PPG
               PERFORM VERIFICA-STATUS-PPG
               ADD 1 TO WS-CONTADOR-PENSAO
           END-IF.

       GRAVACAO.
           MOVE CODIGO-ENT TO CODIGO-S13.
           MOVE NOME-ENT TO NOME-SAI.
           MOVE WS-MESES TO MESES-AUD.
           MOVE WS-SALARIO-BASE TO BASE-AUD.
           MOVE WS-VALOR-13 TO VALOR-13-AUD.
           MOVE WS-VALOR-PENSAO TO PENSAO-AUD.
           WRITE REG-AUD.
           PERFORM VERIFICA-STATUS-AUD.

       GRAVA-HISTORICO.
           MOVE CODIGO-ENT TO MATRICULA-FHS.
           COMPUTE COMPETENCIA-FHS = WS-ANO-REFERENCIA * 100 + 12.
           MOVE "DT" TO TIPO-FHS.
           MOVE NOME-ENT TO NOME-FHS.
           MOVE DEPTO-ENT TO DEPTO-FHS.
           MOVE WS-VALOR-13 TO BRUTO-FHS.
           MOVE ZEROS TO INSS-FHS.
           MOVE ZEROS TO IRRF-FHS.
           COMPUTE LIQUIDO-FHS = WS-VALOR-13 - WS-VALOR-PENSAO.
           MOVE ZEROS TO DEPENDENTES-FHS.
           MOVE WS-DATA-EXECUCAO TO DATA-MOVTO-FHS.
           WRITE REG-FHS FROM WS-REG-FHS.
           PERFORM VERIFICA-STATUS-FHS.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE33 - LIDOS: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-PENSAO > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE33 - PENSOES SOBRE O 13o: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
                  WS-STATUS-S13 DELIMITED BY SIZE
                  " AUD=" DELIMITED BY SIZE
                  WS-STATUS-AUD DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
                  " PEN=" DELIMITED BY SIZE
                  WS-STATUS-PEN DELIMITED BY SIZE
                  " PPG=" DELIMITED BY SIZE
                  WS-STATUS-PPG DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-DATA-EXECUCAO (5:2) = "12"
                   AND (WS-STATUS-FUN = "00" OR WS-STATUS-FUN = "10")
               CLOSE CAD-PENSAO-13
               IF WS-STATUS-PEN = "00" OR WS-STATUS-PEN = "10"
                   CLOSE CAD-PENSAO
               END-IF
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
           CLOSE  CADFUN
                  CAD-SAI-13
                  CAD-AUD-13
                  CAD-FOLHA-HIST
                  LOG-EXE33.
