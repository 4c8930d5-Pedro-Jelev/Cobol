           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT LOG-EXE68   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           03 MATRICULA-EXC    PIC 9(05).
           03 MOTIVO-EXC       PIC X(02).

      *        PERMANENT PAYROLL HISTORY - FE MEMO RECORD OF THE
      *        VACATION PAY. THE AMOUNT IS TAXED AND RECORDED AGAIN
      *        BY EXE31 INSIDE THE MONTH'S FO RECORD.
       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS                 PIC X(80).

       FD LOG-EXE68
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE68.DAT".
       77 WS-VALOR-FERIAS  PIC 9(06)V99 VALUE ZEROS.
       77 WS-DIAS-FIM      PIC S9(07) VALUE ZEROS.
       77 WS-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       01 WS-REG-FHS.
           COPY FOLHIS01.
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
                   OPEN OUTPUT CAD-AFASTADOS
               END-IF
               PERFORM VERIFICA-STATUS-AFA
               OPEN EXTEND CAD-FOLHA-HIST
               IF WS-STATUS-FHS NOT = "00"
                   OPEN OUTPUT CAD-FOLHA-HIST
               END-IF
               PERFORM VERIFICA-STATUS-FHS
               OPEN INPUT CADFUN
               IF WS-STATUS-FUN = "00"
                   PERFORM LEITURA-FUNCIONARIO
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-FHS.
           IF WS-STATUS-FHS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FHS"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ FERIAS-TRAN
                AT END
           PERFORM GRAVA-VENCIMENTO.
           PERFORM GRAVA-SALDO-DECREMENTADO.
           PERFORM GRAVA-AFASTAMENTO.
           PERFORM GRAVA-HISTORICO.
           ADD 1 TO WS-CONTADOR-GRAVADO.

       GRAVA-VENCIMENTO.
           WRITE REG-AFA.
           PERFORM VERIFICA-STATUS-AFA.

       GRAVA-HISTORICO.
           MOVE CODIGO-ENT TO MATRICULA-FHS.
           COMPUTE COMPETENCIA-FHS = INICIO-TRN / 100.
           MOVE "FE" TO TIPO-FHS.
           MOVE NOME-ENT TO NOME-FHS.
           MOVE DEPTO-ENT TO DEPTO-FHS.
           MOVE WS-VALOR-FERIAS TO BRUTO-FHS.
           MOVE ZEROS TO INSS-FHS.
           MOVE ZEROS TO IRRF-FHS.
           MOVE WS-VALOR-FERIAS TO LIQUIDO-FHS.
           MOVE ZEROS TO DEPENDENTES-FHS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-MOVTO-FHS.
           WRITE REG-FHS FROM WS-REG-FHS.
           PERFORM VERIFICA-STATUS-FHS.

       GRAVA-EXCECAO.
           MOVE MATRICULA-TRN TO MATRICULA-EXC.
           WRITE REG-EXC.
                  WS-STATUS-AFA DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TRN TO WS-DIAG-REGISTRO.
                     CAD-SALDO-FERIAS-NOVO
                     CAD-SAI-FUN
                     CAD-AFASTADOS
                     CAD-FOLHA-HIST
                     FERIAS-EXC
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
