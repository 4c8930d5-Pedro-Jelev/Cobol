      *        PAYROLL HISTORY RECORD LAYOUT - WRITTEN BY EXE31 (FO),
      *        EXE33 (DT), EXE67 (RS/RT/RI) AND EXE68 (FE), READ BY
      *        EXE95 FOR THE ANNUAL INCOME STATEMENT. ONE RECORD PER
      *        MATRICULA, COMPETENCIA AND TIPO PER RUN; A RERUN
      *        APPENDS AGAIN AND THE LATEST RECORD SUPERSEDES.
      *        TIPO: FO MONTHLY PAYROLL (VACATION PAY INCLUDED)
      *              DT 13TH SALARY          FE VACATION PAY (MEMO)
      *              RS SEVERANCE - SALARY BALANCE
      *              RT SEVERANCE - PROPORTIONAL 13TH
      *              RI SEVERANCE - VACATION, 1/3 AND NOTICE PAY
           03 MATRICULA-FHS       PIC 9(05).
           03 COMPETENCIA-FHS     PIC 9(06).
           03 TIPO-FHS            PIC X(02).
           03 NOME-FHS            PIC X(20).
           03 DEPTO-FHS           PIC X(03).
           03 BRUTO-FHS           PIC 9(07)V99.
           03 INSS-FHS            PIC 9(06)V99.
           03 IRRF-FHS            PIC 9(06)V99.
           03 LIQUIDO-FHS         PIC 9(07)V99.
           03 DEPENDENTES-FHS     PIC 9(02).
           03 DATA-MOVTO-FHS      PIC 9(08).
