      *        ALIMONY CREDIT TO THE BENEFICIARY - ONE RECORD PER
      *        ORDER APPLIED. WRITTEN BY EXE31 (CAD-PENSAO-PAG.DAT),
      *        EXE33 (CAD-PENSAO-13.DAT) AND EXE67 (CAD-PENSAO-
      *        RESC.DAT); FOLHA.SH FOLDS THEM INTO CAD-PENSAO-PAG.DAT,
      *        WHICH EXE32 REMITS WITH THE PAYROLL AND EXE45 READS TO
      *        TELL THE BENEFICIARY CREDITS IN THE BANK RETURN.
      *        ORIGEM: FO MONTHLY PAYROLL   DT 13TH SALARY
      *                RS SEVERANCE
           03 MATRICULA-PPG       PIC 9(05).
           03 SEQUENCIA-PPG       PIC 9(02).
           03 BANCO-PPG           PIC 9(03).
           03 AGENCIA-PPG         PIC 9(05).
           03 CONTA-PPG           PIC 9(10).
           03 VALOR-PPG           PIC 9(06)V99.
           03 COMPETENCIA-PPG     PIC 9(06).
           03 ORIGEM-PPG          PIC X(02).
