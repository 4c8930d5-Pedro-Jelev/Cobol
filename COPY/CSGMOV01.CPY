      *        PAYROLL LOAN MOVEMENT - WRITTEN BY EXE31 (CAD-CONSIG-
      *        MOV.DAT, RECREATED EACH PAYROLL RUN) AND EXE67 (CAD-
      *        CONSIG-RESC.DAT, APPENDED UNTIL REMITTED), READ BY EXE98
      *        FOR THE REMITTANCE TO EACH LENDING BANK.
      *        TIPO: D INSTALLMENT DEDUCTED IN FULL
      *              P PARTIAL - INSTALLMENT ABOVE THE MARGIN
      *              R REFUSED - NO MARGIN LEFT
      *              S BALANCE SETTLED FROM THE SEVERANCE PAY
           03 BANCO-CMV           PIC 9(03).
           03 MATRICULA-CMV       PIC 9(05).
           03 CONTRATO-CMV        PIC X(12).
           03 COMPETENCIA-CMV     PIC 9(06).
           03 TIPO-CMV            PIC X(01).
           03 VALOR-PARCELA-CMV   PIC 9(05)V99.
           03 VALOR-DESCONTADO-CMV PIC 9(07)V99.
           03 PARCELAS-RESTANTES-CMV PIC 9(03).
