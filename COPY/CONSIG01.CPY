      *        PAYROLL LOAN CONTRACT MASTER (CAD-CONSIG.DAT) - ONE
      *        RECORD PER MATRICULA, BANK AND CONTRACT, IN THAT ORDER.
      *        REWRITTEN BY EXE31 (MONTHLY INSTALLMENT) AND EXE67
      *        (SETTLEMENT ON TERMINATION) AS CAD-CONSIG-NOVO.DAT.
      *        SITUACAO: A ACTIVE   Q PAID OFF
      *                  T TERMINATED - RESIDUAL COLLECTED BY THE BANK
      *        THE -ULT FIELDS KEEP THE LAST COMPETENCIA PROCESSED SO
      *        A PAYROLL RERUN REPEATS THE SAME DEDUCTION INSTEAD OF
      *        TAKING ANOTHER INSTALLMENT. TIPO-ULT AS IN CSGMOV01.
           03 MATRICULA-CSG       PIC 9(05).
           03 BANCO-CSG           PIC 9(03).
           03 CONTRATO-CSG        PIC X(12).
           03 VALOR-PARCELA-CSG   PIC 9(05)V99.
           03 PARCELAS-RESTANTES-CSG PIC 9(03).
           03 SITUACAO-CSG        PIC X(01).
           03 COMPETENCIA-ULT-CSG PIC 9(06).
           03 VALOR-ULT-CSG       PIC 9(07)V99.
           03 TIPO-ULT-CSG        PIC X(01).
