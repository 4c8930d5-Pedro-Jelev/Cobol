      *        PAYROLL BUDGET MASTER (CAD-ORCAMENTO.DAT) - ONE RECORD
      *        PER COST CENTER (CENTRO-CUSTO-DEP OF CADDEP), YEAR AND
      *        MONTH, IN THAT ORDER. MAINTAINED BY EX100 FROM
      *        ORC-TRAN.DAT AND COMPARED WITH THE ACTUALS BY EX101.
      *        SALARIOS-ORC IS THE GROSS PAY WITHOUT OVERTIME, WHICH
      *        IS BUDGETED APART IN HORAS-EXTRAS-ORC; ENCARGOS-ORC IS
      *        THE EMPLOYER FGTS AND SOCIAL SECURITY OF CAD-ENCARGOS.
           03 CHAVE-ORC.
              04 CENTRO-CUSTO-ORC  PIC X(06).
              04 ANO-ORC           PIC 9(04).
              04 MES-ORC           PIC 9(02).
           03 QUADRO-ORC          PIC 9(05).
           03 SALARIOS-ORC        PIC 9(09)V99.
           03 HORAS-EXTRAS-ORC    PIC 9(09)V99.
           03 ENCARGOS-ORC        PIC 9(09)V99.
