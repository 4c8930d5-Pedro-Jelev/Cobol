      *        COURT-ORDERED ALIMONY MASTER (CAD-PENSAO.DAT) - ONE
      *        RECORD PER MATRICULA AND ORDER NUMBER, IN THAT ORDER.
      *        HAND-MAINTAINED BY THE PERSONNEL OFFICE; READ BY EXE31
      *        (MONTHLY PAYROLL), EXE33 (13TH SALARY) AND EXE67
      *        (SEVERANCE).
      *        BASE: F FIXED AMOUNT (VALOR-FIXO-PEN), MONTHLY PAYROLL
      *                AND SEVERANCE ONLY
      *              B PERCENTUAL-PEN OF THE GROSS PAY
      *              L PERCENTUAL-PEN OF THE GROSS PAY LESS INSS AND
      *                IRRF
      *        THE ORDER APPLIES FROM INICIO-PEN UNTIL FIM-PEN
      *        (ZEROS = NO END DATE).
           03 MATRICULA-PEN       PIC 9(05).
           03 SEQUENCIA-PEN       PIC 9(02).
           03 BENEFICIARIO-PEN    PIC X(30).
           03 BANCO-PEN           PIC 9(03).
           03 AGENCIA-PEN         PIC 9(05).
           03 CONTA-PEN           PIC 9(10).
           03 BASE-PEN            PIC X(01).
           03 VALOR-FIXO-PEN      PIC 9(05)V99.
           03 PERCENTUAL-PEN      PIC 9(02)V99.
           03 INICIO-PEN          PIC 9(08).
           03 FIM-PEN             PIC 9(08).
