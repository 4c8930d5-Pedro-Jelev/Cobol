      *        JOB POSITION MASTER (CAD-CARGO.DAT) - ONE RECORD PER
      *        CARGO, REFERENCED BY THE CARGO FIELD OF THE EMPLOYEE
      *        RECORD (EMPREG01). CBO-CAR IS THE BRAZILIAN OCCUPATION
      *        CODE. TIPO-REMUN-CAR IS "M" FOR MONTHLY OR "H" FOR
      *        HOURLY POSITIONS; FOR "H" THE SALARY RANGE IS PER HOUR
      *        AND IS CHECKED AGAINST THE MONTHLY SALARY DIVIDED BY 220.
           03 CODIGO-CAR          PIC X(04).
           03 TITULO-CAR          PIC X(30).
           03 CBO-CAR             PIC 9(06).
           03 SALARIO-MIN-CAR     PIC 9(05)V99.
           03 SALARIO-MAX-CAR     PIC 9(05)V99.
           03 TIPO-REMUN-CAR      PIC X(01).
