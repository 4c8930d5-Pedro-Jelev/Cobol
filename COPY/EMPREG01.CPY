      *        EMPLOYEE INPUT RECORD LAYOUT - SHARED BY EXE06/EXE08
      *        REPLACE PREFIXO WITH THE KEY FIELD PREFIX IN USE
      *        (MATRICULA OR CODIGO) AND TAM-NOME WITH THE NAME
      *        FIELD WIDTH FOR THE CALLING PROGRAM. PREFIXO-CAR IS
      *        THE JOB POSITION (CODIGO-CAR OF CAD-CARGO.DAT).
           03 PREFIXO-ENT         PIC 9(05).
           03 NOME-ENT            PIC X(TAM-NOME).
           03 SALARIO-ENT         PIC 9(05)V99.
           03 PREFIXO-DEP         PIC X(03).
           03 PREFIXO-ADM         PIC 9(08).
           03 PREFIXO-UNI         PIC X(02).
           03 PREFIXO-CAR         PIC X(04).
