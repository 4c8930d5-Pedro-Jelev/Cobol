      *        OPERATOR MASTER (CAD-USUARIO.DAT) - ONE RECORD PER
      *        USER OF THE INTERACTIVE PROGRAMS, MAINTAINED BY EX109
      *        AND CHECKED AT SIGN-ON BY SIGNON. SENHA-HASH-USU IS THE
      *        HASHSEN DIGEST OF USER + PASSWORD; THE PASSWORD ITSELF
      *        IS NEVER STORED. A PASSWORD EXPIRES AFTER EXPIRA-USU
      *        (ZERO = TEMPORARY PASSWORD, MUST BE CHANGED AT THE NEXT
      *        SIGN-ON). TENTATIVAS-USU COUNTS CONSECUTIVE WRONG
      *        PASSWORDS; AT THE LIMIT SITUACAO-USU BECOMES "B".
      *        PERFIL-USU NAMES THE ACCESS PROFILE IN CAD-PERFIL.DAT.
           03 USUARIO-USU         PIC X(08).
           03 NOME-USU            PIC X(30).
           03 PERFIL-USU          PIC X(08).
           03 SENHA-HASH-USU      PIC 9(18).
           03 EXPIRA-USU          PIC 9(08).
           03 TENTATIVAS-USU      PIC 9(01).
           03 SITUACAO-USU        PIC X(01).
      *            A = ACTIVE  B = LOCKED  I = INACTIVE
           03 ULT-ACESSO-USU      PIC 9(08).
