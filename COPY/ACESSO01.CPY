      *        ACCESS JOURNAL (ACESSO-LOG.DAT) - ONE RECORD PER
      *        SIGN-ON, FUNCTION DENIAL AND USER/PROFILE MAINTENANCE,
      *        APPENDED BY SIGNON AND EX109 AND LISTED BY EX110 FOR
      *        THE SECURITY REVIEW.
      *        RESULTADO-ACS: A = ALLOWED  N = DENIED  M = MAINTENANCE
      *        MOTIVO-ACS (DENIALS):
      *            UD = UNKNOWN USER          SI = WRONG PASSWORD
      *            BL = USER LOCKED           IN = USER INACTIVE
      *            EX = EXPIRED PASSWORD NOT CHANGED
      *            PF = PROGRAM NOT IN THE USER'S PROFILE
      *            FN = FUNCTION NOT IN THE USER'S PROFILE
      *        MOTIVO-ACS (MAINTENANCE, OBJETO-ACS = USER OR PROFILE):
      *            IU = USER ADDED            AU = USER CHANGED
      *            BU = USER LOCKED           DU = UNLOCKED/NEW PASSWORD
      *            XU = USER DEACTIVATED      PP = PROFILE LINE SET
      *            TS = PASSWORD CHANGED BY THE USER
           03 DATA-ACS            PIC 9(08).
           03 HORA-ACS            PIC 9(06).
           03 USUARIO-ACS         PIC X(08).
           03 PROGRAMA-ACS        PIC X(05).
           03 FUNCAO-ACS          PIC X(01).
           03 RESULTADO-ACS       PIC X(01).
           03 MOTIVO-ACS          PIC X(02).
           03 OBJETO-ACS          PIC X(08).
