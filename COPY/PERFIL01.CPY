      *        ACCESS PROFILE (CAD-PERFIL.DAT) - ONE RECORD PER
      *        PROFILE AND INTERACTIVE PROGRAM, MAINTAINED BY EX109.
      *        A PROGRAM WITH NO LINE FOR THE USER'S PROFILE IS DENIED.
      *        FUNCOES-PRF LISTS THE FUNCTION LETTERS ALLOWED; "*"
      *        ALLOWS ALL OF THEM:
      *            EXE23  C = INQUIRY       S = HEALTH DATA (CADSAU)
      *            EXE24  I = ADD  A = CHANGE  E = DELETE  S = STATUS
      *            EXE44  M = MAINTAIN PARAMETERS
      *            EXE71  M = MAINTAIN INSS/IRRF TABLES
      *            EX103  L = APPROVE OR REJECT A BANK REMITTANCE
      *            EX108  L = RELEASE THE VOLUME GATE
      *            EX109  U = USERS  P = PROFILES
           03 PERFIL-PRF          PIC X(08).
           03 PROGRAMA-PRF        PIC X(05).
           03 FUNCOES-PRF         PIC X(10).
