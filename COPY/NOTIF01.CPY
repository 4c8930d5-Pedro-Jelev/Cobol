      *        OUTBOUND NOTICE - COMMON LAYOUT OF THE GUARDIAN NOTICES
      *        WRITTEN BY EXE17 (NOTIF-EXE17.DAT), EXE49 (NOTIF-COB.DAT)
      *        AND EXE64 (NOTIF-OCO.DAT) AND OF THE OUTBOUND QUEUE
      *        (FILA-NOTIF.DAT) THAT EX112 BUILDS FROM THEM.
      *        CHAVE-NTQ IDENTIFIES THE NOTICE TO THE MESSAGING GATEWAY:
      *        PRODUCING PROGRAM, BUSINESS DATE AND SEQUENCE IN THE RUN.
      *        NUMERO-NTQ IS THE STUDENT, WHICH IS ALSO THE CADRES KEY
      *        OF THE GUARDIAN THE NOTICE GOES TO.
      *        MODELO-NTQ (TEMPLATE):
      *            APRO = APPROVED            REPR = FAILED THE YEAR
      *            COB1/COB2/COB3 = DUNNING STAGE 1/2/3
      *            OCO1 ... OCO9 = OCCURRENCE OF THAT SEVERITY
      *        CANAL-NTQ: S = SMS  E = E-MAIL  C = PRINTED LETTER
      *            (BLANK UNTIL EX112 ROUTES THE NOTICE)
      *        SITUACAO-NTQ:
      *            P = PENDING (NOT YET SENT OR PRINTED)
      *            E = SENT TO THE GATEWAY, AWAITING ITS RETURN
      *            D = DELIVERED (GATEWAY CONFIRMED)
      *            C = PRINTED AS A LETTER
      *            O = SUPPRESSED - GUARDIAN OPTED OUT OF EVERY CHANNEL
      *                STILL AVAILABLE
      *            S = SUPPRESSED - NO PHONE, E-MAIL OR ADDRESS
      *        MOTIVO-NTQ IS THE GATEWAY FAILURE CODE WHEN AN SMS OR
      *        E-MAIL WAS NOT DELIVERED (THE NOTICE THEN FALLS BACK TO
      *        A LETTER); BLANK OTHERWISE.
           03 CHAVE-NTQ.
              05 ORIGEM-NTQ       PIC X(05).
              05 DATA-NTQ         PIC 9(08).
              05 SEQUENCIA-NTQ    PIC 9(05).
           03 NUMERO-NTQ          PIC 9(07).
           03 MODELO-NTQ          PIC X(04).
           03 CANAL-NTQ           PIC X(01).
           03 DESTINATARIO-NTQ    PIC X(30).
           03 TELEFONE-NTQ        PIC X(11).
           03 EMAIL-NTQ           PIC X(40).
           03 ENDERECO-NTQ.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-NTQ==
                   ==PREFIXO-NUM== BY ==NUM-END-NTQ==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-NTQ==
                   ==PREFIXO-BAI== BY ==BAIRRO-NTQ==
                   ==PREFIXO-CID== BY ==CIDADE-NTQ==
                   ==PREFIXO-UF== BY ==UF-NTQ==
                   ==PREFIXO-CEP== BY ==CEP-NTQ==.
           03 MENSAGEM-NTQ        PIC X(80).
           03 SITUACAO-NTQ        PIC X(01).
           03 DATA-SITUACAO-NTQ   PIC 9(08).
           03 MOTIVO-NTQ          PIC X(02).
