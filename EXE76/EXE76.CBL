           03 CONTATO-NOME-TRN PIC X(30).
           03 CONTATO-FONE-TRN PIC X(11).
           03 AUTORIZA-IMAGEM-TRN PIC X(01).
           03 NEE-TRN          PIC X(01).
           03 TIPO-NEE-TRN     PIC X(02).

      *    NEE = ALUNO COM NECESSIDADE EDUCACIONAL ESPECIAL (S/N) E O
      *    TIPO NA CODIFICACAO DO CENSO ESCOLAR: DV VISUAL, DA AUDITIVA,
      *    DF FISICA, DI INTELECTUAL, DM MULTIPLA, TA TRANSTORNO DO
      *    ESPECTRO AUTISTA, AH ALTAS HABILIDADES.
       FD CADSAU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAU.DAT".
           03 CONTATO-NOME-SAU PIC X(30).
           03 CONTATO-FONE-SAU PIC X(11).
           03 AUTORIZA-IMAGEM-SAU PIC X(01).
           03 NEE-SAU          PIC X(01).
           03 TIPO-NEE-SAU     PIC X(02).

       FD CADSAU-NOVO
           LABEL RECORD ARE STANDARD
           03 CONTATO-NOME-SAN PIC X(30).
           03 CONTATO-FONE-SAN PIC X(11).
           03 AUTORIZA-IMAGEM-SAN PIC X(01).
           03 NEE-SAN          PIC X(01).
           03 TIPO-NEE-SAN     PIC X(02).

       FD CADALU
           LABEL  RECORD  ARE STANDARD
                       AND AUTORIZA-IMAGEM-TRN NOT = "N"
                   MOVE "AI" TO WS-MOTIVO
               END-IF
               IF NEE-TRN = "S"
                   IF TIPO-NEE-TRN NOT = "DV"
                      AND TIPO-NEE-TRN NOT = "DA"
                      AND TIPO-NEE-TRN NOT = "DF"
                      AND TIPO-NEE-TRN NOT = "DI"
                      AND TIPO-NEE-TRN NOT = "DM"
                      AND TIPO-NEE-TRN NOT = "TA"
                      AND TIPO-NEE-TRN NOT = "AH"
                       MOVE "TN" TO WS-MOTIVO
                   END-IF
               ELSE
                   IF NEE-TRN NOT = "N" AND NEE-TRN NOT = SPACE
                       MOVE "NN" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       VERIFICA-ALUNO.
           MOVE CONTATO-NOME-TRN TO CONTATO-NOME-SAN.
           MOVE CONTATO-FONE-TRN TO CONTATO-FONE-SAN.
           MOVE AUTORIZA-IMAGEM-TRN TO AUTORIZA-IMAGEM-SAN.
           IF NEE-TRN = "S"
               MOVE "S" TO NEE-SAN
               MOVE TIPO-NEE-TRN TO TIPO-NEE-SAN
           ELSE
               MOVE "N" TO NEE-SAN
               MOVE SPACES TO TIPO-NEE-SAN
           END-IF.
           WRITE REG-SAN.
           PERFORM VERIFICA-STATUS-SAN.

