           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTORICO.DAT".

       01 REG-HIS-ARQ             PIC X(28).

       FD CADALU
           LABEL  RECORD  ARE STANDARD
           03 FALTAS-HIS       PIC 9(04).
           03 SITUACAO-HIS     PIC X(01).
           03 TURMA-HIS        PIC X(03).
           03 CONSELHO-HIS     PIC X(01).
           03 SITUACAO-ORIG-HIS PIC X(01).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ             PIC X(03) VALUE "NAO".
       77 WS-ANO-ANT          PIC 9(04) VALUE ZEROS.
       77 WS-DATA-SISTEMA     PIC 9(08) VALUE ZEROS.
       77 WS-CONTADOR-ALUNO   PIC 9(07) VALUE ZEROS.
       77 WS-SITUACAO-DESCR   PIC X(01) VALUE SPACES.
       01 WS-NOME-DISCIPLINA  PIC X(20) VALUE SPACES.
       01 WS-DESCR-SITUACAO   PIC X(22) VALUE SPACES.
       01 WS-LINHA-REL              PIC X(80).
           END-IF.

       MONTA-DESCR-SITUACAO.
           EVALUATE WS-SITUACAO-DESCR
               WHEN "A" MOVE "APROVADO" TO WS-DESCR-SITUACAO
               WHEN "V" MOVE "APROVADO (RECUPERACAO)"
                           TO WS-DESCR-SITUACAO
               WHEN "R" MOVE "REPROVADO" TO WS-DESCR-SITUACAO
               WHEN "F" MOVE "REPROVADO (FREQUENCIA)"
                           TO WS-DESCR-SITUACAO
               WHEN OTHER MOVE WS-SITUACAO-DESCR TO WS-DESCR-SITUACAO
           END-EVALUATE.

       GRAVA-LINHA-DISCIPLINA.
           PERFORM BUSCA-NOME-DISCIPLINA.
           MOVE SITUACAO-HIS TO WS-SITUACAO-DESCR.
           PERFORM MONTA-DESCR-SITUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " DELIMITED BY SIZE
                  WS-DESCR-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF CONSELHO-HIS = "S"
               PERFORM GRAVA-LINHA-CONSELHO
           END-IF.

       GRAVA-RESULTADO-ANUAL.
           MOVE SITUACAO-HIS TO WS-SITUACAO-DESCR.
           PERFORM MONTA-DESCR-SITUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  RESULTADO DO ANO - TURMA " DELIMITED BY SIZE
                  WS-DESCR-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF CONSELHO-HIS = "S"
               PERFORM GRAVA-LINHA-CONSELHO
           END-IF.

      *    RESULTADO DECIDIDO PELO CONSELHO DE CLASSE: MOSTRA TAMBEM A
      *    SITUACAO ORIGINALMENTE CALCULADA.
       GRAVA-LINHA-CONSELHO.
           MOVE SITUACAO-ORIG-HIS TO WS-SITUACAO-DESCR.
           PERFORM MONTA-DESCR-SITUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "    (CONSELHO DE CLASSE) SITUACAO CALCULADA: "
                      DELIMITED BY SIZE
                  WS-DESCR-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       TERMINO.
           IF WS-ALU-ABERTO = "S"
