           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FIN.

           SELECT CAD-CONSELHO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CNS.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EXE20   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           03 APROVADOS-FIN    PIC 9(05).
           03 REPROVADOS-FIN   PIC 9(05).

      *    DECISOES DO CONSELHO DE CLASSE (EXE84). DISCIPLINA 000 E O
      *    RESULTADO ANUAL E PREVALECE SOBRE A SITUACAO CALCULADA.
       FD CAD-CONSELHO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSELHO.DAT".

       01 REG-CNS.
           03 CHAVE-CNS.
              04 NUMERO-CNS       PIC 9(07).
              04 ANO-CNS          PIC 9(04).
              04 DISCIPLINA-CNS   PIC 9(03).
           03 TURMA-CNS        PIC X(03).
           03 MEDIA-ORIG-CNS   PIC 9(02)V99.
           03 SITUACAO-ORIG-CNS PIC X(01).
           03 DECISAO-CNS      PIC X(01).
           03 DATA-REUNIAO-CNS PIC 9(08).
           03 JUSTIFICATIVA-CNS PIC X(60).
           03 DATA-REGISTRO-CNS PIC 9(08).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD LOG-EXE20
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE20.DAT".
       77 WS-STATUS-B4     PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-FIN    PIC X(02) VALUE "00".
       77 WS-STATUS-CNS    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-FIM-B1        PIC X(03) VALUE "NAO".
       77 WS-FIM-B2        PIC X(03) VALUE "NAO".
       77 WS-FIM-B3        PIC X(03) VALUE "NAO".
       77 WS-FIM-B4        PIC X(03) VALUE "NAO".
       77 WS-FIM-CNS       PIC X(03) VALUE "NAO".
       77 WS-ANO-LETIVO    PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-CNS     PIC 9(05) VALUE ZEROS.
       77 WS-DETALHE       PIC X(01).
       77 WS-NOTA-MINIMA   PIC 9(02)V99 VALUE 7.00.
       77 WS-MENOR-NUMERO  PIC 9(07).
                OUTPUT LOG-EXE20.
           PERFORM VERIFICA-STATUS-FIN.
           PERFORM LE-PARAMETRO.
           PERFORM LE-DATA-MOVTO.
           OPEN INPUT CAD-CONSELHO.
           IF WS-STATUS-CNS = "00"
               PERFORM LEITURA-CONSELHO
           ELSE
               MOVE "SIM" TO WS-FIM-CNS
           END-IF.
           OPEN INPUT CADATU-B1.
           IF WS-STATUS-B1 = "00"
               PERFORM LEITURA-B1
               CLOSE PARM-EXE20
           END-IF.

       LE-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANO-LETIVO.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-MOV = "00"
               READ DATA-MOVTO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MOV = "00"
                   MOVE DATA-MOVTO-REG (1:4) TO WS-ANO-LETIVO
               END-IF
               CLOSE DATA-MOVTO
           END-IF.

      *    SO INTERESSAM AS DECISOES SOBRE O RESULTADO ANUAL DO ANO
      *    LETIVO QUE ESTA SENDO FECHADO.
       LEITURA-CONSELHO.
           MOVE "N" TO WS-DETALHE.
           PERFORM UNTIL WS-DETALHE = "S" OR WS-FIM-CNS = "SIM"
               READ CAD-CONSELHO
                   AT END MOVE "SIM" TO WS-FIM-CNS
               END-READ
               IF WS-FIM-CNS NOT = "SIM"
                   IF ANO-CNS = WS-ANO-LETIVO
                      AND DISCIPLINA-CNS = ZEROS
                       MOVE "S" TO WS-DETALHE
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-STATUS-FIN.
           IF WS-STATUS-FIN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE WS-TURMA-ALUNO TO TURMA-FIN
               IF WS-MEDIA-FINAL NOT LESS THAN WS-NOTA-MINIMA
                   MOVE "A" TO SITUACAO-FIN
               ELSE
                   MOVE "R" TO SITUACAO-FIN
               END-IF
               PERFORM APLICA-CONSELHO
               IF SITUACAO-FIN = "A"
                   ADD 1 TO WS-TOTAL-APR
               ELSE
                   ADD 1 TO WS-TOTAL-REP
               END-IF
               WRITE REG-FIN
               ADD 1 TO WS-TOTAL-ALU
           END-IF.

      *    A MEDIA FINAL CONTINUA A CALCULADA; SO A SITUACAO SEGUE A
      *    DECISAO DO CONSELHO.
       APLICA-CONSELHO.
           PERFORM UNTIL WS-FIM-CNS = "SIM"
                   OR NUMERO-CNS NOT LESS THAN WS-MENOR-NUMERO
               PERFORM LEITURA-CONSELHO
           END-PERFORM.
           IF WS-FIM-CNS NOT = "SIM"
              AND NUMERO-CNS = WS-MENOR-NUMERO
               MOVE DECISAO-CNS TO SITUACAO-FIN
               ADD 1 TO WS-TOTAL-CNS
           END-IF.

       GRAVA-TRAILER.
           MOVE "TRL" TO TRAILER-ID-FIN.
           MOVE WS-TOTAL-ALU TO TOTAL-FIN.
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE20 - DECISOES DO CONSELHO APLICADAS: "
                      DELIMITED BY SIZE
                  WS-TOTAL-CNS DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
                  WS-STATUS-PARM DELIMITED BY SIZE
                  " FIN=" DELIMITED BY SIZE
                  WS-STATUS-FIN DELIMITED BY SIZE
                  " CNS=" DELIMITED BY SIZE
                  WS-STATUS-CNS DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE ZEROS TO WS-DIAG-CONTADOR.
           MOVE SPACES TO WS-DIAG-REGISTRO.
                  CADATU-B4
                  CADFIN
                  LOG-EXE20.
           IF WS-STATUS-CNS = "00" OR WS-STATUS-CNS = "10"
               CLOSE CAD-CONSELHO
           END-IF.
