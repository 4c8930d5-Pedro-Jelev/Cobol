           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HIS.

           SELECT CAD-CONSELHO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CNS.

           SELECT CTRL-EXE55   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.
           03 FALTAS-HIS       PIC 9(04).
           03 SITUACAO-HIS     PIC X(01).
           03 TURMA-HIS        PIC X(03).
           03 CONSELHO-HIS     PIC X(01).
           03 SITUACAO-ORIG-HIS PIC X(01).

      *    DECISOES DO CONSELHO DE CLASSE (EXE84). A SITUACAO DECIDIDA
      *    VAI PARA O HISTORICO; A CALCULADA FICA EM SITUACAO-ORIG-HIS.
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

       FD CTRL-EXE55
           LABEL RECORD ARE STANDARD
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-HIS    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-CNS    PIC X(02) VALUE "00".
       77 WS-FIM-CNS       PIC X(03) VALUE "NAO".
       77 WS-QTD-CNS       PIC 9(04) VALUE ZEROS.
       77 WS-C             PIC 9(04).
       77 WS-CONTADOR-CNS  PIC 9(07) VALUE ZEROS.
       77 WS-JA-PROCESSADO PIC X(01) VALUE "N".
       77 WS-FIM-FDA       PIC X(03) VALUE "NAO".
       77 WS-FIM-ACM       PIC X(03) VALUE "NAO".
       77 WS-CONTADOR-DIS  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ANO  PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-CNS.
           03 WS-CNS-OCORRE OCCURS 2000 TIMES.
               05 WS-CNS-NUMERO     PIC 9(07).
               05 WS-CNS-DISCIPLINA PIC 9(03).
               05 WS-CNS-DECISAO    PIC X(01).
               05 WS-CNS-ORIGINAL   PIC X(01).

       PROCEDURE DIVISION.
       PGM-EM01EX55.
               STOP RUN
           END-IF.
           PERFORM INICIO.
           PERFORM CARREGA-CONSELHO.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-RESULTADO-ANUAL.
           PERFORM TERMINO.
               AT END MOVE "SIM" TO WS-FIM-FDA
           END-READ.

       CARREGA-CONSELHO.
           OPEN INPUT CAD-CONSELHO.
           IF WS-STATUS-CNS = "00"
               PERFORM LEITURA-CONSELHO
               PERFORM UNTIL WS-FIM-CNS = "SIM"
                   IF ANO-CNS = WS-ANO AND WS-QTD-CNS < 2000
                       ADD 1 TO WS-QTD-CNS
                       MOVE NUMERO-CNS TO WS-CNS-NUMERO (WS-QTD-CNS)
                       MOVE DISCIPLINA-CNS
                           TO WS-CNS-DISCIPLINA (WS-QTD-CNS)
                       MOVE DECISAO-CNS TO WS-CNS-DECISAO (WS-QTD-CNS)
                       MOVE SITUACAO-ORIG-CNS
                           TO WS-CNS-ORIGINAL (WS-QTD-CNS)
                   END-IF
                   PERFORM LEITURA-CONSELHO
               END-PERFORM
               CLOSE CAD-CONSELHO
           END-IF.

       LEITURA-CONSELHO.
           READ CAD-CONSELHO
               AT END MOVE "SIM" TO WS-FIM-CNS
           END-READ.

      *    SE HOUVE DECISAO DO CONSELHO PARA O ALUNO/DISCIPLINA, ELA
      *    SUBSTITUI A SITUACAO; A MEDIA PERMANECE A CALCULADA.
       APLICA-CONSELHO.
           MOVE SPACES TO CONSELHO-HIS.
           MOVE SPACES TO SITUACAO-ORIG-HIS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-QTD-CNS
               IF WS-CNS-NUMERO (WS-C) = NUMERO-HIS
                  AND WS-CNS-DISCIPLINA (WS-C) = DISCIPLINA-HIS
                   MOVE "S" TO CONSELHO-HIS
                   MOVE WS-CNS-ORIGINAL (WS-C) TO SITUACAO-ORIG-HIS
                   MOVE WS-CNS-DECISAO (WS-C) TO SITUACAO-HIS
                   ADD 1 TO WS-CONTADOR-CNS
                   MOVE WS-QTD-CNS TO WS-C
               END-IF
           END-PERFORM.

       CARREGA-DISCIPLINAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADAPR-DIS.
           PERFORM BUSCA-FALTA-DIS.
           MOVE SITUACAO-APD TO SITUACAO-HIS.
           MOVE SPACES TO TURMA-HIS.
           PERFORM APLICA-CONSELHO.
           WRITE REG-HIS.
           PERFORM VERIFICA-STATUS-HIS.
           ADD 1 TO WS-CONTADOR-DIS.
           PERFORM BUSCA-FALTA-ANUAL.
           MOVE SITUACAO-FIN TO SITUACAO-HIS.
           MOVE TURMA-FIN TO TURMA-HIS.
           PERFORM APLICA-CONSELHO.
           WRITE REG-HIS.
           PERFORM VERIFICA-STATUS-HIS.
           ADD 1 TO WS-CONTADOR-ANO.
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE55 - DECISOES DO CONSELHO APLICADAS: "
                      DELIMITED BY SIZE
                  WS-CONTADOR-CNS DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
                  WS-STATUS-HIS DELIMITED BY SIZE
                  " CTL=" DELIMITED BY SIZE
                  WS-STATUS-CTL DELIMITED BY SIZE
                  " CNS=" DELIMITED BY SIZE
                  WS-STATUS-CNS DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE ZEROS TO WS-DIAG-CONTADOR.
           MOVE SPACES TO WS-DIAG-REGISTRO.
