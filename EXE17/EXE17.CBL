           SELECT NOTIF-EXE17  ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD CADAPR
           03 NUMERO-RES       PIC 9(07).
           03 NOME-RESP-RES    PIC X(30).
           03 PARENTESCO-RES   PIC X(10).
           03 ENDERECO-RES.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-RES==
                   ==PREFIXO-NUM== BY ==NUM-END-RES==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-RES==
                   ==PREFIXO-BAI== BY ==BAIRRO-RES==
                   ==PREFIXO-CID== BY ==CIDADE-RES==
                   ==PREFIXO-UF== BY ==UF-RES==
                   ==PREFIXO-CEP== BY ==CEP-RES==.
           03 TELEFONE-RES     PIC X(11).

       FD NOTIF-EXE17
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-EXE17.DAT".

       01 REG-NTQ.
           COPY NOTIF01.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-CONTADOR-APR  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ  PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-RES-ABERTO    PIC X(01) VALUE "N".
       77 WS-DATA-MOVTO    PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PGM-EM01EX17.
           STOP RUN.

       INICIO.
           PERFORM LE-DATA-MOVTO.
           OPEN OUTPUT NOTIF-EXE17.
           OPEN INPUT CADRES.
           IF WS-STATUS-RES = "00"
               MOVE "S" TO WS-RES-ABERTO.

       LE-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-MOVTO.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-MOV = "00"
               READ DATA-MOVTO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MOV = "00"
                   MOVE DATA-MOVTO-REG TO WS-DATA-MOVTO
               END-IF
               CLOSE DATA-MOVTO
           END-IF.

      *    CADA AVISO ENTRA NA FILA DE SAIDA (EX112) COM A CHAVE
      *    PROGRAMA + DATA DO MOVIMENTO + SEQUENCIA; O CANAL E
      *    ESCOLHIDO LA, PELAS PREFERENCIAS DO RESPONSAVEL.
       INICIA-NOTIFICACAO.
           INITIALIZE REG-NTQ.
           ADD 1 TO WS-SEQUENCIA.
           MOVE "EXE17" TO ORIGEM-NTQ.
           MOVE WS-DATA-MOVTO TO DATA-NTQ DATA-SITUACAO-NTQ.
           MOVE WS-SEQUENCIA TO SEQUENCIA-NTQ.
           MOVE "P" TO SITUACAO-NTQ.

       BUSCA-RESPONSAVEL.
           MOVE NUMERO-NTQ TO NUMERO-RES.
           IF WS-RES-ABERTO = "S"
               READ CADRES
                   INVALID KEY
                       MOVE SPACES TO NOME-RESP-RES
                       INITIALIZE ENDERECO-RES
                       MOVE SPACES TO TELEFONE-RES
               END-READ
           ELSE
               MOVE SPACES TO NOME-RESP-RES
               INITIALIZE ENDERECO-RES
               MOVE SPACES TO TELEFONE-RES
           END-IF.
           MOVE NOME-RESP-RES TO DESTINATARIO-NTQ.
           MOVE TELEFONE-RES TO TELEFONE-NTQ.
           MOVE ENDERECO-RES TO ENDERECO-NTQ.

       NOTIFICA-APROVADOS.
           OPEN INPUT CADAPR.
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           PERFORM UNTIL FIM-ARQ = "SIM"
               PERFORM INICIA-NOTIFICACAO
               MOVE NUMERO-SAI TO NUMERO-NTQ
               MOVE "APRO" TO MODELO-NTQ
               STRING "PARABENS, " DELIMITED BY SIZE
                      FUNCTION TRIM (NOME-SAI) DELIMITED BY SIZE
                      ", VOCE FOI APROVADO." DELIMITED BY SIZE
                   INTO MENSAGEM-NTQ
               PERFORM BUSCA-RESPONSAVEL
               WRITE REG-NTQ
               ADD 1 TO WS-CONTADOR-APR
               READ CADAPR
                   AT END MOVE "SIM" TO FIM-ARQ
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           PERFORM UNTIL FIM-ARQ = "SIM"
               PERFORM INICIA-NOTIFICACAO
               MOVE NUMERO-REJ TO NUMERO-NTQ
               MOVE "REPR" TO MODELO-NTQ
               EVALUATE MOTIVO-REJ
                   WHEN "NG"
                       STRING FUNCTION TRIM (NOME-REJ)
                                  DELIMITED BY SIZE
                              ", VOCE NAO ATINGIU A MEDIA MINIMA."
                                  DELIMITED BY SIZE
                           INTO MENSAGEM-NTQ
                   WHEN "DI"
                       STRING FUNCTION TRIM (NOME-REJ)
                                  DELIMITED BY SIZE
                              ", VOCE FOI REPROVADO EM DISCIPLINA."
                                  DELIMITED BY SIZE
                           INTO MENSAGEM-NTQ
                   WHEN OTHER
                       STRING FUNCTION TRIM (NOME-REJ)
                                  DELIMITED BY SIZE
                              ", VOCE EXCEDEU O LIMITE DE FALTAS."
                                  DELIMITED BY SIZE
                           INTO MENSAGEM-NTQ
               END-EVALUATE
               PERFORM BUSCA-RESPONSAVEL
               WRITE REG-NTQ
               ADD 1 TO WS-CONTADOR-REJ
               READ CADREJ
                   AT END MOVE "SIM" TO FIM-ARQ
