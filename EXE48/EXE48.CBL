           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT MOV-CONTAB-RNG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MCT.

           SELECT LOG-EXE48   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD MOV-CONTAB-RNG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOV-CONTAB-RNG.DAT".

       01 REG-MCT.
           03 EVENTO-MCT       PIC X(02).
           03 NUMERO-MCT       PIC 9(07).
           03 COMPETENCIA-MCT  PIC 9(06).
           03 TIPO-MCT         PIC 9(02).
           03 VALOR-MCT        PIC 9(07)V99.
           03 DATA-MCT         PIC 9(08).

       FD LOG-EXE48
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE48.DAT".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-MCT    PIC X(02) VALUE "00".
       77 WS-FIM-ABT       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
           ELSE
               OPEN OUTPUT CADMEN-ABERTO-RNG
                    OUTPUT RENEG-EXC
                    OUTPUT MOV-CONTAB-RNG
               PERFORM VERIFICA-STATUS-RNG
               PERFORM VERIFICA-STATUS-EXC
               PERFORM VERIFICA-STATUS-MCT
               OPEN EXTEND CADRENEG
               IF WS-STATUS-PLN NOT = "00"
                   OPEN OUTPUT CADRENEG
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-MCT.
           IF WS-STATUS-MCT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-MCT"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ RENEG-TRAN
                AT END
                   ADD 1 TO WS-QTD-COBERTO
                   ADD VALOR-ABT TO WS-VALOR-COBERTO
                   ADD 1 TO WS-CONTADOR-BAIXADO
                   PERFORM GRAVA-EVENTO-BAIXA
               ELSE
                   PERFORM COPIA-ABERTO
               END-IF
               PERFORM LEITURA-ABERTO
           END-PERFORM.

       GRAVA-EVENTO-BAIXA.
           MOVE "RN" TO EVENTO-MCT.
           MOVE NUMERO-ABT TO NUMERO-MCT.
           MOVE COMPETENCIA-ABT TO COMPETENCIA-MCT.
           MOVE TIPO-ABT TO TIPO-MCT.
           MOVE VALOR-ABT TO VALOR-MCT.
           MOVE WS-DATA-SISTEMA TO DATA-MCT.
           WRITE REG-MCT.
           PERFORM VERIFICA-STATUS-MCT.

       COPIA-ABERTO.
           MOVE NUMERO-ABT TO NUMERO-RNG.
           MOVE COMPETENCIA-ABT TO COMPETENCIA-RNG.
           MOVE ZEROS TO BOLSA-RNG.
           WRITE REG-RNG.
           PERFORM VERIFICA-STATUS-RNG.
           MOVE "RP" TO EVENTO-MCT.
           MOVE NUMERO-TRN TO NUMERO-MCT.
           MOVE COMPETENCIA-RNG TO COMPETENCIA-MCT.
           MOVE 90 TO TIPO-MCT.
           MOVE VALOR-PARCELA-TRN TO VALOR-MCT.
           MOVE WS-DATA-SISTEMA TO DATA-MCT.
           WRITE REG-MCT.
           PERFORM VERIFICA-STATUS-MCT.

       AVANCA-MES-VENCIMENTO.
           IF WS-VENC-MM = 12
                  WS-STATUS-CTL DELIMITED BY SIZE
                  " MOV=" DELIMITED BY SIZE
                  WS-STATUS-MOV DELIMITED BY SIZE
                  " MCT=" DELIMITED BY SIZE
                  WS-STATUS-MCT DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TRN TO WS-DIAG-REGISTRO.
                     CADRENEG
                     CADRENEG-PAR
                     RENEG-EXC
                     MOV-CONTAB-RNG
           END-IF.
           IF WS-QTD-ERROS-IO = ZEROS
               PERFORM GRAVA-CONTROLE
