           03 TIPO-COBRANCA-DET PIC 9(02).
           03 VENCIMENTO-DET   PIC 9(08).
           03 VALOR-DET        PIC 9(09)V99.
           03 TXID-DET         PIC X(26).

       01 REG-RMN-TRAILER.
           03 TIPO-TRL         PIC X(01).
           03 TOTAL-REG-TRL    PIC 9(07).
           03 TOTAL-VALOR-TRL  PIC 9(11)V99.
           03 HASH-NUMERO-TRL  PIC 9(12).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
       77 WS-CONTADOR-LIDO    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REMESSA PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-VALOR   PIC 9(11)V99 VALUE ZEROS.
       77 WS-HASH-NUMERO   PIC 9(12) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       01 WS-LINHA-LOG             PIC X(80).

           WRITE REG-RMN-HEADER.
           PERFORM VERIFICA-STATUS-REM.

      *    CADA COBRANCA LEVA O IDENTIFICADOR DA COBRANCA PIX (TXID)
      *    IMPRESSO NO QR CODE DO BOLETO: "MEN", A CHAVE DA COBRANCA E
      *    O VENCIMENTO. O EXE92 LOCALIZA O ITEM PAGO POR ELE.
       GRAVA-DETALHE.
           MOVE "1" TO TIPO-DET.
           MOVE NUMERO-MEN TO NUMERO-DET.
           MOVE TIPO-MEN TO TIPO-COBRANCA-DET.
           MOVE VENCIMENTO-MEN TO VENCIMENTO-DET.
           MOVE VALOR-MEN TO VALOR-DET.
           MOVE SPACES TO TXID-DET.
           STRING "MEN" DELIMITED BY SIZE
                  NUMERO-MEN DELIMITED BY SIZE
                  COMPETENCIA-MEN DELIMITED BY SIZE
                  TIPO-MEN DELIMITED BY SIZE
                  VENCIMENTO-MEN DELIMITED BY SIZE
               INTO TXID-DET.
           WRITE REG-RMN-DETALHE.
           PERFORM VERIFICA-STATUS-REM.
           ADD 1 TO WS-CONTADOR-REMESSA.
           ADD VALOR-MEN TO WS-TOTAL-VALOR.
           ADD NUMERO-MEN TO WS-HASH-NUMERO.

       GRAVA-TRAILER.
           MOVE "9" TO TIPO-TRL.
           MOVE WS-CONTADOR-REMESSA TO TOTAL-REG-TRL.
           MOVE WS-TOTAL-VALOR TO TOTAL-VALOR-TRL.
           MOVE WS-HASH-NUMERO TO HASH-NUMERO-TRL.
           WRITE REG-RMN-TRAILER.
           PERFORM VERIFICA-STATUS-REM.

