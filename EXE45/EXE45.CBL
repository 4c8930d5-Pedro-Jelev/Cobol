           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIQ.

           SELECT CAD-PENSAO-PAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPG.

           SELECT REEMISSAO-PEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REP.

           SELECT REMESSA-CONC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CNC.
           03 LIQUIDO-LIQ      PIC 9(06)V99.
           03 DEPTO-LIQ        PIC X(03).

      *    CREDITOS DE PENSAO ALIMENTICIA DA MESMA REMESSA. O CREDITO
      *    DO BENEFICIARIO RECUSADO VOLTA EM REEMISSAO-PEN.DAT, NO
      *    MESMO LAYOUT, E NAO NA REEMISSAO DO FUNCIONARIO.
       FD CAD-PENSAO-PAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO-PAG.DAT".

       01 REG-PPG.
           COPY PENPAG01.

       FD REEMISSAO-PEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMISSAO-PEN.DAT".

       01 REG-REP                  PIC X(41).

       FD REMESSA-CONC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA-CONC.DAT".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-FIM-RET       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIQ       PIC X(03) VALUE "NAO".
       77 WS-STATUS-PPG    PIC X(02) VALUE "00".
       77 WS-STATUS-REP    PIC X(02) VALUE "00".
       77 WS-FIM-PPG       PIC X(03) VALUE "NAO".
       77 WS-DET-PENSAO    PIC X(01) VALUE "N".
       77 WS-CONTADOR-REEMISSAO-PEN PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE45".
               OPEN OUTPUT REMESSA-CONC
                    OUTPUT REEMISSAO
                    OUTPUT RETORNO-EXC
                    OUTPUT REEMISSAO-PEN
               PERFORM VERIFICA-STATUS-CNC
               PERFORM VERIFICA-STATUS-REE
               PERFORM VERIFICA-STATUS-EXC
               PERFORM VERIFICA-STATUS-REP
               OPEN INPUT CAD-PENSAO-PAG
               IF WS-STATUS-PPG = "00"
                   PERFORM LEITURA-PENSAO-PAG
               ELSE
                   MOVE "SIM" TO WS-FIM-PPG
               END-IF
               OPEN INPUT RETORNO-REM
               IF WS-STATUS-RET = "00"
                   PERFORM LEITURA-RETORNO
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REP.
           IF WS-STATUS-REP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REP"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           MOVE "N" TO WS-DET-VALIDO.
           PERFORM UNTIL WS-DET-VALIDO = "S"
               END-IF
           END-PERFORM.

      *    CREDITO SEM CONTA NAO FOI REMETIDO PELO EXE32.
       LEITURA-PENSAO-PAG.
           READ CAD-PENSAO-PAG
               AT END MOVE "SIM" TO WS-FIM-PPG
           END-READ.
           PERFORM UNTIL WS-FIM-PPG = "SIM"
                   OR (BANCO-PPG NOT = ZEROS AND CONTA-PPG NOT = ZEROS)
               READ CAD-PENSAO-PAG
                   AT END MOVE "SIM" TO WS-FIM-PPG
               END-READ
           END-PERFORM.

       LEITURA-LIQUIDO.
           READ CAD-LIQ
               AT END MOVE "SIM" TO WS-FIM-LIQ

       PRINCIPAL.
           PERFORM DESCARTA-RETORNO-ORFAO.
           PERFORM IDENTIFICA-PENSAO.
           PERFORM POSICIONA-LIQUIDO.
           IF WS-FIM-RET NOT = "SIM"
                   AND MATRICULA-RET = MATRICULA-DET
           ELSE
               PERFORM GRAVA-PENDENTE
           END-IF.
           IF WS-DET-PENSAO = "S"
               PERFORM LEITURA-PENSAO-PAG
           ELSE
               PERFORM CONSOME-LIQUIDO
           END-IF.
           PERFORM LEITURA.

      *    O EXE32 REMETE OS CREDITOS DE PENSAO NA ORDEM DO
      *    CAD-PENSAO-PAG, LOGO APOS O CREDITO DO FUNCIONARIO.
       IDENTIFICA-PENSAO.
           MOVE "N" TO WS-DET-PENSAO.
           PERFORM UNTIL WS-FIM-PPG = "SIM"
                   OR MATRICULA-PPG NOT LESS THAN MATRICULA-DET
               PERFORM LEITURA-PENSAO-PAG
           END-PERFORM.
           IF WS-FIM-PPG NOT = "SIM"
                   AND MATRICULA-PPG = MATRICULA-DET
                   AND BANCO-PPG = BANCO-DET
                   AND AGENCIA-PPG = AGENCIA-DET
                   AND CONTA-PPG = CONTA-DET
                   AND VALOR-PPG = VALOR-DET
               MOVE "S" TO WS-DET-PENSAO
           END-IF.

       POSICIONA-LIQUIDO.
           PERFORM UNTIL WS-FIM-LIQ = "SIM"
                   OR CODIGO-LIQ NOT LESS THAN MATRICULA-DET
           ADD 1 TO WS-CONTADOR-SEM-REM.

       GRAVA-REEMISSAO.
           IF WS-DET-PENSAO = "S"
               WRITE REG-REP FROM REG-PPG
               PERFORM VERIFICA-STATUS-REP
               ADD 1 TO WS-CONTADOR-REEMISSAO-PEN
           ELSE
               PERFORM GRAVA-REEMISSAO-FUNCIONARIO
           END-IF.

       GRAVA-REEMISSAO-FUNCIONARIO.
           IF WS-FIM-LIQ NOT = "SIM"
                   AND CODIGO-LIQ = MATRICULA-DET
               MOVE CODIGO-LIQ TO CODIGO-REE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-REEMISSAO-PEN > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE45 - PENSOES RECUSADAS PARA REEMISSAO: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-REEMISSAO-PEN DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-TRAILER-LIDO = "N"
               MOVE "EXE45 - RETORNO SEM TRAILER" TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
                  WS-STATUS-REE DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " PPG=" DELIMITED BY SIZE
                  WS-STATUS-PPG DELIMITED BY SIZE
                  " REP=" DELIMITED BY SIZE
                  WS-STATUS-REP DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-REM-DETALHE TO WS-DIAG-REGISTRO.
                     REMESSA-CONC
                     REEMISSAO
                     RETORNO-EXC
                     REEMISSAO-PEN
               IF WS-STATUS-PPG = "00" OR WS-STATUS-PPG = "10"
                   CLOSE CAD-PENSAO-PAG
               END-IF
               IF WS-FIM-LIQ = "NAO" OR WS-STATUS-LIQ = "10"
                   CLOSE CAD-LIQ
               END-IF
