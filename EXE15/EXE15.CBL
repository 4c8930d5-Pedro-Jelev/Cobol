           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-UNI.

           SELECT CAD-CARGO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAR.

           SELECT REL-EXE15    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==
                                   ==PREFIXO-CAR== BY ==CARGO-ENT==.

       FD CADDEP
           LABEL RECORD ARE STANDARD
           03 CODIGO-UNI       PIC X(02).
           03 NOME-UNI         PIC X(20).

       FD CAD-CARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CARGO.DAT".

       01 REG-CAR.
           COPY CARGO01.

       FD REL-EXE15
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE15.DAT".
               05 WS-UNI-NOME      PIC X(20).
               05 WS-UNI-QTD       PIC 9(05).
               05 WS-UNI-TOTAL     PIC 9(09)V99.
       77 WS-STATUS-CAR     PIC X(02) VALUE "00".
       77 WS-FIM-CAR        PIC X(03) VALUE "NAO".
       77 WS-QTD-CARGOS     PIC 9(03) VALUE ZEROS.
       77 WS-C              PIC 9(03).
       77 WS-CARGO-IDX      PIC 9(03) VALUE ZEROS.
       77 WS-CARGO-CHEIA    PIC X(01) VALUE "N".
       77 WS-SALARIO-FAIXA  PIC 9(05)V99 VALUE ZEROS.
       01 WS-TABELA-CARGO.
           03 WS-CAR-OCORRE OCCURS 200 TIMES.
               05 WS-CAR-CODIGO    PIC X(04).
               05 WS-CAR-TITULO    PIC X(20).
               05 WS-CAR-MINIMO    PIC 9(05)V99.
               05 WS-CAR-MAXIMO    PIC 9(05)V99.
               05 WS-CAR-TIPO      PIC X(01).
               05 WS-CAR-QTD       PIC 9(05).
               05 WS-CAR-TOTAL     PIC 9(09)V99.
               05 WS-CAR-MENOR     PIC 9(05)V99.
               05 WS-CAR-MAIOR     PIC 9(05)V99.
               05 WS-CAR-FORA      PIC 9(05).

       PROCEDURE DIVISION.
       PGM-EM01EX15.
                OUTPUT REL-EXE15.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-UNIDADES.
           PERFORM CARREGA-CARGOS.
           PERFORM LEITURA.

       CARREGA-UNIDADES.
               MOVE WS-QTD-UNIDADES TO WS-UNIDADE-IDX
           END-IF.

       CARREGA-CARGOS.
           OPEN INPUT CAD-CARGO.
           IF WS-STATUS-CAR = "00"
               PERFORM LEITURA-CARGO
               PERFORM UNTIL WS-FIM-CAR = "SIM"
                   IF WS-QTD-CARGOS < 200
                       ADD 1 TO WS-QTD-CARGOS
                       MOVE CODIGO-CAR
                           TO WS-CAR-CODIGO (WS-QTD-CARGOS)
                       MOVE TITULO-CAR
                           TO WS-CAR-TITULO (WS-QTD-CARGOS)
                       MOVE SALARIO-MIN-CAR
                           TO WS-CAR-MINIMO (WS-QTD-CARGOS)
                       MOVE SALARIO-MAX-CAR
                           TO WS-CAR-MAXIMO (WS-QTD-CARGOS)
                       MOVE TIPO-REMUN-CAR
                           TO WS-CAR-TIPO (WS-QTD-CARGOS)
                       PERFORM ZERA-CARGO
                   ELSE
                       MOVE "S" TO WS-CARGO-CHEIA
                   END-IF
                   PERFORM LEITURA-CARGO
               END-PERFORM
               CLOSE CAD-CARGO
           END-IF.

       LEITURA-CARGO.
           READ CAD-CARGO
               AT END MOVE "SIM" TO WS-FIM-CAR
           END-READ.

       ZERA-CARGO.
           MOVE ZEROS TO WS-CAR-QTD (WS-QTD-CARGOS)
                         WS-CAR-TOTAL (WS-QTD-CARGOS)
                         WS-CAR-MENOR (WS-QTD-CARGOS)
                         WS-CAR-MAIOR (WS-QTD-CARGOS)
                         WS-CAR-FORA (WS-QTD-CARGOS).

      *    CARGO NAO CADASTRADO (OU FUNCIONARIO AINDA SEM CARGO) ENTRA
      *    NO QUADRO SEM FAIXA; NAO HA COMO ESTAR FORA DELA.
       LOCALIZA-CARGO.
           MOVE ZEROS TO WS-CARGO-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CARGOS
               IF WS-CAR-CODIGO (WS-C) = CARGO-ENT
                   MOVE WS-C TO WS-CARGO-IDX
                   MOVE WS-QTD-CARGOS TO WS-C
               END-IF
           END-PERFORM.
           IF WS-CARGO-IDX = ZEROS
               IF WS-QTD-CARGOS < 200
                   ADD 1 TO WS-QTD-CARGOS
                   MOVE CARGO-ENT TO WS-CAR-CODIGO (WS-QTD-CARGOS)
                   IF CARGO-ENT = SPACES
                       MOVE "SEM CARGO" TO
                           WS-CAR-TITULO (WS-QTD-CARGOS)
                   ELSE
                       MOVE "NAO CADASTRADO" TO
                           WS-CAR-TITULO (WS-QTD-CARGOS)
                   END-IF
                   MOVE ZEROS TO WS-CAR-MINIMO (WS-QTD-CARGOS)
                   MOVE 99999.99 TO WS-CAR-MAXIMO (WS-QTD-CARGOS)
                   MOVE "M" TO WS-CAR-TIPO (WS-QTD-CARGOS)
                   PERFORM ZERA-CARGO
                   MOVE WS-QTD-CARGOS TO WS-CARGO-IDX
               ELSE
                   MOVE "S" TO WS-CARGO-CHEIA
               END-IF
           END-IF.

       ACUMULA-CARGO.
           PERFORM LOCALIZA-CARGO.
           IF WS-CARGO-IDX > ZEROS
               IF WS-CAR-QTD (WS-CARGO-IDX) = ZEROS
                  OR SALARIO-ENT < WS-CAR-MENOR (WS-CARGO-IDX)
                   MOVE SALARIO-ENT TO WS-CAR-MENOR (WS-CARGO-IDX)
               END-IF
               IF SALARIO-ENT > WS-CAR-MAIOR (WS-CARGO-IDX)
                   MOVE SALARIO-ENT TO WS-CAR-MAIOR (WS-CARGO-IDX)
               END-IF
               ADD 1 TO WS-CAR-QTD (WS-CARGO-IDX)
               ADD SALARIO-ENT TO WS-CAR-TOTAL (WS-CARGO-IDX)
               IF WS-CAR-TIPO (WS-CARGO-IDX) = "H"
                   COMPUTE WS-SALARIO-FAIXA ROUNDED = SALARIO-ENT / 220
               ELSE
                   MOVE SALARIO-ENT TO WS-SALARIO-FAIXA
               END-IF
               IF WS-SALARIO-FAIXA < WS-CAR-MINIMO (WS-CARGO-IDX)
                  OR WS-SALARIO-FAIXA > WS-CAR-MAXIMO (WS-CARGO-IDX)
                   ADD 1 TO WS-CAR-FORA (WS-CARGO-IDX)
               END-IF
           END-IF.

       CARREGA-DEPARTAMENTOS.
           OPEN INPUT CADDEP.
           IF WS-STATUS-DEP = "00"
               ADD 1 TO WS-UNI-QTD (WS-UNIDADE-IDX)
               ADD SALARIO-ENT TO WS-UNI-TOTAL (WS-UNIDADE-IDX)
           END-IF.
           PERFORM ACUMULA-CARGO.
           IF SALARIO-ENT NOT GREATER THAN 1000
               ADD 1 TO WS-QTD-FAIXA1
               ADD SALARIO-ENT TO WS-SALARIO-FAIXA1
               VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-QTD-UNIDADES.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "SUBTOTAIS POR CARGO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM GRAVA-SUBTOTAL-CARGO
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-QTD-CARGOS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CONSOLIDADO - QTD: " DELIMITED BY SIZE
                  WS-TOTAL-FUNC DELIMITED BY SIZE
               INTO WS-LINHA-REL.
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

      *    A FAIXA DO CARGO HORISTA E POR HORA; MENOR E MAIOR SAO OS
      *    SALARIOS MENSAIS DO CADASTRO.
       GRAVA-SUBTOTAL-CARGO.
           IF WS-CAR-QTD (WS-C) > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-CAR-CODIGO (WS-C) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAR-TITULO (WS-C) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAR-TIPO (WS-C) DELIMITED BY SIZE
                      " QTD: " DELIMITED BY SIZE
                      WS-CAR-QTD (WS-C) DELIMITED BY SIZE
                      "  TOTAL: " DELIMITED BY SIZE
                      WS-CAR-TOTAL (WS-C) DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "     FAIXA: " DELIMITED BY SIZE
                      WS-CAR-MINIMO (WS-C) DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-CAR-MAXIMO (WS-C) DELIMITED BY SIZE
                      "  REAL: " DELIMITED BY SIZE
                      WS-CAR-MENOR (WS-C) DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-CAR-MAIOR (WS-C) DELIMITED BY SIZE
                      "  FORA: " DELIMITED BY SIZE
                      WS-CAR-FORA (WS-C) DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-SUBTOTAL-DEPTO.
           IF WS-DEP-QTD (WS-D) > 0
               MOVE SPACES TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CARGO-CHEIA = "S"
               MOVE SPACES TO WS-LINHA-REL
               STRING "EXE15 - TABELA DE CARGOS EXCEDE 200"
                      " ENTRADAS - RELATORIO INCOMPLETO"
                      DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE  CADFUN
                  REL-EXE15.
