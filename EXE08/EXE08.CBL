           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TAB.

           SELECT CAD-CARGO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAR.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==
                                   ==PREFIXO-CAR== BY ==CARGO-ENT==.

       FD CAD-SAI
           LABEL RECORD ARE STANDARD
           03 DATA-HIST            PIC 9(08).
           03 VALOR-REAJUSTE-HIST  PIC 9(05)V99.

       FD CAD-CARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CARGO.DAT".

       01 REG-CAR.
           COPY CARGO01.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".
           03 WS-BANDA-OCORRE OCCURS 10 TIMES.
               05 WS-BANDA-LIMITE     PIC 9(05)V99.
               05 WS-BANDA-PERCENTUAL PIC 9(02).
       77 WS-STATUS-CAR      PIC X(02) VALUE "00".
       77 WS-FIM-CAR         PIC X(03) VALUE "NAO".
       77 WS-QTD-CARGOS      PIC 9(03) VALUE ZEROS.
       77 WS-C               PIC 9(03).
       77 WS-CARGO-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-SALARIO-FAIXA   PIC 9(06)V99 VALUE ZEROS.
       77 WS-CONTADOR-FAIXA  PIC 9(07) VALUE ZEROS.
       01 WS-TABELA-CARGO.
           03 WS-CAR-OCORRE OCCURS 200 TIMES.
               05 WS-CAR-CODIGO    PIC X(04).
               05 WS-CAR-MINIMO    PIC 9(05)V99.
               05 WS-CAR-MAXIMO    PIC 9(05)V99.
               05 WS-CAR-TIPO      PIC X(01).

       77 WS-STATUS-RHI      PIC X(02) VALUE "00".
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
           PERFORM VERIFICA-STATUS-HIST.
           OPEN OUTPUT LOG-EXE08.
           PERFORM CARREGA-POLITICA.
           PERFORM CARREGA-CARGOS.
           IF WS-CONTADOR-CKPT > 0
               PERFORM PULA-CHECKPOINT.
           PERFORM LEITURA.
               AT END MOVE "SIM" TO WS-FIM-TAB
           END-READ.

       CARREGA-CARGOS.
           OPEN INPUT CAD-CARGO.
           IF WS-STATUS-CAR = "00"
               PERFORM LEITURA-CARGO
               PERFORM UNTIL WS-FIM-CAR = "SIM"
                   IF WS-QTD-CARGOS < 200
                       ADD 1 TO WS-QTD-CARGOS
                       MOVE CODIGO-CAR
                           TO WS-CAR-CODIGO (WS-QTD-CARGOS)
                       MOVE SALARIO-MIN-CAR
                           TO WS-CAR-MINIMO (WS-QTD-CARGOS)
                       MOVE SALARIO-MAX-CAR
                           TO WS-CAR-MAXIMO (WS-QTD-CARGOS)
                       MOVE TIPO-REMUN-CAR
                           TO WS-CAR-TIPO (WS-QTD-CARGOS)
                   END-IF
                   PERFORM LEITURA-CARGO
               END-PERFORM
               CLOSE CAD-CARGO
           END-IF.

       LEITURA-CARGO.
           READ CAD-CARGO
               AT END MOVE "SIM" TO WS-FIM-CAR
           END-READ.

       LE-CHECKPOINT.
           OPEN INPUT CKPT-EXE08.
           IF WS-STATUS-CKPT = "00"
               PERFORM GRAVACAO
               PERFORM GRAVA-AUDITORIA
               PERFORM GRAVA-HISTORICO
               PERFORM VERIFICA-FAIXA-CARGO
           END-IF.
           PERFORM CONTROLA-CHECKPOINT.
           PERFORM LEITURA.
           WRITE REG-HIST.
           PERFORM VERIFICA-STATUS-HIST.

      *    O SALARIO REAJUSTADO FORA DA FAIXA DO CARGO E APLICADO, MAS
      *    SINALIZADO EM CADFUN-EXC COM MOTIVO FX (CG SE O CARGO NAO
      *    ESTA CADASTRADO). FUNCIONARIO AINDA SEM CARGO NAO E
      *    VERIFICADO.
       VERIFICA-FAIXA-CARGO.
           IF WS-QTD-CARGOS > ZEROS AND CARGO-ENT NOT = SPACES
               MOVE ZEROS TO WS-CARGO-IDX
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CARGOS
                   IF WS-CAR-CODIGO (WS-C) = CARGO-ENT
                       MOVE WS-C TO WS-CARGO-IDX
                       MOVE WS-QTD-CARGOS TO WS-C
                   END-IF
               END-PERFORM
               IF WS-CARGO-IDX = ZEROS
                   PERFORM GRAVA-EXCECAO-CARGO
               ELSE
                   IF WS-CAR-TIPO (WS-CARGO-IDX) = "H"
                       COMPUTE WS-SALARIO-FAIXA ROUNDED =
                           REAJUSTE / 220
                   ELSE
                       MOVE REAJUSTE TO WS-SALARIO-FAIXA
                   END-IF
                   IF WS-SALARIO-FAIXA < WS-CAR-MINIMO (WS-CARGO-IDX)
                      OR WS-SALARIO-FAIXA > WS-CAR-MAXIMO (WS-CARGO-IDX)
                       PERFORM GRAVA-EXCECAO-CARGO
                   END-IF
               END-IF
           END-IF.

       GRAVA-EXCECAO-CARGO.
           MOVE CODIGO-ENT TO CODIGO-EXC.
           MOVE REAJUSTE TO SALARIO-EXC.
           IF WS-CARGO-IDX = ZEROS
               MOVE "CG" TO MOTIVO-EXC
           ELSE
               MOVE "FX" TO MOTIVO-EXC
           END-IF.
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-FAIXA.

       GRAVA-EXCECAO.
           MOVE CODIGO-ENT TO CODIGO-EXC.
           MOVE SALARIO-ENT TO SALARIO-EXC.
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-FAIXA > ZEROS
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE08 - FORA DA FAIXA DO CARGO: "
                      DELIMITED BY SIZE
                      WS-CONTADOR-FAIXA DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
                  WS-STATUS-HIST DELIMITED BY SIZE
                  " TAB=" DELIMITED BY SIZE
                  WS-STATUS-TAB DELIMITED BY SIZE
                  " CAR=" DELIMITED BY SIZE
                  WS-STATUS-CAR DELIMITED BY SIZE
                  " MOV=" DELIMITED BY SIZE
                  WS-STATUS-MOV DELIMITED BY SIZE
                  " CTL=" DELIMITED BY SIZE
