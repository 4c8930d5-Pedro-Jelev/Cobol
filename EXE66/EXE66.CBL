           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DEP.

           SELECT CAD-CARGO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAR.

           SELECT CADFUN-TRAN-REJ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REJ.
           03 DEPTO-TRN        PIC X(03).
           03 ADMISSAO-TRN     PIC 9(08).
           03 UNIDADE-TRN      PIC X(02).
           03 CARGO-TRN        PIC X(04).

       FD CADFUN
           LABEL  RECORD  ARE STANDARD
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==
                                   ==PREFIXO-CAR== BY ==CARGO-ENT==.

       FD CADFUN-NOVO
           LABEL RECORD ARE STANDARD
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-FNN==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-FNN==
                                   ==PREFIXO-UNI== BY ==UNIDADE-FNN==
                                   ==PREFIXO-CAR== BY ==CARGO-FNN==.

       FD CADDEP
           LABEL RECORD ARE STANDARD
           03 DESCRICAO-DEP    PIC X(20).
           03 CENTRO-CUSTO-DEP PIC X(06).

       FD CAD-CARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CARGO.DAT".

       01 REG-CAR.
           COPY CARGO01.

       FD CADFUN-TRAN-REJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUN-TRAN-REJ.DAT".
           03 CODIGO-JRN       PIC 9(05).
           03 IMAGEM-ANTES-JRN PIC X(45).
           03 IMAGEM-DEPOIS-JRN PIC X(45).
           03 CARGO-ANTES-JRN  PIC X(04).
           03 CARGO-DEPOIS-JRN PIC X(04).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-FNN    PIC X(02) VALUE "00".
       77 WS-STATUS-DEP    PIC X(02) VALUE "00".
       77 WS-STATUS-CAR    PIC X(02) VALUE "00".
       77 WS-STATUS-REJ    PIC X(02) VALUE "00".
       77 WS-STATUS-JRN    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-FIM-TRN       PIC X(03) VALUE "NAO".
       77 WS-FIM-FUN       PIC X(03) VALUE "NAO".
       77 WS-FIM-DEP       PIC X(03) VALUE "NAO".
       77 WS-FIM-CAR       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE66".
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-DEP.
           03 WS-DEP-CODIGO PIC X(03) OCCURS 50 TIMES.
       77 WS-QTD-CARGOS    PIC 9(03) VALUE ZEROS.
       77 WS-C             PIC 9(03).
       77 WS-CARGO-IDX     PIC 9(03) VALUE ZEROS.
       77 WS-CARGO         PIC X(04) VALUE SPACES.
       77 WS-CARGO-ANTES   PIC X(04) VALUE SPACES.
       77 WS-CARGO-DEPOIS  PIC X(04) VALUE SPACES.
       77 WS-SALARIO-FAIXA PIC 9(05)V99 VALUE ZEROS.
       01 WS-TABELA-CARGO.
           03 WS-CAR-OCORRE OCCURS 200 TIMES.
               05 WS-CAR-CODIGO    PIC X(04).
               05 WS-CAR-MINIMO    PIC 9(05)V99.
               05 WS-CAR-MAXIMO    PIC 9(05)V99.
               05 WS-CAR-TIPO      PIC X(01).

       PROCEDURE DIVISION.
       PGM-EM01EX66.
           OPEN OUTPUT LOG-EXE66.
           PERFORM LE-DATA-MOVTO.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-CARGOS.
           OPEN INPUT CADFUN-TRAN.
           IF WS-STATUS-TRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               AT END MOVE "SIM" TO WS-FIM-DEP
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

       VERIFICA-STATUS-FNN.
           IF WS-STATUS-FNN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "DP" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND TIPO-TRN NOT = "E"
               PERFORM VERIFICA-CARGO
           END-IF.

       VERIFICA-DEPARTAMENTO.
           MOVE "N" TO WS-ACHOU.
               MOVE "S" TO WS-ACHOU
           END-IF.

      *    O CARGO EM BRANCO NA ALTERACAO MANTEM O CARGO ATUAL. COM O
      *    CADASTRO DE CARGOS CARREGADO, O CARGO DEVE EXISTIR (CG) E O
      *    SALARIO DEVE ESTAR NA FAIXA DO CARGO (FX); PARA CARGO
      *    HORISTA A FAIXA E POR HORA, SOBRE O SALARIO DIVIDIDO POR 220.
       VERIFICA-CARGO.
           MOVE CARGO-TRN TO WS-CARGO.
           IF WS-CARGO = SPACES AND TIPO-TRN = "A"
                   AND WS-FIM-FUN NOT = "SIM"
                   AND CODIGO-ENT = CODIGO-TRN
               MOVE CARGO-ENT TO WS-CARGO
           END-IF.
           IF WS-QTD-CARGOS > ZEROS
               PERFORM LOCALIZA-CARGO
               IF WS-CARGO-IDX = ZEROS
                   MOVE "CG" TO WS-MOTIVO
               ELSE
                   IF WS-CAR-TIPO (WS-CARGO-IDX) = "H"
                       COMPUTE WS-SALARIO-FAIXA ROUNDED =
                           SALARIO-TRN / 220
                   ELSE
                       MOVE SALARIO-TRN TO WS-SALARIO-FAIXA
                   END-IF
                   IF WS-SALARIO-FAIXA < WS-CAR-MINIMO (WS-CARGO-IDX)
                      OR WS-SALARIO-FAIXA > WS-CAR-MAXIMO (WS-CARGO-IDX)
                       MOVE "FX" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-CARGO.
           MOVE ZEROS TO WS-CARGO-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CARGOS
               IF WS-CAR-CODIGO (WS-C) = WS-CARGO
                       AND WS-CARGO NOT = SPACES
                   MOVE WS-C TO WS-CARGO-IDX
                   MOVE WS-QTD-CARGOS TO WS-C
               END-IF
           END-PERFORM.

       APLICA-TRANSACAO.
           IF WS-FIM-FUN NOT = "SIM" AND CODIGO-ENT = CODIGO-TRN
               EVALUATE TIPO-TRN
                       PERFORM COPIA-FUNCIONARIO
                   WHEN "A"
                       MOVE REG-ENT TO WS-IMAGEM-ANTES
                       MOVE CARGO-ENT TO WS-CARGO-ANTES
                       PERFORM GRAVA-DE-TRANSACAO
                       MOVE REG-FNN TO WS-IMAGEM-DEPOIS
                       MOVE CARGO-FNN TO WS-CARGO-DEPOIS
                       PERFORM GRAVA-JORNAL
                       ADD 1 TO WS-CONTADOR-APLICADO
                   WHEN "E"
                       MOVE REG-ENT TO WS-IMAGEM-ANTES
                       MOVE CARGO-ENT TO WS-CARGO-ANTES
                       MOVE SPACES TO WS-IMAGEM-DEPOIS
                       MOVE SPACES TO WS-CARGO-DEPOIS
                       PERFORM GRAVA-JORNAL
                       ADD 1 TO WS-CONTADOR-APLICADO
               END-EVALUATE
           ELSE
               IF TIPO-TRN = "I"
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   MOVE SPACES TO WS-CARGO-ANTES
                   PERFORM GRAVA-DE-TRANSACAO
                   MOVE REG-FNN TO WS-IMAGEM-DEPOIS
                   MOVE CARGO-FNN TO WS-CARGO-DEPOIS
                   PERFORM GRAVA-JORNAL
                   ADD 1 TO WS-CONTADOR-APLICADO
               ELSE
           MOVE DEPTO-TRN TO DEPTO-FNN.
           MOVE ADMISSAO-TRN TO ADMISSAO-FNN.
           MOVE UNIDADE-TRN TO UNIDADE-FNN.
           MOVE WS-CARGO TO CARGO-FNN.
           WRITE REG-FNN.
           PERFORM VERIFICA-STATUS-FNN.

           MOVE CODIGO-TRN TO CODIGO-JRN.
           MOVE WS-IMAGEM-ANTES TO IMAGEM-ANTES-JRN.
           MOVE WS-IMAGEM-DEPOIS TO IMAGEM-DEPOIS-JRN.
           MOVE WS-CARGO-ANTES TO CARGO-ANTES-JRN.
           MOVE WS-CARGO-DEPOIS TO CARGO-DEPOIS-JRN.
           WRITE REG-JRN.
           PERFORM VERIFICA-STATUS-JRN.

                  WS-STATUS-FNN DELIMITED BY SIZE
                  " DEP=" DELIMITED BY SIZE
                  WS-STATUS-DEP DELIMITED BY SIZE
                  " CAR=" DELIMITED BY SIZE
                  WS-STATUS-CAR DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-STATUS-REJ DELIMITED BY SIZE
                  " JRN=" DELIMITED BY SIZE
