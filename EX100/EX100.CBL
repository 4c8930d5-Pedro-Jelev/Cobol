       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX100.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    MANUTENCAO DO ORCAMENTO DA FOLHA POR CENTRO DE CUSTO E MES.
      *    APLICA AS TRANSACOES DE ORC-TRAN.DAT (I INCLUSAO, A
      *    ALTERACAO, E EXCLUSAO) SOBRE O CAD-ORCAMENTO E GRAVA
      *    CAD-ORCAMENTO-NOVO.DAT. O CENTRO DE CUSTO PRECISA EXISTIR
      *    NO CADDEP. VARIAS TRANSACOES DA MESMA CHAVE SAO APLICADAS
      *    NA ORDEM DE ENTRADA (O ORCAMENTO.SH ORDENA SO PELA CHAVE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORC-TRAN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRN.

           SELECT CAD-ORCAMENTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ORC.

           SELECT CAD-ORCAMENTO-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ORN.

           SELECT CADDEP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DEP.

           SELECT ORC-TRAN-REJ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REJ.

           SELECT LOG-EX100   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORC-TRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ORC-TRAN.DAT".

       01 REG-TRN.
           03 TIPO-TRN         PIC X(01).
           03 CHAVE-TRN.
              04 CENTRO-CUSTO-TRN  PIC X(06).
              04 ANO-TRN           PIC 9(04).
              04 MES-TRN           PIC 9(02).
           03 QUADRO-TRN       PIC 9(05).
           03 SALARIOS-TRN     PIC 9(09)V99.
           03 HORAS-EXTRAS-TRN PIC 9(09)V99.
           03 ENCARGOS-TRN     PIC 9(09)V99.

       FD CAD-ORCAMENTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ORCAMENTO.DAT".

       01 REG-ORC.
           COPY ORCAM01.

       FD CAD-ORCAMENTO-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ORCAMENTO-NOVO.DAT".

       01 REG-ORN                  PIC X(50).

       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           03 CODIGO-DEP       PIC X(03).
           03 DESCRICAO-DEP    PIC X(20).
           03 CENTRO-CUSTO-DEP PIC X(06).

       FD ORC-TRAN-REJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ORC-TRAN-REJ.DAT".

       01 REG-REJ.
           03 TIPO-REJ         PIC X(01).
           03 CHAVE-REJ        PIC X(12).
           03 MOTIVO-REJ       PIC X(02).

       FD LOG-EX100
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX100.DAT".

       01 REG-LOG                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TRN    PIC X(02) VALUE "00".
       77 WS-STATUS-ORC    PIC X(02) VALUE "00".
       77 WS-STATUS-ORN    PIC X(02) VALUE "00".
       77 WS-STATUS-DEP    PIC X(02) VALUE "00".
       77 WS-STATUS-REJ    PIC X(02) VALUE "00".
       77 WS-FIM-TRN       PIC X(03) VALUE "NAO".
       77 WS-FIM-ORC       PIC X(03) VALUE "NAO".
       77 WS-FIM-DEP       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX100".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-APLICADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-QTD-CC        PIC 9(03) VALUE ZEROS.
       77 WS-C             PIC 9(03).
      *    REGISTRO EM CONSTRUCAO: A CHAVE CORRENTE E SE ELA EXISTE
      *    NO CADASTRO NOVO DEPOIS DAS TRANSACOES JA APLICADAS.
       77 WS-ATUAL-EXISTE  PIC X(01) VALUE "N".
       01 WS-CHAVE-ATUAL   PIC X(12) VALUE LOW-VALUES.
       01 WS-REG-ATUAL.
           03 CHAVE-ATU        PIC X(12).
           03 QUADRO-ATU       PIC 9(05).
           03 SALARIOS-ATU     PIC 9(09)V99.
           03 HORAS-EXTRAS-ATU PIC 9(09)V99.
           03 ENCARGOS-ATU     PIC 9(09)V99.
       01 WS-TABELA-CC.
           03 WS-CC-CODIGO     PIC X(06) OCCURS 200 TIMES.
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX100.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL WS-FIM-TRN = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX100.
           OPEN INPUT ORC-TRAN.
           IF WS-STATUS-TRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "SIM" TO WS-FIM-TRN
           ELSE
               PERFORM CARREGA-CENTROS-CUSTO
               OPEN OUTPUT CAD-ORCAMENTO-NOVO
                    OUTPUT ORC-TRAN-REJ
               PERFORM VERIFICA-STATUS-ORN
               PERFORM VERIFICA-STATUS-REJ
               OPEN INPUT CAD-ORCAMENTO
               IF WS-STATUS-ORC = "00"
                   PERFORM LEITURA-ORCAMENTO
               ELSE
                   MOVE "SIM" TO WS-FIM-ORC
               END-IF
               PERFORM LEITURA
           END-IF.

      *    SEM CADDEP NAO HA COMO VALIDAR O CENTRO DE CUSTO E A
      *    TRANSACAO E ACEITA.
       CARREGA-CENTROS-CUSTO.
           OPEN INPUT CADDEP.
           IF WS-STATUS-DEP = "00"
               PERFORM LEITURA-DEPARTAMENTO
               PERFORM UNTIL WS-FIM-DEP = "SIM"
                   PERFORM REGISTRA-CENTRO-CUSTO
                   PERFORM LEITURA-DEPARTAMENTO
               END-PERFORM
               CLOSE CADDEP
           END-IF.

       LEITURA-DEPARTAMENTO.
           READ CADDEP
               AT END MOVE "SIM" TO WS-FIM-DEP
           END-READ.

       REGISTRA-CENTRO-CUSTO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CC OR WS-ACHOU = "S"
               IF WS-CC-CODIGO (WS-C) = CENTRO-CUSTO-DEP
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-QTD-CC < 200
               ADD 1 TO WS-QTD-CC
               MOVE CENTRO-CUSTO-DEP TO WS-CC-CODIGO (WS-QTD-CC)
           END-IF.

       VERIFICA-STATUS-ORN.
           IF WS-STATUS-ORN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ORN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REJ.
           IF WS-STATUS-REJ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REJ"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ ORC-TRAN
                AT END
                MOVE "SIM" TO WS-FIM-TRN.
           IF WS-FIM-TRN NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-ORCAMENTO.
           READ CAD-ORCAMENTO
               AT END MOVE "SIM" TO WS-FIM-ORC
           END-READ.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITO
           ELSE
               IF CHAVE-TRN NOT = WS-CHAVE-ATUAL
                   PERFORM POSICIONA-CHAVE
               END-IF
               PERFORM APLICA-TRANSACAO
           END-IF.
           PERFORM LEITURA.

       VALIDA-TRANSACAO.
           MOVE SPACES TO WS-MOTIVO.
           IF TIPO-TRN NOT = "I" AND TIPO-TRN NOT = "A"
                   AND TIPO-TRN NOT = "E"
               MOVE "TI" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               IF ANO-TRN NOT NUMERIC OR ANO-TRN = ZEROS
                       OR MES-TRN NOT NUMERIC
                       OR MES-TRN < 1 OR MES-TRN > 12
                   MOVE "DT" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-QTD-CC > ZEROS
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CC OR WS-ACHOU = "S"
                   IF WS-CC-CODIGO (WS-C) = CENTRO-CUSTO-TRN
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   MOVE "CC" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND TIPO-TRN NOT = "E"
               IF QUADRO-TRN NOT NUMERIC
                       OR SALARIOS-TRN NOT NUMERIC
                       OR HORAS-EXTRAS-TRN NOT NUMERIC
                       OR ENCARGOS-TRN NOT NUMERIC
                   MOVE "VL" TO WS-MOTIVO
               END-IF
           END-IF.

      *    FECHA A CHAVE ANTERIOR, COPIA O CADASTRO ATE A NOVA CHAVE E
      *    CARREGA O REGISTRO DELA QUANDO EXISTIR.
       POSICIONA-CHAVE.
           PERFORM GRAVA-ATUAL.
           PERFORM UNTIL WS-FIM-ORC = "SIM"
                   OR CHAVE-ORC NOT LESS THAN CHAVE-TRN
               PERFORM COPIA-ORCAMENTO
               PERFORM LEITURA-ORCAMENTO
           END-PERFORM.
           MOVE CHAVE-TRN TO WS-CHAVE-ATUAL.
           MOVE "N" TO WS-ATUAL-EXISTE.
           IF WS-FIM-ORC NOT = "SIM" AND CHAVE-ORC = CHAVE-TRN
               MOVE REG-ORC TO WS-REG-ATUAL
               MOVE "S" TO WS-ATUAL-EXISTE
               PERFORM LEITURA-ORCAMENTO
           END-IF.

       APLICA-TRANSACAO.
           EVALUATE TIPO-TRN
               WHEN "I"
                   IF WS-ATUAL-EXISTE = "S"
                       MOVE "JC" TO WS-MOTIVO
                   ELSE
                       PERFORM MONTA-DE-TRANSACAO
                   END-IF
               WHEN "A"
                   IF WS-ATUAL-EXISTE = "N"
                       MOVE "NE" TO WS-MOTIVO
                   ELSE
                       PERFORM MONTA-DE-TRANSACAO
                   END-IF
               WHEN "E"
                   IF WS-ATUAL-EXISTE = "N"
                       MOVE "NE" TO WS-MOTIVO
                   ELSE
                       MOVE "N" TO WS-ATUAL-EXISTE
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITO
           ELSE
               ADD 1 TO WS-CONTADOR-APLICADO
           END-IF.

       MONTA-DE-TRANSACAO.
           MOVE CHAVE-TRN TO CHAVE-ATU.
           MOVE QUADRO-TRN TO QUADRO-ATU.
           MOVE SALARIOS-TRN TO SALARIOS-ATU.
           MOVE HORAS-EXTRAS-TRN TO HORAS-EXTRAS-ATU.
           MOVE ENCARGOS-TRN TO ENCARGOS-ATU.
           MOVE "S" TO WS-ATUAL-EXISTE.

       GRAVA-ATUAL.
           IF WS-ATUAL-EXISTE = "S"
               WRITE REG-ORN FROM WS-REG-ATUAL
               PERFORM VERIFICA-STATUS-ORN
               MOVE "N" TO WS-ATUAL-EXISTE
           END-IF.

       COPIA-ORCAMENTO.
           WRITE REG-ORN FROM REG-ORC.
           PERFORM VERIFICA-STATUS-ORN.

       GRAVA-REJEITO.
           MOVE TIPO-TRN TO TIPO-REJ.
           MOVE CHAVE-TRN TO CHAVE-REJ.
           MOVE WS-MOTIVO TO MOTIVO-REJ.
           WRITE REG-REJ.
           PERFORM VERIFICA-STATUS-REJ.
           ADD 1 TO WS-CONTADOR-REJ.

       COPIA-ORCAMENTO-FINAL.
           PERFORM GRAVA-ATUAL.
           PERFORM UNTIL WS-FIM-ORC = "SIM"
               PERFORM COPIA-ORCAMENTO
               PERFORM LEITURA-ORCAMENTO
           END-PERFORM.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX100 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  APLICADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-APLICADO DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "TRN=" DELIMITED BY SIZE
                  WS-STATUS-TRN DELIMITED BY SIZE
                  " ORC=" DELIMITED BY SIZE
                  WS-STATUS-ORC DELIMITED BY SIZE
                  " ORN=" DELIMITED BY SIZE
                  WS-STATUS-ORN DELIMITED BY SIZE
                  " DEP=" DELIMITED BY SIZE
                  WS-STATUS-DEP DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-STATUS-REJ DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TRN TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-TRN = "00" OR WS-STATUS-TRN = "10"
               PERFORM COPIA-ORCAMENTO-FINAL
               CLOSE ORC-TRAN
                     CAD-ORCAMENTO-NOVO
                     ORC-TRAN-REJ
               IF WS-STATUS-ORC = "00" OR WS-STATUS-ORC = "10"
                   CLOSE CAD-ORCAMENTO
               END-IF
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EX100.
