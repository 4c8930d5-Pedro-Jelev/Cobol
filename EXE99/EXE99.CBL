       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE99.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    ADIANTAMENTO QUINZENAL. PAGA A CADA FUNCIONARIO DO CADFUN O
      *    PERCENTUAL DO SALARIO DEFINIDO NO PARM-REPO (EXE99
      *    PERCENTUAL, PADRAO 40%), EXCETO OS AFASTADOS NA DATA DO
      *    MOVIMENTO (CAD-AFASTADOS), OS DESLIGADOS (RESCISAO NO
      *    CAD-FOLHA-HIST OU PENDENTE EM RESCISAO-TRAN) E OS ADMITIDOS
      *    DEPOIS DA DATA DO MOVIMENTO.
      *    GRAVA CAD-ADIANT.DAT NO LAYOUT DO CAD-LIQ, PARA A REMESSA DO
      *    EXE32, E CAD-ADIANT-DESC.DAT COM A COMPETENCIA, PARA O
      *    DESCONTO DO ADIANTAMENTO NA FOLHA DO MES PELO EXE31.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CAD-AFASTADOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AFA.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT RESCISAO-TRAN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRN.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT CAD-ADIANT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ADT.

           SELECT CAD-ADIANT-DESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ADD.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE99   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE99   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADFUN
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN.DAT".

       01 REG-ENT.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-ENT==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==.

       FD CAD-AFASTADOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AFASTADOS.DAT".

       01 REG-AFA.
           03 MATRICULA-AFA    PIC 9(05).
           03 TIPO-AFA         PIC X(02).
           03 FIM-AFA          PIC 9(08).

       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS.
           COPY FOLHIS01.

       FD RESCISAO-TRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESCISAO-TRAN.DAT".

       01 REG-TRN.
           03 MATRICULA-TRN    PIC 9(05).
           03 DATA-DESLIG-TRN  PIC 9(08).
           03 TIPO-TRN         PIC X(02).

       FD PARM-REPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-REPO.DAT".

       01 REG-REPO.
           03 PROGRAMA-REPO    PIC X(05).
           03 PARAMETRO-REPO   PIC X(15).
           03 VALOR-REPO       PIC X(10).
           03 VIGENCIA-REPO    PIC 9(08).

       FD CAD-ADIANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ADIANT.DAT".

       01 REG-LIQ.
           03 CODIGO-LIQ       PIC 9(05).
           03 BRUTO-LIQ        PIC 9(06)V99.
           03 INSS-LIQ         PIC 9(06)V99.
           03 IRRF-LIQ         PIC 9(06)V99.
           03 LIQUIDO-LIQ      PIC 9(06)V99.
           03 DEPTO-LIQ        PIC X(03).

      *    ADIANTAMENTO PAGO POR MATRICULA E COMPETENCIA, DESCONTADO
      *    PELO EXE31 NA FOLHA DA MESMA COMPETENCIA.
       FD CAD-ADIANT-DESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ADIANT-DESC.DAT".

       01 REG-ADD.
           03 MATRICULA-ADD    PIC 9(05).
           03 COMPETENCIA-ADD  PIC 9(06).
           03 VALOR-ADD        PIC 9(06)V99.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE99
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE99.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE99
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE99.DAT".

       01 REG-LOG                 PIC X(80).

       FD RUN-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUN-HIST.DAT".

       01 REG-RUN-HIST.
           03 PROGRAMA-RHI     PIC X(05).
           03 DATA-RHI         PIC 9(08).
           03 HORA-INICIO-RHI  PIC 9(06).
           03 HORA-FIM-RHI     PIC 9(06).
           03 LIDOS-RHI        PIC 9(07).
           03 GRAVADOS-RHI     PIC 9(07).
           03 REJEITADOS-RHI   PIC 9(07).
           03 RC-RHI           PIC 9(02).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-AFA    PIC X(02) VALUE "00".
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       77 WS-STATUS-TRN    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-ADT    PIC X(02) VALUE "00".
       77 WS-STATUS-ADD    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-AFA       PIC X(03) VALUE "NAO".
       77 WS-FIM-FHS       PIC X(03) VALUE "NAO".
       77 WS-FIM-TRN       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE99".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-GRAVADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-AFASTADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DESLIGADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ADMITIDO PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-PERCENTUAL    PIC 9(03) VALUE 40.
       77 WS-VIG-PERCENTUAL PIC 9(08) VALUE ZEROS.
       77 WS-IDX           PIC 9(06).
       77 WS-VALOR-ADIANT  PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-ADIANT  PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOTIVO        PIC X(20) VALUE SPACES.
       01 WS-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
      *    DATA DA RESCISAO POR MATRICULA (INDICE = MATRICULA + 1).
       01 WS-TABELA-DESLIGADOS.
           03 WS-DESLIGAMENTO PIC 9(08) OCCURS 100000 TIMES
                              VALUE ZEROS.

       PROCEDURE DIVISION.
       PGM-EM01EX99.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE99.
           PERFORM LE-DATA-MOVTO.
           COMPUTE WS-COMPETENCIA = WS-DATA-SISTEMA / 100.
           PERFORM LE-PARM-REPO.
           PERFORM CARREGA-DESLIGADOS.
           OPEN OUTPUT REL-EXE99.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ADIANTAMENTO QUINZENAL - COMPETENCIA " DELIMITED
                      BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-PERCENTUAL DELIMITED BY SIZE
                  "% DO SALARIO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               OPEN OUTPUT CAD-ADIANT
                           CAD-ADIANT-DESC
               PERFORM VERIFICA-STATUS-ADT
               PERFORM VERIFICA-STATUS-ADD
               OPEN INPUT CAD-AFASTADOS
               IF WS-STATUS-AFA = "00"
                   PERFORM LEITURA-AFASTADO
               ELSE
                   MOVE "SIM" TO WS-FIM-AFA
               END-IF
               PERFORM LEITURA
           END-IF.

       LE-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-SISTEMA.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-MOV = "00"
               READ DATA-MOVTO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MOV = "00"
                   MOVE DATA-MOVTO-REG TO WS-DATA-SISTEMA
               END-IF
               CLOSE DATA-MOVTO
           END-IF.

      *    PERCENTUAL: PERCENTUAL INTEIRO DO SALARIO (001 A 100).
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EXE99"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "PERCENTUAL"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-PERCENTUAL
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                      AND WS-VALOR-N3 > ZEROS
                      AND WS-VALOR-N3 NOT GREATER THAN 100
                       MOVE VIGENCIA-REPO TO WS-VIG-PERCENTUAL
                       MOVE WS-VALOR-N3 TO WS-PERCENTUAL
                   END-IF
           END-EVALUATE.

      *    DESLIGADOS: RESCISOES JA CALCULADAS (RS NO HISTORICO DA
      *    FOLHA) E AS AINDA PENDENTES EM RESCISAO-TRAN.
       CARREGA-DESLIGADOS.
           OPEN INPUT CAD-FOLHA-HIST.
           IF WS-STATUS-FHS = "00"
               PERFORM LEITURA-HISTORICO
               PERFORM UNTIL WS-FIM-FHS = "SIM"
                   IF TIPO-FHS = "RS"
                       COMPUTE WS-IDX = MATRICULA-FHS + 1
                       COMPUTE WS-DESLIGAMENTO (WS-IDX) =
                           COMPETENCIA-FHS * 100 + 1
                   END-IF
                   PERFORM LEITURA-HISTORICO
               END-PERFORM
               CLOSE CAD-FOLHA-HIST
           END-IF.
           OPEN INPUT RESCISAO-TRAN.
           IF WS-STATUS-TRN = "00"
               PERFORM LEITURA-RESCISAO
               PERFORM UNTIL WS-FIM-TRN = "SIM"
                   IF MATRICULA-TRN NUMERIC
                       COMPUTE WS-IDX = MATRICULA-TRN + 1
                       MOVE DATA-DESLIG-TRN TO WS-DESLIGAMENTO (WS-IDX)
                   END-IF
                   PERFORM LEITURA-RESCISAO
               END-PERFORM
               CLOSE RESCISAO-TRAN
           END-IF.

       LEITURA-HISTORICO.
           READ CAD-FOLHA-HIST
               AT END MOVE "SIM" TO WS-FIM-FHS
           END-READ.

       LEITURA-RESCISAO.
           READ RESCISAO-TRAN
               AT END MOVE "SIM" TO WS-FIM-TRN
           END-READ.

       VERIFICA-STATUS-ADT.
           IF WS-STATUS-ADT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ADT"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-ADD.
           IF WS-STATUS-ADD NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ADD"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ CADFUN
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-AFASTADO.
           READ CAD-AFASTADOS
               AT END MOVE "SIM" TO WS-FIM-AFA
           END-READ.

      *    UM DESLIGADO READMITIDO DEPOIS DA RESCISAO VOLTA A RECEBER.
       PRINCIPAL.
           MOVE SPACES TO WS-MOTIVO.
           COMPUTE WS-IDX = CODIGO-ENT + 1.
           PERFORM UNTIL WS-FIM-AFA = "SIM"
                   OR MATRICULA-AFA NOT LESS THAN CODIGO-ENT
               PERFORM LEITURA-AFASTADO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-AFA = "SIM"
                   OR MATRICULA-AFA NOT = CODIGO-ENT
               IF FIM-AFA NOT LESS THAN WS-DATA-SISTEMA
                   MOVE "AFASTADO" TO WS-MOTIVO
               END-IF
               PERFORM LEITURA-AFASTADO
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DESLIGAMENTO (WS-IDX) > ZEROS
                       AND WS-DESLIGAMENTO (WS-IDX)
                           NOT LESS THAN ADMISSAO-ENT
                   MOVE "DESLIGADO" TO WS-MOTIVO
                   ADD 1 TO WS-CONTADOR-DESLIGADO
               WHEN WS-MOTIVO NOT = SPACES
                   ADD 1 TO WS-CONTADOR-AFASTADO
               WHEN ADMISSAO-ENT > WS-DATA-SISTEMA
                   MOVE "ADMISSAO FUTURA" TO WS-MOTIVO
                   ADD 1 TO WS-CONTADOR-ADMITIDO
               WHEN OTHER
                   PERFORM GRAVA-ADIANTAMENTO
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING CODIGO-ENT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOME-ENT DELIMITED BY SIZE
                      "  SEM ADIANTAMENTO - " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           PERFORM LEITURA.

       GRAVA-ADIANTAMENTO.
           COMPUTE WS-VALOR-ADIANT ROUNDED =
               SALARIO-ENT * WS-PERCENTUAL / 100.
           MOVE CODIGO-ENT TO CODIGO-LIQ.
           MOVE WS-VALOR-ADIANT TO BRUTO-LIQ.
           MOVE ZEROS TO INSS-LIQ.
           MOVE ZEROS TO IRRF-LIQ.
           MOVE WS-VALOR-ADIANT TO LIQUIDO-LIQ.
           MOVE DEPTO-ENT TO DEPTO-LIQ.
           WRITE REG-LIQ.
           PERFORM VERIFICA-STATUS-ADT.
           MOVE CODIGO-ENT TO MATRICULA-ADD.
           MOVE WS-COMPETENCIA TO COMPETENCIA-ADD.
           MOVE WS-VALOR-ADIANT TO VALOR-ADD.
           WRITE REG-ADD.
           PERFORM VERIFICA-STATUS-ADD.
           ADD 1 TO WS-CONTADOR-GRAVADO.
           ADD WS-VALOR-ADIANT TO WS-TOTAL-ADIANT.
           MOVE WS-VALOR-ADIANT TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING CODIGO-ENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME-ENT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DEPTO-ENT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-ADIANT TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ADIANTAMENTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-GRAVADO DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EXCLUIDOS - AFASTADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-AFASTADO DELIMITED BY SIZE
                  "  DESLIGADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-DESLIGADO DELIMITED BY SIZE
                  "  ADMISSAO FUTURA: " DELIMITED BY SIZE
                  WS-CONTADOR-ADMITIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE99 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  ADIANTAMENTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-GRAVADO DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE99" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-GRAVADO TO GRAVADOS-RHI.
           COMPUTE REJEITADOS-RHI = WS-CONTADOR-AFASTADO
               + WS-CONTADOR-DESLIGADO + WS-CONTADOR-ADMITIDO.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " AFA=" DELIMITED BY SIZE
                  WS-STATUS-AFA DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
                  " TRN=" DELIMITED BY SIZE
                  WS-STATUS-TRN DELIMITED BY SIZE
                  " RPO=" DELIMITED BY SIZE
                  WS-STATUS-RPO DELIMITED BY SIZE
                  " ADT=" DELIMITED BY SIZE
                  WS-STATUS-ADT DELIMITED BY SIZE
                  " ADD=" DELIMITED BY SIZE
                  WS-STATUS-ADD DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-FUN = "00" OR WS-STATUS-FUN = "10"
               CLOSE CADFUN
                     CAD-ADIANT
                     CAD-ADIANT-DESC
               IF WS-STATUS-AFA = "00" OR WS-STATUS-AFA = "10"
                   CLOSE CAD-AFASTADOS
               END-IF
               PERFORM IMPRIME-TOTAIS
           END-IF.
           CLOSE REL-EXE99.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EXE99.
