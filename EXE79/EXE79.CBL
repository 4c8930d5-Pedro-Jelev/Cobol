       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE79.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF-ATR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ATR.

           SELECT CADPROF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRF.

           SELECT CADPROF-FUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PFU.

           SELECT CADDIS-NIVEL   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DNV.

           SELECT TAB-HORA-AULA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-THA.

           SELECT CAD-FALTA-PRF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPR.

           SELECT CAD-HORA-AULA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HAU.

           SELECT HORA-AULA-EXC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT REL-EXE79   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EXE79   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADPROF-ATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF-ATR.DAT".

       01 REG-ATR.
           03 CODIGO-ATR       PIC 9(05).
           03 TURMA-ATR        PIC X(03).
           03 DISCIPLINA-ATR   PIC 9(03).
           03 HORAS-ATR        PIC 9(02).

       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PRF.
           03 CODIGO-PRF       PIC 9(05).
           03 NOME-PRF         PIC X(30).
           03 SITUACAO-PRF     PIC X(01).

      *    VINCULO PROFESSOR (CADPROF) X MATRICULA DA FOLHA (CADFUN).
       FD CADPROF-FUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF-FUN.DAT".

       01 REG-PFU.
           03 CODIGO-PFU       PIC 9(05).
           03 MATRICULA-PFU    PIC 9(05).

      *    NIVEL DE CADA DISCIPLINA PARA O VALOR DA HORA-AULA.
       FD CADDIS-NIVEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS-NIVEL.DAT".

       01 REG-DNV.
           03 DISCIPLINA-DNV   PIC 9(03).
           03 NIVEL-DNV        PIC X(02).

       FD TAB-HORA-AULA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TAB-HORA-AULA.DAT".

       01 REG-THA.
           03 NIVEL-THA        PIC X(02).
           03 VIGENCIA-THA     PIC 9(08).
           03 VALOR-THA        PIC 9(03)V99.

      *    AULAS COBERTAS POR SUBSTITUTO (SITUACAO "C") SAO PAGAS AO
      *    SUBSTITUTO COMO UMA HORA-AULA CADA.
       FD CAD-FALTA-PRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-PRF.DAT".

       01 REG-FPR.
           03 DATA-FPR         PIC 9(08).
           03 TURMA-FPR        PIC X(03).
           03 AULA-FPR         PIC 9(01).
           03 CODIGO-FPR       PIC 9(05).
           03 DISCIPLINA-FPR   PIC 9(03).
           03 SUBSTITUTO-FPR   PIC 9(05).
           03 SITUACAO-FPR     PIC X(01).

       FD CAD-HORA-AULA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-HORA-AULA.DAT".

       01 REG-HAU.
           03 MATRICULA-HAU    PIC 9(05).
           03 HORAS-HAU        PIC 9(04)V9.
           03 VALOR-HAU        PIC 9(06)V99.

       FD HORA-AULA-EXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORA-AULA-EXC.DAT".

       01 REG-EXC.
           03 CODIGO-EXC       PIC 9(05).
           03 TURMA-EXC        PIC X(03).
           03 DISCIPLINA-EXC   PIC 9(03).
           03 HORAS-EXC        PIC 9(02).
           03 MOTIVO-EXC       PIC X(02).

       FD REL-EXE79
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE79.DAT".

       01 REG-REL                  PIC X(80).

       FD PARM-REPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-REPO.DAT".

       01 REG-REPO.
           03 PROGRAMA-REPO    PIC X(05).
           03 PARAMETRO-REPO   PIC X(15).
           03 VALOR-REPO       PIC X(10).
           03 VIGENCIA-REPO    PIC 9(08).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD LOG-EXE79
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE79.DAT".

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
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-PFU    PIC X(02) VALUE "00".
       77 WS-STATUS-DNV    PIC X(02) VALUE "00".
       77 WS-STATUS-THA    PIC X(02) VALUE "00".
       77 WS-STATUS-FPR    PIC X(02) VALUE "00".
       77 WS-STATUS-HAU    PIC X(02) VALUE "00".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-PRF       PIC X(03) VALUE "NAO".
       77 WS-FIM-PFU       PIC X(03) VALUE "NAO".
       77 WS-FIM-DNV       PIC X(03) VALUE "NAO".
       77 WS-FIM-THA       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-FIM-FPR       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE79".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-GRAVADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-VIG-SEMANAS   PIC 9(08) VALUE ZEROS.
       77 WS-SEMANAS-MES   PIC 9(01)V99 VALUE 4.50.
       77 WS-QTD-VINCULOS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NIVEIS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VALORES   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FUNC      PIC 9(03) VALUE ZEROS.
       77 WS-V             PIC 9(03).
       77 WS-N             PIC 9(03).
       77 WS-F             PIC 9(03).
       77 WS-FUN-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-VAL-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-MATRICULA     PIC 9(05) VALUE ZEROS.
       77 WS-CODIGO-BUSCA  PIC 9(05) VALUE ZEROS.
       77 WS-DISCIPLINA-BUSCA PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-NOME  PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-SUBST   PIC 9(05) VALUE ZEROS.
       77 WS-NIVEL         PIC X(02) VALUE SPACES.
       77 WS-HORAS-MES     PIC 9(04)V9 VALUE ZEROS.
       77 WS-VALOR-AULAS   PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-HORAS   PIC 9(06)V9 VALUE ZEROS.
       77 WS-TOTAL-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-S REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-SEMANAS    PIC 9(01)V99.
           03 WS-VALOR-RESTO-S    PIC X(07).

       01 WS-LINHA-DET.
           03 WS-DET-MATRICULA     PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-NOME          PIC X(30).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-HORAS         PIC ZZZ9.9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-VALOR         PIC ZZZ,ZZ9.99.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-SUBST         PIC ZZ9.
           03 FILLER               PIC X(16) VALUE SPACES.

       01 WS-TABELA-VINCULOS.
           03 WS-VNC-OCORRE OCCURS 500 TIMES.
               05 WS-VNC-CODIGO     PIC 9(05).
               05 WS-VNC-MATRICULA  PIC 9(05).

       01 WS-TABELA-NIVEIS.
           03 WS-NIV-OCORRE OCCURS 100 TIMES.
               05 WS-NIV-DISCIPLINA PIC 9(03).
               05 WS-NIV-NIVEL      PIC X(02).

       01 WS-TABELA-VALORES.
           03 WS-VAL-OCORRE OCCURS 50 TIMES.
               05 WS-VAL-NIVEL      PIC X(02).
               05 WS-VAL-VIGENCIA   PIC 9(08).
               05 WS-VAL-HORA       PIC 9(03)V99.

       01 WS-TABELA-FUNC.
           03 WS-FUN-OCORRE OCCURS 500 TIMES.
               05 WS-FUN-MATRICULA  PIC 9(05).
               05 WS-FUN-NOME       PIC X(30).
               05 WS-FUN-HORAS      PIC 9(04)V9.
               05 WS-FUN-VALOR      PIC 9(06)V99.
               05 WS-FUN-SUBST      PIC 9(03).

       PROCEDURE DIVISION.
       PGM-EM01EX79.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARM-REPO.
           OPEN OUTPUT LOG-EXE79.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-NIVEIS.
           PERFORM CARREGA-VALORES.
           OPEN OUTPUT CAD-HORA-AULA
                OUTPUT HORA-AULA-EXC
                OUTPUT REL-EXE79.
           PERFORM VERIFICA-STATUS-HAU.
           PERFORM VERIFICA-STATUS-EXC.
           PERFORM VERIFICA-STATUS-REL.
           OPEN INPUT CADPROF-ATR.
           IF WS-STATUS-ATR NOT = "00"
               IF WS-STATUS-ATR NOT = "35"
                   ADD 1 TO WS-QTD-ERROS-IO
               END-IF
               MOVE "SIM" TO FIM-ARQ
           ELSE
               OPEN INPUT CADPROF
               IF WS-STATUS-PRF = "00"
                   PERFORM LEITURA-PROFESSOR
               ELSE
                   MOVE "SIM" TO WS-FIM-PRF
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

       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   PERFORM SELECIONA-PARM-REPO
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           IF PROGRAMA-REPO = "EXE79"
              AND PARAMETRO-REPO = "SEMANAS-MES"
              AND VIGENCIA-REPO NOT GREATER THAN WS-DATA-SISTEMA
              AND VIGENCIA-REPO NOT LESS THAN WS-VIG-SEMANAS
              AND VALOR-REPO (1:3) NUMERIC
               MOVE VIGENCIA-REPO TO WS-VIG-SEMANAS
               MOVE VALOR-REPO TO WS-VALOR-TRAB
               IF WS-VALOR-SEMANAS > ZEROS
                   MOVE WS-VALOR-SEMANAS TO WS-SEMANAS-MES
               END-IF
           END-IF.

       CARREGA-VINCULOS.
           OPEN INPUT CADPROF-FUN.
           IF WS-STATUS-PFU = "00"
               PERFORM LEITURA-VINCULO
               PERFORM UNTIL WS-FIM-PFU = "SIM"
                   IF WS-QTD-VINCULOS < 500
                       ADD 1 TO WS-QTD-VINCULOS
                       MOVE CODIGO-PFU
                           TO WS-VNC-CODIGO (WS-QTD-VINCULOS)
                       MOVE MATRICULA-PFU
                           TO WS-VNC-MATRICULA (WS-QTD-VINCULOS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-VINCULO
               END-PERFORM
               CLOSE CADPROF-FUN
           END-IF.

       LEITURA-VINCULO.
           READ CADPROF-FUN
               AT END MOVE "SIM" TO WS-FIM-PFU
           END-READ.

       CARREGA-NIVEIS.
           OPEN INPUT CADDIS-NIVEL.
           IF WS-STATUS-DNV = "00"
               PERFORM LEITURA-NIVEL
               PERFORM UNTIL WS-FIM-DNV = "SIM"
                   IF WS-QTD-NIVEIS < 100
                       ADD 1 TO WS-QTD-NIVEIS
                       MOVE DISCIPLINA-DNV
                           TO WS-NIV-DISCIPLINA (WS-QTD-NIVEIS)
                       MOVE NIVEL-DNV TO WS-NIV-NIVEL (WS-QTD-NIVEIS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-NIVEL
               END-PERFORM
               CLOSE CADDIS-NIVEL
           END-IF.

       LEITURA-NIVEL.
           READ CADDIS-NIVEL
               AT END MOVE "SIM" TO WS-FIM-DNV
           END-READ.

      *    POR NIVEL FICA SO O VALOR DA MAIOR VIGENCIA NAO POSTERIOR
      *    A DATA DO MOVIMENTO.
       CARREGA-VALORES.
           OPEN INPUT TAB-HORA-AULA.
           IF WS-STATUS-THA = "00"
               PERFORM LEITURA-VALOR
               PERFORM UNTIL WS-FIM-THA = "SIM"
                   IF VIGENCIA-THA NOT GREATER THAN WS-DATA-SISTEMA
                       MOVE NIVEL-THA TO WS-NIVEL
                       PERFORM LOCALIZA-VALOR
                       IF WS-VAL-IDX = ZEROS
                           IF WS-QTD-VALORES < 50
                               ADD 1 TO WS-QTD-VALORES
                               MOVE WS-QTD-VALORES TO WS-VAL-IDX
                               MOVE NIVEL-THA
                                   TO WS-VAL-NIVEL (WS-VAL-IDX)
                               MOVE ZEROS
                                   TO WS-VAL-VIGENCIA (WS-VAL-IDX)
                           ELSE
                               MOVE "S" TO WS-TABELA-CHEIA
                           END-IF
                       END-IF
                       IF WS-VAL-IDX > ZEROS
                          AND VIGENCIA-THA NOT LESS THAN
                              WS-VAL-VIGENCIA (WS-VAL-IDX)
                           MOVE VIGENCIA-THA
                               TO WS-VAL-VIGENCIA (WS-VAL-IDX)
                           MOVE VALOR-THA TO WS-VAL-HORA (WS-VAL-IDX)
                       END-IF
                   END-IF
                   PERFORM LEITURA-VALOR
               END-PERFORM
               CLOSE TAB-HORA-AULA
           END-IF.

       LEITURA-VALOR.
           READ TAB-HORA-AULA
               AT END MOVE "SIM" TO WS-FIM-THA
           END-READ.

       LOCALIZA-VALOR.
           MOVE ZEROS TO WS-VAL-IDX.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-QTD-VALORES
               IF WS-VAL-NIVEL (WS-V) = WS-NIVEL
                   MOVE WS-V TO WS-VAL-IDX
                   MOVE WS-QTD-VALORES TO WS-V
               END-IF
           END-PERFORM.

       LEITURA.
           READ CADPROF-ATR
                AT END
                MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-PROFESSOR.
           READ CADPROF
               AT END MOVE "SIM" TO WS-FIM-PRF
           END-READ.

       PRINCIPAL.
           PERFORM UNTIL WS-FIM-PRF = "SIM"
                   OR CODIGO-PRF NOT LESS THAN CODIGO-ATR
               PERFORM LEITURA-PROFESSOR
           END-PERFORM.
           MOVE SPACES TO MOTIVO-EXC.
           IF WS-FIM-PRF = "SIM" OR CODIGO-PRF NOT = CODIGO-ATR
               MOVE "PN" TO MOTIVO-EXC
           ELSE
               IF SITUACAO-PRF = "D"
                   MOVE "PI" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               MOVE CODIGO-ATR TO WS-CODIGO-BUSCA
               PERFORM BUSCA-MATRICULA
               IF WS-MATRICULA = ZEROS
                   MOVE "SF" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               MOVE DISCIPLINA-ATR TO WS-DISCIPLINA-BUSCA
               PERFORM BUSCA-VALOR-HORA
               IF WS-VAL-IDX = ZEROS
                   MOVE "SV" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               PERFORM ACUMULA-HORA-AULA
           ELSE
               PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM LEITURA.

       BUSCA-MATRICULA.
           MOVE ZEROS TO WS-MATRICULA.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-QTD-VINCULOS
               IF WS-VNC-CODIGO (WS-V) = WS-CODIGO-BUSCA
                   MOVE WS-VNC-MATRICULA (WS-V) TO WS-MATRICULA
                   MOVE WS-QTD-VINCULOS TO WS-V
               END-IF
           END-PERFORM.

       BUSCA-VALOR-HORA.
           MOVE SPACES TO WS-NIVEL.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-QTD-NIVEIS
               IF WS-NIV-DISCIPLINA (WS-N) = WS-DISCIPLINA-BUSCA
                   MOVE WS-NIV-NIVEL (WS-N) TO WS-NIVEL
                   MOVE WS-QTD-NIVEIS TO WS-N
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-VAL-IDX.
           IF WS-NIVEL NOT = SPACES
               PERFORM LOCALIZA-VALOR
           END-IF.

       ACUMULA-HORA-AULA.
           COMPUTE WS-HORAS-MES ROUNDED = HORAS-ATR * WS-SEMANAS-MES.
           COMPUTE WS-VALOR-AULAS ROUNDED =
               WS-HORAS-MES * WS-VAL-HORA (WS-VAL-IDX).
           PERFORM LOCALIZA-FUNCIONARIO.
           IF WS-FUN-IDX = ZEROS
               MOVE "TC" TO MOTIVO-EXC
               PERFORM GRAVA-EXCECAO
           ELSE
               MOVE NOME-PRF TO WS-FUN-NOME (WS-FUN-IDX)
               ADD WS-HORAS-MES TO WS-FUN-HORAS (WS-FUN-IDX)
               ADD WS-VALOR-AULAS TO WS-FUN-VALOR (WS-FUN-IDX)
           END-IF.

       LOCALIZA-FUNCIONARIO.
           MOVE ZEROS TO WS-FUN-IDX.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FUNC
               IF WS-FUN-MATRICULA (WS-F) = WS-MATRICULA
                   MOVE WS-F TO WS-FUN-IDX
                   MOVE WS-QTD-FUNC TO WS-F
               END-IF
           END-PERFORM.
           IF WS-FUN-IDX = ZEROS
               IF WS-QTD-FUNC < 500
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-QTD-FUNC TO WS-FUN-IDX
                   MOVE WS-MATRICULA TO WS-FUN-MATRICULA (WS-FUN-IDX)
                   MOVE SPACES TO WS-FUN-NOME (WS-FUN-IDX)
                   MOVE ZEROS TO WS-FUN-HORAS (WS-FUN-IDX)
                                 WS-FUN-VALOR (WS-FUN-IDX)
                                 WS-FUN-SUBST (WS-FUN-IDX)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

      *    SUBSTITUICOES DO MES DO MOVIMENTO: UMA HORA-AULA POR AULA
      *    COBERTA, NO VALOR DO NIVEL DA DISCIPLINA SUBSTITUIDA.
       PROCESSA-SUBSTITUICOES.
           OPEN INPUT CAD-FALTA-PRF.
           IF WS-STATUS-FPR = "00"
               PERFORM LEITURA-FALTA
               PERFORM UNTIL WS-FIM-FPR = "SIM"
                   IF SITUACAO-FPR = "C"
                      AND DATA-FPR (1:6) = WS-DATA-SISTEMA (1:6)
                       PERFORM ACUMULA-SUBSTITUICAO
                   END-IF
                   PERFORM LEITURA-FALTA
               END-PERFORM
               CLOSE CAD-FALTA-PRF
           ELSE
               IF WS-STATUS-FPR NOT = "35"
                   ADD 1 TO WS-QTD-ERROS-IO
                   IF WS-PARAGRAFO-ERRO = SPACES
                       MOVE "PROCESSA-SUBSTITUICOES"
                           TO WS-PARAGRAFO-ERRO
                   END-IF
               END-IF
           END-IF.
           IF WS-QTD-SEM-NOME > ZEROS
               PERFORM COMPLETA-NOMES
           END-IF.

       LEITURA-FALTA.
           READ CAD-FALTA-PRF
               AT END MOVE "SIM" TO WS-FIM-FPR
           END-READ.

       ACUMULA-SUBSTITUICAO.
           MOVE SPACES TO MOTIVO-EXC.
           MOVE SUBSTITUTO-FPR TO WS-CODIGO-BUSCA.
           PERFORM BUSCA-MATRICULA.
           IF WS-MATRICULA = ZEROS
               MOVE "SF" TO MOTIVO-EXC
           END-IF.
           IF MOTIVO-EXC = SPACES
               MOVE DISCIPLINA-FPR TO WS-DISCIPLINA-BUSCA
               PERFORM BUSCA-VALOR-HORA
               IF WS-VAL-IDX = ZEROS
                   MOVE "SV" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               PERFORM LOCALIZA-FUNCIONARIO
               IF WS-FUN-IDX = ZEROS
                   MOVE "TC" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               IF WS-FUN-NOME (WS-FUN-IDX) = SPACES
                   ADD 1 TO WS-QTD-SEM-NOME
               END-IF
               ADD 1 TO WS-FUN-HORAS (WS-FUN-IDX)
                        WS-FUN-SUBST (WS-FUN-IDX)
                        WS-TOTAL-SUBST
               ADD WS-VAL-HORA (WS-VAL-IDX)
                   TO WS-FUN-VALOR (WS-FUN-IDX)
           ELSE
               MOVE SUBSTITUTO-FPR TO CODIGO-EXC
               MOVE TURMA-FPR TO TURMA-EXC
               MOVE DISCIPLINA-FPR TO DISCIPLINA-EXC
               MOVE 1 TO HORAS-EXC
               WRITE REG-EXC
               PERFORM VERIFICA-STATUS-EXC
               ADD 1 TO WS-CONTADOR-REJ
           END-IF.

      *    SUBSTITUTO SEM AULA PROPRIA NO MES: NOME VEM DO CADPROF.
       COMPLETA-NOMES.
           IF WS-STATUS-PRF = "00" OR WS-STATUS-PRF = "10"
               CLOSE CADPROF
           END-IF.
           MOVE "NAO" TO WS-FIM-PRF.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PRF = "00"
               PERFORM LEITURA-PROFESSOR
               PERFORM UNTIL WS-FIM-PRF = "SIM"
                   MOVE CODIGO-PRF TO WS-CODIGO-BUSCA
                   PERFORM BUSCA-MATRICULA
                   PERFORM VARYING WS-F FROM 1 BY 1
                           UNTIL WS-F > WS-QTD-FUNC
                       IF WS-FUN-MATRICULA (WS-F) = WS-MATRICULA
                          AND WS-FUN-NOME (WS-F) = SPACES
                           MOVE NOME-PRF TO WS-FUN-NOME (WS-F)
                       END-IF
                   END-PERFORM
                   PERFORM LEITURA-PROFESSOR
               END-PERFORM
           END-IF.

       GRAVA-EXCECAO.
           MOVE CODIGO-ATR TO CODIGO-EXC.
           MOVE TURMA-ATR TO TURMA-EXC.
           MOVE DISCIPLINA-ATR TO DISCIPLINA-EXC.
           MOVE HORAS-ATR TO HORAS-EXC.
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-REJ.

       GRAVA-HORAS-AULA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "HORAS-AULA DO MES - SEMANAS NO MES: "
                  DELIMITED BY SIZE
                  WS-SEMANAS-MES DELIMITED BY SIZE
                  "  DATA: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "MATRIC PROFESSOR                       "
                  DELIMITED BY SIZE
                  " HORAS        VALOR  SUBST" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FUNC
               MOVE WS-FUN-MATRICULA (WS-F) TO MATRICULA-HAU
               MOVE WS-FUN-HORAS (WS-F) TO HORAS-HAU
               MOVE WS-FUN-VALOR (WS-F) TO VALOR-HAU
               WRITE REG-HAU
               PERFORM VERIFICA-STATUS-HAU
               ADD 1 TO WS-CONTADOR-GRAVADO
               ADD WS-FUN-HORAS (WS-F) TO WS-TOTAL-HORAS
               ADD WS-FUN-VALOR (WS-F) TO WS-TOTAL-VALOR
               MOVE WS-FUN-MATRICULA (WS-F) TO WS-DET-MATRICULA
               MOVE WS-FUN-NOME (WS-F) TO WS-DET-NOME
               MOVE WS-FUN-HORAS (WS-F) TO WS-DET-HORAS
               MOVE WS-FUN-VALOR (WS-F) TO WS-DET-VALOR
               MOVE WS-FUN-SUBST (WS-F) TO WS-DET-SUBST
               WRITE REG-REL FROM WS-LINHA-DET
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL HORAS: " DELIMITED BY SIZE
                  WS-TOTAL-HORAS DELIMITED BY SIZE
                  "  TOTAL VALOR: " DELIMITED BY SIZE
                  WS-TOTAL-VALOR DELIMITED BY SIZE
                  "  REJEITADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "AULAS COBERTAS POR SUBSTITUTO NO MES: "
                  DELIMITED BY SIZE
                  WS-TOTAL-SUBST DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-HAU.
           IF WS-STATUS-HAU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-HAU"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-EXC.
           IF WS-STATUS-EXC NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-EXC"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE79 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  GRAVADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-GRAVADO DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-TABELA-CHEIA = "S"
               MOVE "EXE79 - TABELA EM MEMORIA CHEIA" TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE79" TO PROGRAMA-RHI
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
           MOVE WS-CONTADOR-REJ TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " PRF=" DELIMITED BY SIZE
                  WS-STATUS-PRF DELIMITED BY SIZE
                  " PFU=" DELIMITED BY SIZE
                  WS-STATUS-PFU DELIMITED BY SIZE
                  " DNV=" DELIMITED BY SIZE
                  WS-STATUS-DNV DELIMITED BY SIZE
                  " THA=" DELIMITED BY SIZE
                  WS-STATUS-THA DELIMITED BY SIZE
                  " FPR=" DELIMITED BY SIZE
                  WS-STATUS-FPR DELIMITED BY SIZE
                  " HAU=" DELIMITED BY SIZE
                  WS-STATUS-HAU DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ATR TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           PERFORM PROCESSA-SUBSTITUICOES.
           PERFORM GRAVA-HORAS-AULA.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CADPROF-ATR
                 CADPROF
                 CAD-HORA-AULA
                 HORA-AULA-EXC
                 REL-EXE79
                 LOG-EXE79.
