       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE87.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CAL-ESCOLAR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CES.

           SELECT CALENDARIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAL.

           SELECT CADPROF-ATR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ATR.

           SELECT CAD-AULAS    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AUL.

           SELECT CAD-FALTA-PRF ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPR.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE87   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE87   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           03 CODIGO-TUR       PIC X(03).
           03 DESCRICAO-TUR    PIC X(20).
           03 ANO-TUR          PIC 9(04).
           03 CAPACIDADE-TUR   PIC 9(04).
           03 UNIDADE-TUR      PIC X(02).

      *    CALENDARIO ESCOLAR POR UNIDADE (UNIDADE EM BRANCO VALE PARA
      *    TODAS). TIPO A = PERIODO LETIVO DO ANO, R = RECESSO,
      *    F = UNIDADE FECHADA (FERIADO LOCAL, EVENTO), S = DIA LETIVO
      *    EXTRA (SABADO LETIVO, REPOSICAO). OS FERIADOS DO CALENDARIO
      *    GERAL VALEM PARA TODAS AS UNIDADES.
       FD CAL-ESCOLAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAL-ESCOLAR.DAT".

       01 REG-CES.
           03 UNIDADE-CES      PIC X(02).
           03 TIPO-CES         PIC X(01).
           03 DATA-INICIO-CES  PIC 9(08).
           03 DATA-FIM-CES     PIC 9(08).
           03 DESCRICAO-CES    PIC X(30).

       FD CALENDARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.DAT".

       01 REG-CAL.
           03 DATA-FERIADO     PIC 9(08).

       FD CADPROF-ATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF-ATR.DAT".

       01 REG-ATR.
           03 CODIGO-ATR       PIC 9(05).
           03 TURMA-ATR        PIC X(03).
           03 DISCIPLINA-ATR   PIC 9(03).
           03 HORAS-ATR        PIC 9(02).

       FD CAD-AULAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AULAS.DAT".

       01 REG-AUL.
           03 TURMA-AUL        PIC X(03).
           03 DISCIPLINA-AUL   PIC 9(03).
           03 QTD-AULAS-AUL    PIC 9(04).

      *    AULAS PERDIDAS (SITUACAO "P") NAO CONTAM COMO AULAS DADAS.
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

       FD REL-EXE87
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE87.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE87
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE87.DAT".

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
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-CES    PIC X(02) VALUE "00".
       77 WS-STATUS-CAL    PIC X(02) VALUE "00".
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-AUL    PIC X(02) VALUE "00".
       77 WS-STATUS-FPR    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-CES       PIC X(03) VALUE "NAO".
       77 WS-FIM-CAL       PIC X(03) VALUE "NAO".
       77 WS-FIM-ATR       PIC X(03) VALUE "NAO".
       77 WS-FIM-AUL       PIC X(03) VALUE "NAO".
       77 WS-FIM-FPR       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE87".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-TURMAS   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ALERTA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DIS-ALERTA PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CAL-INV  PIC 9(05) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-ANO-LETIVO    PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-MINIMO   PIC 9(03) VALUE 200.
       77 WS-HORAS-MINIMA  PIC 9(04) VALUE 800.
       77 WS-MINUTOS-AULA  PIC 9(03) VALUE 50.
       77 WS-MARGEM-PCT    PIC 9(02) VALUE 5.
       77 WS-VIG-DIAS      PIC 9(08) VALUE ZEROS.
       77 WS-VIG-HORAS     PIC 9(08) VALUE ZEROS.
       77 WS-VIG-MINUTOS   PIC 9(08) VALUE ZEROS.
       77 WS-VIG-MARGEM    PIC 9(08) VALUE ZEROS.
       77 WS-QTD-FERIADOS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CES       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-UNI       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATR       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AULAS-TAB PIC 9(03) VALUE ZEROS.
       77 WS-F             PIC 9(03).
       77 WS-C             PIC 9(03).
       77 WS-U             PIC 9(03).
       77 WS-UNI-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-A             PIC 9(03).
       77 WS-CES-PERIODO   PIC 9(03) VALUE ZEROS.
       77 WS-DIAS          PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM      PIC 9(07) VALUE ZEROS.
       77 WS-DATA-DIA      PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77 WS-DIA-LETIVO    PIC X(01) VALUE "N".
       77 WS-DIA-EXTRA     PIC X(01) VALUE "N".
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-PREVISTOS     PIC 9(03) VALUE ZEROS.
       77 WS-DECORRIDOS    PIC 9(03) VALUE ZEROS.
       77 WS-RESTANTES     PIC 9(03) VALUE ZEROS.
       77 WS-AULAS-DADAS   PIC 9(05) VALUE ZEROS.
       77 WS-ESPERADAS-ANO PIC 9(05) VALUE ZEROS.
       77 WS-ESPERADAS-DATA PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-RESTANTES PIC 9(05) VALUE ZEROS.
       77 WS-PROJECAO      PIC 9(05) VALUE ZEROS.
       77 WS-FALTAM        PIC 9(05) VALUE ZEROS.
       77 WS-LIMITE-DATA   PIC 9(05) VALUE ZEROS.
       77 WS-TUR-AULAS-SEM PIC 9(03) VALUE ZEROS.
       77 WS-TUR-PROJECAO  PIC 9(06) VALUE ZEROS.
       77 WS-TUR-ESPERADAS PIC 9(06) VALUE ZEROS.
       77 WS-HORAS-GRADE   PIC 9(05) VALUE ZEROS.
       77 WS-TUR-DISCIPLINAS PIC 9(03) VALUE ZEROS.
       77 WS-HORAS-PROJ    PIC 9(05) VALUE ZEROS.
       77 WS-MINUTOS-FALTA PIC 9(07) VALUE ZEROS.
       77 WS-MINUTOS-DIA   PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-REPOSICAO PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-ALERTA  PIC X(01) VALUE "N".
       77 WS-SITUACAO-DIS  PIC X(20) VALUE SPACES.
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-2 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N2         PIC 9(02).
           03 WS-VALOR-RESTO-2    PIC X(08).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).
       01 WS-VALOR-TRAB-4 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N4         PIC 9(04).
           03 WS-VALOR-RESTO-4    PIC X(06).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-FERIADOS.
           03 WS-FERIADO OCCURS 100 TIMES PIC 9(08).
       01 WS-TABELA-CES.
           03 WS-CES-OCORRE OCCURS 300 TIMES.
               05 WS-CES-UNIDADE   PIC X(02).
               05 WS-CES-TIPO      PIC X(01).
               05 WS-CES-INICIO    PIC 9(08).
               05 WS-CES-FIM       PIC 9(08).
       01 WS-TABELA-UNI.
           03 WS-UNI-OCORRE OCCURS 50 TIMES.
               05 WS-UNI-CODIGO     PIC X(02).
               05 WS-UNI-CALENDARIO PIC X(01).
               05 WS-UNI-INICIO     PIC 9(08).
               05 WS-UNI-FIM        PIC 9(08).
               05 WS-UNI-PREVISTOS  PIC 9(03).
               05 WS-UNI-DECORRIDOS PIC 9(03).
       01 WS-TABELA-ATR.
           03 WS-ATR-OCORRE OCCURS 900 TIMES.
               05 WS-ATR-TURMA      PIC X(03).
               05 WS-ATR-DISCIPLINA PIC 9(03).
               05 WS-ATR-HORAS      PIC 9(03).
       01 WS-TABELA-AULAS.
           03 WS-AULA-OCORRE OCCURS 900 TIMES.
               05 WS-AULA-TURMA      PIC X(03).
               05 WS-AULA-DISCIPLINA PIC 9(03).
               05 WS-AULA-QTD        PIC 9(04).

       PROCEDURE DIVISION.
       PGM-EM01EX87.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE87.
           PERFORM LE-DATA-MOVTO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-LETIVO.
           PERFORM LE-PARM-REPO.
           OPEN OUTPUT REL-EXE87.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CUMPRIMENTO DO CALENDARIO ESCOLAR " DELIMITED BY SIZE
                  WS-ANO-LETIVO DELIMITED BY SIZE
                  " - POSICAO EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "MINIMO LEGAL: " DELIMITED BY SIZE
                  WS-DIAS-MINIMO DELIMITED BY SIZE
                  " DIAS LETIVOS E " DELIMITED BY SIZE
                  WS-HORAS-MINIMA DELIMITED BY SIZE
                  " HORAS  (AULA DE " DELIMITED BY SIZE
                  WS-MINUTOS-AULA DELIMITED BY SIZE
                  " MIN)" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-AULAS.
           PERFORM DESCONTA-AULAS-PERDIDAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
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
                   IF PROGRAMA-REPO = "EXE87"
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
               WHEN "DIAS-MINIMO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-DIAS
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-DIAS
                       MOVE WS-VALOR-N3 TO WS-DIAS-MINIMO
                   END-IF
               WHEN "HORAS-MINIMA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-HORAS
                      AND WS-VALOR-TRAB (1:4) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-HORAS
                       MOVE WS-VALOR-N4 TO WS-HORAS-MINIMA
                   END-IF
               WHEN "MINUTOS-AULA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-MINUTOS
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                      AND WS-VALOR-N3 > ZEROS
                       MOVE VIGENCIA-REPO TO WS-VIG-MINUTOS
                       MOVE WS-VALOR-N3 TO WS-MINUTOS-AULA
                   END-IF
               WHEN "MARGEM-PCT"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-MARGEM
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-MARGEM
                       MOVE WS-VALOR-N2 TO WS-MARGEM-PCT
                   END-IF
           END-EVALUATE.

       CARREGA-FERIADOS.
           OPEN INPUT CALENDARIO.
           IF WS-STATUS-CAL = "00"
               PERFORM LEITURA-FERIADO
               PERFORM UNTIL WS-FIM-CAL = "SIM"
                   IF DATA-FERIADO (1:4) = WS-ANO-LETIVO
                      AND WS-QTD-FERIADOS < 100
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE DATA-FERIADO
                           TO WS-FERIADO (WS-QTD-FERIADOS)
                   END-IF
                   PERFORM LEITURA-FERIADO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       LEITURA-FERIADO.
           READ CALENDARIO
               AT END MOVE "SIM" TO WS-FIM-CAL
           END-READ.

      *    ENTRADAS INVALIDAS DO CALENDARIO ESCOLAR SAO LISTADAS E
      *    DESPREZADAS; O CALCULO SEGUE COM AS DEMAIS.
       CARREGA-CALENDARIO.
           OPEN INPUT CAL-ESCOLAR.
           IF WS-STATUS-CES = "00"
               PERFORM LEITURA-CALENDARIO
               PERFORM UNTIL WS-FIM-CES = "SIM"
                   PERFORM VALIDA-CALENDARIO
                   PERFORM LEITURA-CALENDARIO
               END-PERFORM
               CLOSE CAL-ESCOLAR
           END-IF.

       LEITURA-CALENDARIO.
           READ CAL-ESCOLAR
               AT END MOVE "SIM" TO WS-FIM-CES
           END-READ.

       VALIDA-CALENDARIO.
           MOVE "S" TO WS-ACHOU.
           IF TIPO-CES NOT = "A" AND TIPO-CES NOT = "R"
              AND TIPO-CES NOT = "F" AND TIPO-CES NOT = "S"
               MOVE "N" TO WS-ACHOU
           END-IF.
           IF DATA-INICIO-CES NOT NUMERIC
              OR DATA-FIM-CES NOT NUMERIC
               MOVE "N" TO WS-ACHOU
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (DATA-INICIO-CES)
                       NOT = ZEROS
                  OR FUNCTION TEST-DATE-YYYYMMDD (DATA-FIM-CES)
                       NOT = ZEROS
                  OR DATA-FIM-CES < DATA-INICIO-CES
                   MOVE "N" TO WS-ACHOU
               END-IF
           END-IF.
           IF WS-ACHOU = "N"
               MOVE SPACES TO WS-LINHA-REL
               STRING "CALENDARIO INVALIDO DESPREZADO: "
                          DELIMITED BY SIZE
                      REG-CES DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               ADD 1 TO WS-CONTADOR-CAL-INV
           ELSE
               IF DATA-INICIO-CES (1:4) NOT GREATER THAN WS-ANO-LETIVO
                  AND DATA-FIM-CES (1:4) NOT LESS THAN WS-ANO-LETIVO
                  AND WS-QTD-CES < 300
                   ADD 1 TO WS-QTD-CES
                   MOVE UNIDADE-CES TO WS-CES-UNIDADE (WS-QTD-CES)
                   MOVE TIPO-CES TO WS-CES-TIPO (WS-QTD-CES)
                   MOVE DATA-INICIO-CES TO WS-CES-INICIO (WS-QTD-CES)
                   MOVE DATA-FIM-CES TO WS-CES-FIM (WS-QTD-CES)
               END-IF
           END-IF.

      *    AULAS SEMANAIS POR TURMA E DISCIPLINA, SOMANDO OS
      *    PROFESSORES QUE DIVIDEM A MESMA DISCIPLINA NA TURMA.
       CARREGA-ATRIBUICOES.
           OPEN INPUT CADPROF-ATR.
           IF WS-STATUS-ATR = "00"
               PERFORM LEITURA-ATRIBUICAO
               PERFORM UNTIL WS-FIM-ATR = "SIM"
                   PERFORM ACUMULA-ATRIBUICAO
                   PERFORM LEITURA-ATRIBUICAO
               END-PERFORM
               CLOSE CADPROF-ATR
           END-IF.

       LEITURA-ATRIBUICAO.
           READ CADPROF-ATR
               AT END MOVE "SIM" TO WS-FIM-ATR
           END-READ.

       ACUMULA-ATRIBUICAO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTD-ATR
               IF WS-ATR-TURMA (WS-A) = TURMA-ATR
                  AND WS-ATR-DISCIPLINA (WS-A) = DISCIPLINA-ATR
                   ADD HORAS-ATR TO WS-ATR-HORAS (WS-A)
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-QTD-ATR TO WS-A
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-QTD-ATR < 900
               ADD 1 TO WS-QTD-ATR
               MOVE TURMA-ATR TO WS-ATR-TURMA (WS-QTD-ATR)
               MOVE DISCIPLINA-ATR TO WS-ATR-DISCIPLINA (WS-QTD-ATR)
               MOVE HORAS-ATR TO WS-ATR-HORAS (WS-QTD-ATR)
           END-IF.

       CARREGA-AULAS.
           OPEN INPUT CAD-AULAS.
           IF WS-STATUS-AUL = "00"
               PERFORM LEITURA-AULAS
               PERFORM UNTIL WS-FIM-AUL = "SIM"
                   IF WS-QTD-AULAS-TAB < 900
                       ADD 1 TO WS-QTD-AULAS-TAB
                       MOVE TURMA-AUL
                           TO WS-AULA-TURMA (WS-QTD-AULAS-TAB)
                       MOVE DISCIPLINA-AUL
                           TO WS-AULA-DISCIPLINA (WS-QTD-AULAS-TAB)
                       MOVE QTD-AULAS-AUL
                           TO WS-AULA-QTD (WS-QTD-AULAS-TAB)
                   END-IF
                   PERFORM LEITURA-AULAS
               END-PERFORM
               CLOSE CAD-AULAS
           END-IF.

       LEITURA-AULAS.
           READ CAD-AULAS
               AT END MOVE "SIM" TO WS-FIM-AUL
           END-READ.

      *    AULAS PERDIDAS POR FALTA DE PROFESSOR NO ANO LETIVO.
       DESCONTA-AULAS-PERDIDAS.
           IF WS-QTD-AULAS-TAB > ZEROS
               OPEN INPUT CAD-FALTA-PRF
               IF WS-STATUS-FPR = "00"
                   PERFORM LEITURA-FALTA-PRF
                   PERFORM UNTIL WS-FIM-FPR = "SIM"
                       IF SITUACAO-FPR = "P"
                          AND DATA-FPR (1:4) = WS-ANO-LETIVO
                           PERFORM DESCONTA-AULA
                       END-IF
                       PERFORM LEITURA-FALTA-PRF
                   END-PERFORM
                   CLOSE CAD-FALTA-PRF
               END-IF
           END-IF.

       LEITURA-FALTA-PRF.
           READ CAD-FALTA-PRF
               AT END MOVE "SIM" TO WS-FIM-FPR
           END-READ.

       DESCONTA-AULA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-AULAS-TAB
               IF WS-AULA-TURMA (WS-A) = TURMA-FPR
                  AND WS-AULA-DISCIPLINA (WS-A) = DISCIPLINA-FPR
                   IF WS-AULA-QTD (WS-A) > ZEROS
                       SUBTRACT 1 FROM WS-AULA-QTD (WS-A)
                   END-IF
                   MOVE WS-QTD-AULAS-TAB TO WS-A
               END-IF
           END-PERFORM.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ CADTUR
                AT END
                MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       PRINCIPAL.
           IF ANO-TUR = WS-ANO-LETIVO
               ADD 1 TO WS-CONTADOR-TURMAS
               PERFORM BUSCA-UNIDADE
               PERFORM AVALIA-TURMA
           END-IF.
           PERFORM LEITURA.

      *    OS DIAS LETIVOS DE CADA UNIDADE SAO CONTADOS UMA SO VEZ, NA
      *    PRIMEIRA TURMA DA UNIDADE.
       BUSCA-UNIDADE.
           MOVE ZEROS TO WS-UNI-IDX.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-UNI
               IF WS-UNI-CODIGO (WS-U) = UNIDADE-TUR
                   MOVE WS-U TO WS-UNI-IDX
                   MOVE WS-QTD-UNI TO WS-U
               END-IF
           END-PERFORM.
           IF WS-UNI-IDX = ZEROS AND WS-QTD-UNI < 50
               ADD 1 TO WS-QTD-UNI
               MOVE WS-QTD-UNI TO WS-UNI-IDX
               MOVE UNIDADE-TUR TO WS-UNI-CODIGO (WS-UNI-IDX)
               PERFORM CONTA-DIAS-LETIVOS
           END-IF.

      *    O PERIODO LETIVO PROPRIO DA UNIDADE PREVALECE SOBRE O GERAL.
       CONTA-DIAS-LETIVOS.
           MOVE ZEROS TO WS-CES-PERIODO.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-QTD-CES
               IF WS-CES-TIPO (WS-C) = "A"
                   IF WS-CES-UNIDADE (WS-C) = UNIDADE-TUR
                       MOVE WS-C TO WS-CES-PERIODO
                       MOVE WS-QTD-CES TO WS-C
                   ELSE
                       IF WS-CES-UNIDADE (WS-C) = SPACES
                           MOVE WS-C TO WS-CES-PERIODO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-UNI-PREVISTOS (WS-UNI-IDX)
                         WS-UNI-DECORRIDOS (WS-UNI-IDX).
           IF WS-CES-PERIODO = ZEROS
               MOVE "N" TO WS-UNI-CALENDARIO (WS-UNI-IDX)
               MOVE ZEROS TO WS-UNI-INICIO (WS-UNI-IDX)
                             WS-UNI-FIM (WS-UNI-IDX)
           ELSE
               MOVE "S" TO WS-UNI-CALENDARIO (WS-UNI-IDX)
               MOVE WS-CES-INICIO (WS-CES-PERIODO)
                   TO WS-UNI-INICIO (WS-UNI-IDX)
               MOVE WS-CES-FIM (WS-CES-PERIODO)
                   TO WS-UNI-FIM (WS-UNI-IDX)
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE
                   (WS-UNI-INICIO (WS-UNI-IDX))
               COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE
                   (WS-UNI-FIM (WS-UNI-IDX))
               PERFORM UNTIL WS-DIAS > WS-DIAS-FIM
                   COMPUTE WS-DATA-DIA =
                       FUNCTION DATE-OF-INTEGER (WS-DIAS)
                   PERFORM CLASSIFICA-DIA
                   IF WS-DIA-LETIVO = "S"
                       ADD 1 TO WS-UNI-PREVISTOS (WS-UNI-IDX)
                       IF WS-DATA-DIA < WS-DATA-SISTEMA
                           ADD 1 TO WS-UNI-DECORRIDOS (WS-UNI-IDX)
                       END-IF
                   END-IF
                   ADD 1 TO WS-DIAS
               END-PERFORM
           END-IF.

      *    DIA LETIVO: SEGUNDA A SEXTA, FORA DE FERIADO, RECESSO OU
      *    FECHAMENTO DA UNIDADE; OU DIA LETIVO EXTRA LANCADO.
       CLASSIFICA-DIA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIAS, 7).
           MOVE "S" TO WS-DIA-LETIVO.
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-DIA-LETIVO
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FERIADOS
               IF WS-FERIADO (WS-F) = WS-DATA-DIA
                   MOVE "N" TO WS-DIA-LETIVO
                   MOVE WS-QTD-FERIADOS TO WS-F
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DIA-EXTRA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-QTD-CES
               IF (WS-CES-UNIDADE (WS-C) = UNIDADE-TUR
                   OR WS-CES-UNIDADE (WS-C) = SPACES)
                  AND WS-DATA-DIA NOT LESS THAN WS-CES-INICIO (WS-C)
                  AND WS-DATA-DIA NOT GREATER THAN WS-CES-FIM (WS-C)
                   IF WS-CES-TIPO (WS-C) = "R"
                      OR WS-CES-TIPO (WS-C) = "F"
                       MOVE "N" TO WS-DIA-LETIVO
                   END-IF
                   IF WS-CES-TIPO (WS-C) = "S"
                       MOVE "S" TO WS-DIA-EXTRA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DIA-EXTRA = "S"
               MOVE "S" TO WS-DIA-LETIVO
           END-IF.

       AVALIA-TURMA.
           MOVE "N" TO WS-TURMA-ALERTA.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMA " DELIMITED BY SIZE
                  CODIGO-TUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRICAO-TUR DELIMITED BY SIZE
                  " UNIDADE " DELIMITED BY SIZE
                  UNIDADE-TUR DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-UNI-IDX = ZEROS
              OR WS-UNI-CALENDARIO (WS-UNI-IDX) NOT = "S"
               MOVE "  UNIDADE SEM PERIODO LETIVO NO CALENDARIO ESCOLAR"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               ADD 1 TO WS-CONTADOR-ALERTA
           ELSE
               PERFORM AVALIA-DISCIPLINAS
           END-IF.

       AVALIA-DISCIPLINAS.
           MOVE WS-UNI-PREVISTOS (WS-UNI-IDX) TO WS-PREVISTOS.
           MOVE WS-UNI-DECORRIDOS (WS-UNI-IDX) TO WS-DECORRIDOS.
           COMPUTE WS-RESTANTES = WS-PREVISTOS - WS-DECORRIDOS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  PERIODO " DELIMITED BY SIZE
                  WS-UNI-INICIO (WS-UNI-IDX) DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-UNI-FIM (WS-UNI-IDX) DELIMITED BY SIZE
                  "  DIAS LETIVOS " DELIMITED BY SIZE
                  WS-PREVISTOS DELIMITED BY SIZE
                  "  DADOS " DELIMITED BY SIZE
                  WS-DECORRIDOS DELIMITED BY SIZE
                  "  A DAR " DELIMITED BY SIZE
                  WS-RESTANTES DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  DISC AUL/SEM PREV-ANO PREV-DATA DADAS"
                          DELIMITED BY SIZE
                  " PROJECAO FALTAM" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE ZEROS TO WS-TUR-AULAS-SEM WS-TUR-PROJECAO
                         WS-TUR-ESPERADAS WS-TUR-DISCIPLINAS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTD-ATR
               IF WS-ATR-TURMA (WS-A) = CODIGO-TUR
                   PERFORM AVALIA-DISCIPLINA
               END-IF
           END-PERFORM.
           IF WS-TUR-DISCIPLINAS = ZEROS
               MOVE "  TURMA SEM PROFESSOR ATRIBUIDO" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE "S" TO WS-TURMA-ALERTA
           ELSE
               PERFORM AVALIA-CARGA-TURMA
           END-IF.
           IF WS-PREVISTOS < WS-DIAS-MINIMO
               COMPUTE WS-FALTAM = WS-DIAS-MINIMO - WS-PREVISTOS
               MOVE SPACES TO WS-LINHA-REL
               STRING "  *** CALENDARIO COM " DELIMITED BY SIZE
                      WS-PREVISTOS DELIMITED BY SIZE
                      " DIAS LETIVOS - INCLUIR " DELIMITED BY SIZE
                      WS-FALTAM DELIMITED BY SIZE
                      " DIA(S) PARA O MINIMO" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE "S" TO WS-TURMA-ALERTA
           END-IF.
           IF WS-TURMA-ALERTA = "S"
               ADD 1 TO WS-CONTADOR-ALERTA
           END-IF.

      *    PROJECAO = AULAS DADAS + AULAS SEMANAIS X DIAS LETIVOS
      *    RESTANTES / 5. A DISCIPLINA E SINALIZADA SE A PROJECAO NAO
      *    ALCANCA O PREVISTO NO ANO, OU SE AS AULAS DADAS ESTAO ABAIXO
      *    DO PREVISTO ATE A DATA ALEM DA MARGEM.
       AVALIA-DISCIPLINA.
           ADD 1 TO WS-TUR-DISCIPLINAS.
           ADD WS-ATR-HORAS (WS-A) TO WS-TUR-AULAS-SEM.
           MOVE ZEROS TO WS-AULAS-DADAS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-AULAS-TAB
               IF WS-AULA-TURMA (WS-C) = CODIGO-TUR
                  AND WS-AULA-DISCIPLINA (WS-C) =
                      WS-ATR-DISCIPLINA (WS-A)
                   MOVE WS-AULA-QTD (WS-C) TO WS-AULAS-DADAS
                   MOVE WS-QTD-AULAS-TAB TO WS-C
               END-IF
           END-PERFORM.
           COMPUTE WS-ESPERADAS-ANO ROUNDED =
               WS-ATR-HORAS (WS-A) * WS-PREVISTOS / 5.
           COMPUTE WS-ESPERADAS-DATA ROUNDED =
               WS-ATR-HORAS (WS-A) * WS-DECORRIDOS / 5.
           COMPUTE WS-AULAS-RESTANTES ROUNDED =
               WS-ATR-HORAS (WS-A) * WS-RESTANTES / 5.
           COMPUTE WS-PROJECAO = WS-AULAS-DADAS + WS-AULAS-RESTANTES.
           ADD WS-PROJECAO TO WS-TUR-PROJECAO.
           ADD WS-ESPERADAS-ANO TO WS-TUR-ESPERADAS.
           MOVE ZEROS TO WS-FALTAM.
           MOVE SPACES TO WS-SITUACAO-DIS.
           IF WS-PROJECAO < WS-ESPERADAS-ANO
               COMPUTE WS-FALTAM = WS-ESPERADAS-ANO - WS-PROJECAO
               MOVE "REPOR AULAS" TO WS-SITUACAO-DIS
           END-IF.
           COMPUTE WS-LIMITE-DATA =
               WS-ESPERADAS-DATA * (100 - WS-MARGEM-PCT) / 100.
           IF WS-AULAS-DADAS < WS-LIMITE-DATA
               IF WS-SITUACAO-DIS = SPACES
                   MOVE "ATRASADA" TO WS-SITUACAO-DIS
               ELSE
                   MOVE "ATRASADA/REPOR" TO WS-SITUACAO-DIS
               END-IF
           END-IF.
           IF WS-SITUACAO-DIS NOT = SPACES
               MOVE "S" TO WS-TURMA-ALERTA
               ADD 1 TO WS-CONTADOR-DIS-ALERTA
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " DELIMITED BY SIZE
                  WS-ATR-DISCIPLINA (WS-A) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ATR-HORAS (WS-A) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ESPERADAS-ANO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ESPERADAS-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AULAS-DADAS DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-PROJECAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FALTAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-DIS DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    CARGA HORARIA PROJETADA DA TURMA CONTRA O MINIMO LEGAL; OS
      *    DIAS DE REPOSICAO SUPOEM UM DIA LETIVO COM A GRADE MEDIA DA
      *    SEMANA. SE NEM A GRADE CUMPRIDA INTEGRALMENTE ALCANCA O
      *    MINIMO, O PROBLEMA E DA GRADE E NAO DE REPOSICAO.
       AVALIA-CARGA-TURMA.
           COMPUTE WS-HORAS-PROJ =
               WS-TUR-PROJECAO * WS-MINUTOS-AULA / 60.
           COMPUTE WS-HORAS-GRADE =
               WS-TUR-ESPERADAS * WS-MINUTOS-AULA / 60.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  CARGA HORARIA PROJETADA " DELIMITED BY SIZE
                  WS-HORAS-PROJ DELIMITED BY SIZE
                  " H  MINIMO " DELIMITED BY SIZE
                  WS-HORAS-MINIMA DELIMITED BY SIZE
                  " H" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-HORAS-GRADE < WS-HORAS-MINIMA
               MOVE SPACES TO WS-LINHA-REL
               STRING "  *** GRADE SEMANAL DE " DELIMITED BY SIZE
                      WS-TUR-AULAS-SEM DELIMITED BY SIZE
                      " AULAS NAO ATINGE O MINIMO (PREVISTO "
                          DELIMITED BY SIZE
                      WS-HORAS-GRADE DELIMITED BY SIZE
                      " H)" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE "S" TO WS-TURMA-ALERTA
           END-IF.
           IF WS-HORAS-PROJ < WS-HORAS-MINIMA
              AND WS-HORAS-GRADE NOT LESS THAN WS-HORAS-MINIMA
               COMPUTE WS-MINUTOS-FALTA = WS-HORAS-MINIMA * 60
                   - WS-TUR-PROJECAO * WS-MINUTOS-AULA
               COMPUTE WS-MINUTOS-DIA =
                   WS-TUR-AULAS-SEM * WS-MINUTOS-AULA / 5
               IF WS-MINUTOS-DIA > ZEROS
                   DIVIDE WS-MINUTOS-FALTA BY WS-MINUTOS-DIA
                       GIVING WS-DIAS-REPOSICAO
                   IF WS-DIAS-REPOSICAO * WS-MINUTOS-DIA
                           < WS-MINUTOS-FALTA
                       ADD 1 TO WS-DIAS-REPOSICAO
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-DIAS-REPOSICAO
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               STRING "  *** CARGA ABAIXO DO MINIMO - REPOSICAO DE "
                          DELIMITED BY SIZE
                      WS-DIAS-REPOSICAO DELIMITED BY SIZE
                      " DIA(S) LETIVO(S)" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE "S" TO WS-TURMA-ALERTA
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE87 - TURMAS: " DELIMITED BY SIZE
                  WS-CONTADOR-TURMAS DELIMITED BY SIZE
                  "  SINALIZADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALERTA DELIMITED BY SIZE
                  "  DISCIPLINAS: " DELIMITED BY SIZE
                  WS-CONTADOR-DIS-ALERTA DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-CAL-INV > ZEROS
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE87 - ENTRADAS INVALIDAS NO CALENDARIO"
                          DELIMITED BY SIZE
                      " ESCOLAR: " DELIMITED BY SIZE
                      WS-CONTADOR-CAL-INV DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE87" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-TURMAS TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-ALERTA TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-ALERTA > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "TUR=" DELIMITED BY SIZE
                  WS-STATUS-TUR DELIMITED BY SIZE
                  " CES=" DELIMITED BY SIZE
                  WS-STATUS-CES DELIMITED BY SIZE
                  " CAL=" DELIMITED BY SIZE
                  WS-STATUS-CAL DELIMITED BY SIZE
                  " ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " AUL=" DELIMITED BY SIZE
                  WS-STATUS-AUL DELIMITED BY SIZE
                  " FPR=" DELIMITED BY SIZE
                  WS-STATUS-FPR DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TUR TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-TUR = "00" OR WS-STATUS-TUR = "10"
               CLOSE CADTUR
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "TURMAS AVALIADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-TURMAS DELIMITED BY SIZE
                  "  TURMAS SINALIZADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALERTA DELIMITED BY SIZE
                  "  DISCIPLINAS: " DELIMITED BY SIZE
                  WS-CONTADOR-DIS-ALERTA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           CLOSE REL-EXE87.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-ALERTA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE87.
