       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE80.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALTA-PRF-TRAN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRN.

           SELECT CAD-FALTA-PRF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPR.

           SELECT CAD-FALTA-PRF-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPN.

           SELECT CADPROF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRF.

           SELECT CADPROF-ATR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ATR.

           SELECT GRADE-PRF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-GPR.

           SELECT FALTA-PRF-REJ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REJ.

           SELECT REL-EXE80   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EXE80   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FALTA-PRF-TRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FALTA-PRF-TRAN.DAT".

       01 REG-TRN.
           03 TIPO-TRN         PIC X(01).
           03 CHAVE-TRN.
              04 DATA-TRN         PIC 9(08).
              04 TURMA-TRN        PIC X(03).
              04 AULA-TRN         PIC 9(01).
           03 CODIGO-TRN       PIC 9(05).
           03 DISCIPLINA-TRN   PIC 9(03).
           03 SUBSTITUTO-TRN   PIC 9(05).

      *    REGISTRO DE FALTAS DE PROFESSOR POR DATA, TURMA E AULA.
      *    SITUACAO "C" = AULA COBERTA PELO SUBSTITUTO, "P" = PERDIDA.
       FD CAD-FALTA-PRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-PRF.DAT".

       01 REG-FPR.
           03 CHAVE-FPR.
              04 DATA-FPR         PIC 9(08).
              04 TURMA-FPR        PIC X(03).
              04 AULA-FPR         PIC 9(01).
           03 CODIGO-FPR       PIC 9(05).
           03 DISCIPLINA-FPR   PIC 9(03).
           03 SUBSTITUTO-FPR   PIC 9(05).
           03 SITUACAO-FPR     PIC X(01).

       FD CAD-FALTA-PRF-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-PRF-NOVO.DAT".

       01 REG-FPN.
           03 CHAVE-FPN.
              04 DATA-FPN         PIC 9(08).
              04 TURMA-FPN        PIC X(03).
              04 AULA-FPN         PIC 9(01).
           03 CODIGO-FPN       PIC 9(05).
           03 DISCIPLINA-FPN   PIC 9(03).
           03 SUBSTITUTO-FPN   PIC 9(05).
           03 SITUACAO-FPN     PIC X(01).

       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PRF.
           03 CODIGO-PRF       PIC 9(05).
           03 NOME-PRF         PIC X(30).
           03 SITUACAO-PRF     PIC X(01).

       FD CADPROF-ATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF-ATR.DAT".

       01 REG-ATR.
           03 CODIGO-ATR       PIC 9(05).
           03 TURMA-ATR        PIC X(03).
           03 DISCIPLINA-ATR   PIC 9(03).
           03 HORAS-ATR        PIC 9(02).

       FD GRADE-PRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADE-PRF.DAT".

       01 REG-GPR.
           03 CODIGO-GPR       PIC 9(05).
           03 DIA-GPR          PIC 9(01).
           03 AULA-GPR         PIC 9(01).
           03 TURMA-GPR        PIC X(03).
           03 DISCIPLINA-GPR   PIC 9(03).
           03 SALA-GPR         PIC X(04).
           03 UNIDADE-GPR      PIC X(02).

       FD FALTA-PRF-REJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FALTA-PRF-REJ.DAT".

       01 REG-REJ.
           03 TIPO-REJ         PIC X(01).
           03 DATA-REJ         PIC 9(08).
           03 TURMA-REJ        PIC X(03).
           03 AULA-REJ         PIC 9(01).
           03 CODIGO-REJ       PIC 9(05).
           03 SUBSTITUTO-REJ   PIC 9(05).
           03 MOTIVO-REJ       PIC X(02).

       FD REL-EXE80
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE80.DAT".

       01 REG-REL                  PIC X(80).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD LOG-EXE80
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE80.DAT".

       01 REG-LOG                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TRN    PIC X(02) VALUE "00".
       77 WS-STATUS-FPR    PIC X(02) VALUE "00".
       77 WS-STATUS-FPN    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-GPR    PIC X(02) VALUE "00".
       77 WS-STATUS-REJ    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-FIM-TRN       PIC X(03) VALUE "NAO".
       77 WS-FIM-FPR       PIC X(03) VALUE "NAO".
       77 WS-FIM-PRF       PIC X(03) VALUE "NAO".
       77 WS-FIM-ATR       PIC X(03) VALUE "NAO".
       77 WS-FIM-GPR       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE80".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-APLICADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PROF      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATR       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GRADE     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FALTAS    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TURMAS    PIC 9(03) VALUE ZEROS.
       77 WS-P             PIC 9(03).
       77 WS-G             PIC 9(04).
       77 WS-F             PIC 9(04).
       77 WS-T             PIC 9(03).
       77 WS-FALTA-IDX     PIC 9(04) VALUE ZEROS.
       77 WS-TURMA-IDX     PIC 9(03) VALUE ZEROS.
       77 WS-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-CORRIDOS PIC 9(07) VALUE ZEROS.
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       77 WS-TOTAL-PERDIDAS  PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-COBERTAS  PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-DATA-VALIDA.
           03 WS-ANO-VALIDA    PIC 9(04).
           03 WS-MES-VALIDA    PIC 9(02).
           03 WS-DIA-VALIDA    PIC 9(02).
       01 WS-MES-RELATORIO     PIC 9(06) VALUE ZEROS.

       01 WS-LINHA-DET.
           03 WS-DET-TURMA         PIC X(03).
           03 FILLER               PIC X(05) VALUE SPACES.
           03 WS-DET-FALTAS        PIC ZZZZ9.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 WS-DET-COBERTAS      PIC ZZZZ9.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 WS-DET-PERDIDAS      PIC ZZZZ9.
           03 FILLER               PIC X(47) VALUE SPACES.

       01 WS-TABELA-PROF.
           03 WS-PRF-OCORRE OCCURS 500 TIMES.
               05 WS-PRF-CODIGO     PIC 9(05).
               05 WS-PRF-SITUACAO   PIC X(01).

       01 WS-TABELA-ATR.
           03 WS-ATR-OCORRE OCCURS 900 TIMES.
               05 WS-ATR-CODIGO     PIC 9(05).
               05 WS-ATR-TURMA      PIC X(03).
               05 WS-ATR-DISCIPLINA PIC 9(03).

       01 WS-TABELA-GRADE.
           03 WS-GRD-OCORRE OCCURS 5000 TIMES.
               05 WS-GRD-CODIGO     PIC 9(05).
               05 WS-GRD-DIA        PIC 9(01).
               05 WS-GRD-AULA       PIC 9(01).

      *    FALTAS JA REGISTRADAS, PARA VALIDAR O SUBSTITUTO CONTRA AS
      *    DEMAIS AULAS DO MESMO DIA. "X" MARCA REGISTRO EXCLUIDO.
       01 WS-TABELA-FALTAS.
           03 WS-FAL-OCORRE OCCURS 5000 TIMES.
               05 WS-FAL-DATA       PIC 9(08).
               05 WS-FAL-TURMA      PIC X(03).
               05 WS-FAL-AULA       PIC 9(01).
               05 WS-FAL-CODIGO     PIC 9(05).
               05 WS-FAL-SUBSTITUTO PIC 9(05).
               05 WS-FAL-ATIVO      PIC X(01).

       01 WS-TABELA-TURMAS.
           03 WS-TUR-OCORRE OCCURS 100 TIMES.
               05 WS-TUR-CODIGO     PIC X(03).
               05 WS-TUR-FALTAS     PIC 9(05).
               05 WS-TUR-COBERTAS   PIC 9(05).
               05 WS-TUR-PERDIDAS   PIC 9(05).

       PROCEDURE DIVISION.
       PGM-EM01EX80.
           PERFORM INICIO.
           PERFORM ATUALIZA-FALTAS.
           PERFORM GRAVA-RELATORIO.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE80
                OUTPUT FALTA-PRF-REJ
                OUTPUT REL-EXE80.
           PERFORM VERIFICA-STATUS-REJ.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM LE-DATA-MOVTO.
           MOVE WS-DATA-SISTEMA (1:6) TO WS-MES-RELATORIO.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-GRADE.
           PERFORM CARREGA-FALTAS.
           IF WS-TABELA-CHEIA = "S"
               MOVE "EXE80 - TABELA EM MEMORIA CHEIA" TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
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

       CARREGA-PROFESSORES.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PRF = "00"
               PERFORM LEITURA-PROFESSOR
               PERFORM UNTIL WS-FIM-PRF = "SIM"
                   IF WS-QTD-PROF < 500
                       ADD 1 TO WS-QTD-PROF
                       MOVE CODIGO-PRF TO WS-PRF-CODIGO (WS-QTD-PROF)
                       MOVE SITUACAO-PRF
                           TO WS-PRF-SITUACAO (WS-QTD-PROF)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-PROFESSOR
               END-PERFORM
               CLOSE CADPROF
           END-IF.

       LEITURA-PROFESSOR.
           READ CADPROF
               AT END MOVE "SIM" TO WS-FIM-PRF
           END-READ.

       CARREGA-ATRIBUICOES.
           OPEN INPUT CADPROF-ATR.
           IF WS-STATUS-ATR = "00"
               PERFORM LEITURA-ATRIBUICAO
               PERFORM UNTIL WS-FIM-ATR = "SIM"
                   IF WS-QTD-ATR < 900
                       ADD 1 TO WS-QTD-ATR
                       MOVE CODIGO-ATR TO WS-ATR-CODIGO (WS-QTD-ATR)
                       MOVE TURMA-ATR TO WS-ATR-TURMA (WS-QTD-ATR)
                       MOVE DISCIPLINA-ATR
                           TO WS-ATR-DISCIPLINA (WS-QTD-ATR)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-ATRIBUICAO
               END-PERFORM
               CLOSE CADPROF-ATR
           END-IF.

       LEITURA-ATRIBUICAO.
           READ CADPROF-ATR
               AT END MOVE "SIM" TO WS-FIM-ATR
           END-READ.

       CARREGA-GRADE.
           OPEN INPUT GRADE-PRF.
           IF WS-STATUS-GPR = "00"
               PERFORM LEITURA-GRADE
               PERFORM UNTIL WS-FIM-GPR = "SIM"
                   IF WS-QTD-GRADE < 5000
                       ADD 1 TO WS-QTD-GRADE
                       MOVE CODIGO-GPR TO WS-GRD-CODIGO (WS-QTD-GRADE)
                       MOVE DIA-GPR TO WS-GRD-DIA (WS-QTD-GRADE)
                       MOVE AULA-GPR TO WS-GRD-AULA (WS-QTD-GRADE)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-GRADE
               END-PERFORM
               CLOSE GRADE-PRF
           END-IF.

       LEITURA-GRADE.
           READ GRADE-PRF
               AT END MOVE "SIM" TO WS-FIM-GPR
           END-READ.

       CARREGA-FALTAS.
           OPEN INPUT CAD-FALTA-PRF.
           IF WS-STATUS-FPR = "00"
               PERFORM LEITURA-FALTA
               PERFORM UNTIL WS-FIM-FPR = "SIM"
                   IF WS-QTD-FALTAS < 5000
                       ADD 1 TO WS-QTD-FALTAS
                       MOVE DATA-FPR TO WS-FAL-DATA (WS-QTD-FALTAS)
                       MOVE TURMA-FPR TO WS-FAL-TURMA (WS-QTD-FALTAS)
                       MOVE AULA-FPR TO WS-FAL-AULA (WS-QTD-FALTAS)
                       MOVE CODIGO-FPR TO WS-FAL-CODIGO (WS-QTD-FALTAS)
                       MOVE SUBSTITUTO-FPR
                           TO WS-FAL-SUBSTITUTO (WS-QTD-FALTAS)
                       MOVE "S" TO WS-FAL-ATIVO (WS-QTD-FALTAS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-FALTA
               END-PERFORM
               CLOSE CAD-FALTA-PRF
           END-IF.
           MOVE "NAO" TO WS-FIM-FPR.

       LEITURA-FALTA.
           READ CAD-FALTA-PRF
               AT END MOVE "SIM" TO WS-FIM-FPR
           END-READ.

       ATUALIZA-FALTAS.
           OPEN OUTPUT CAD-FALTA-PRF-NOVO.
           PERFORM VERIFICA-STATUS-FPN.
           OPEN INPUT CAD-FALTA-PRF.
           IF WS-STATUS-FPR = "00"
               PERFORM LEITURA-FALTA
           ELSE
               MOVE "SIM" TO WS-FIM-FPR
           END-IF.
           OPEN INPUT FALTA-PRF-TRAN.
           IF WS-STATUS-TRN = "00"
               PERFORM LEITURA-TRAN
           ELSE
               MOVE "SIM" TO WS-FIM-TRN
           END-IF.
           PERFORM TRATA-TRAN
               UNTIL WS-FIM-TRN = "SIM".
           PERFORM UNTIL WS-FIM-FPR = "SIM"
               PERFORM COPIA-FALTA
               PERFORM LEITURA-FALTA
           END-PERFORM.
           IF WS-STATUS-TRN = "00" OR WS-STATUS-TRN = "10"
               CLOSE FALTA-PRF-TRAN
           END-IF.
           IF WS-STATUS-FPR = "00" OR WS-STATUS-FPR = "10"
               CLOSE CAD-FALTA-PRF
           END-IF.
           CLOSE CAD-FALTA-PRF-NOVO.

       LEITURA-TRAN.
           READ FALTA-PRF-TRAN
               AT END MOVE "SIM" TO WS-FIM-TRN
           END-READ.
           IF WS-FIM-TRN NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       TRATA-TRAN.
           PERFORM UNTIL WS-FIM-FPR = "SIM"
                   OR CHAVE-FPR NOT LESS THAN CHAVE-TRN
               PERFORM COPIA-FALTA
               PERFORM LEITURA-FALTA
           END-PERFORM.
           PERFORM VALIDA-TRAN.
           IF MOTIVO-REJ NOT = SPACES
               PERFORM GRAVA-REJEITO
               IF WS-FIM-FPR NOT = "SIM"
                       AND CHAVE-FPR = CHAVE-TRN
                   PERFORM COPIA-FALTA
                   PERFORM LEITURA-FALTA
               END-IF
           ELSE
               PERFORM APLICA-TRAN
           END-IF.
           PERFORM LEITURA-TRAN.

       VALIDA-TRAN.
           MOVE SPACES TO MOTIVO-REJ.
           IF TIPO-TRN NOT = "I" AND TIPO-TRN NOT = "A"
                   AND TIPO-TRN NOT = "E"
               MOVE "TI" TO MOTIVO-REJ
           END-IF.
           IF MOTIVO-REJ = SPACES
               PERFORM VALIDA-DATA-AULA
           END-IF.
           PERFORM LOCALIZA-FALTA.
           IF MOTIVO-REJ = SPACES AND TIPO-TRN = "I"
                   AND WS-FALTA-IDX > ZEROS
               MOVE "JC" TO MOTIVO-REJ
           END-IF.
           IF MOTIVO-REJ = SPACES AND TIPO-TRN NOT = "I"
               IF WS-FALTA-IDX = ZEROS OR WS-FIM-FPR = "SIM"
                       OR CHAVE-FPR NOT = CHAVE-TRN
                   MOVE "NE" TO MOTIVO-REJ
               END-IF
           END-IF.
           IF MOTIVO-REJ = SPACES AND TIPO-TRN NOT = "E"
               PERFORM VERIFICA-ATRIBUICAO
               IF WS-ACHOU = "N"
                   MOVE "AN" TO MOTIVO-REJ
               END-IF
           END-IF.
           IF MOTIVO-REJ = SPACES AND TIPO-TRN NOT = "E"
               PERFORM VERIFICA-AUSENTE-SUBSTITUTO
           END-IF.
           IF MOTIVO-REJ = SPACES AND TIPO-TRN NOT = "E"
                   AND SUBSTITUTO-TRN > ZEROS
               PERFORM VALIDA-SUBSTITUTO
           END-IF.

       VALIDA-DATA-AULA.
           MOVE DATA-TRN TO WS-DATA-VALIDA.
           IF DATA-TRN NOT NUMERIC
                   OR WS-MES-VALIDA < 1 OR WS-MES-VALIDA > 12
                   OR WS-DIA-VALIDA < 1 OR WS-DIA-VALIDA > 31
                   OR WS-ANO-VALIDA < 1601
               MOVE "DT" TO MOTIVO-REJ
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (DATA-TRN) NOT = ZERO
                   MOVE "DT" TO MOTIVO-REJ
               END-IF
           END-IF.
           IF MOTIVO-REJ = SPACES
               IF AULA-TRN NOT NUMERIC OR AULA-TRN = ZERO
                   MOVE "HI" TO MOTIVO-REJ
               END-IF
           END-IF.
           IF MOTIVO-REJ = SPACES
               COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE (DATA-TRN)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD (WS-DIAS-CORRIDOS - 1, 7) + 1
               IF WS-DIA-SEMANA = 7
                   MOVE "HI" TO MOTIVO-REJ
               END-IF
           END-IF.

       LOCALIZA-FALTA.
           MOVE ZEROS TO WS-FALTA-IDX.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FALTAS
               IF WS-FAL-DATA (WS-F) = DATA-TRN
                  AND WS-FAL-TURMA (WS-F) = TURMA-TRN
                  AND WS-FAL-AULA (WS-F) = AULA-TRN
                  AND WS-FAL-ATIVO (WS-F) = "S"
                   MOVE WS-F TO WS-FALTA-IDX
                   MOVE WS-QTD-FALTAS TO WS-F
               END-IF
           END-PERFORM.

       VERIFICA-ATRIBUICAO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-ATR
               IF WS-ATR-CODIGO (WS-P) = CODIGO-TRN
                  AND WS-ATR-TURMA (WS-P) = TURMA-TRN
                  AND WS-ATR-DISCIPLINA (WS-P) = DISCIPLINA-TRN
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-QTD-ATR TO WS-P
               END-IF
           END-PERFORM.

      *    PROFESSOR JA ESCALADO COMO SUBSTITUTO NO DIA NAO PODE SER
      *    REGISTRADO COMO AUSENTE.
       VERIFICA-AUSENTE-SUBSTITUTO.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FALTAS
               IF WS-FAL-ATIVO (WS-F) = "S"
                  AND WS-FAL-DATA (WS-F) = DATA-TRN
                  AND WS-FAL-SUBSTITUTO (WS-F) = CODIGO-TRN
                  AND WS-F NOT = WS-FALTA-IDX
                   MOVE "SA" TO MOTIVO-REJ
                   MOVE WS-QTD-FALTAS TO WS-F
               END-IF
           END-PERFORM.

      *    O SUBSTITUTO PRECISA SER PROFESSOR ATIVO, NAO PODE ESTAR
      *    AUSENTE NO DIA NEM TER AULA PROPRIA OU OUTRA SUBSTITUICAO
      *    NO MESMO HORARIO.
       VALIDA-SUBSTITUTO.
           IF SUBSTITUTO-TRN = CODIGO-TRN
               MOVE "SI" TO MOTIVO-REJ
           END-IF.
           IF MOTIVO-REJ = SPACES
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-QTD-PROF
                   IF WS-PRF-CODIGO (WS-P) = SUBSTITUTO-TRN
                      AND WS-PRF-SITUACAO (WS-P) NOT = "D"
                       MOVE "S" TO WS-ACHOU
                       MOVE WS-QTD-PROF TO WS-P
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   MOVE "SN" TO MOTIVO-REJ
               END-IF
           END-IF.
           IF MOTIVO-REJ = SPACES
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-QTD-FALTAS
                   IF WS-FAL-ATIVO (WS-F) = "S"
                      AND WS-FAL-DATA (WS-F) = DATA-TRN
                      AND WS-F NOT = WS-FALTA-IDX
                       IF WS-FAL-CODIGO (WS-F) = SUBSTITUTO-TRN
                           MOVE "SA" TO MOTIVO-REJ
                       END-IF
                       IF WS-FAL-SUBSTITUTO (WS-F) = SUBSTITUTO-TRN
                          AND WS-FAL-AULA (WS-F) = AULA-TRN
                          AND MOTIVO-REJ = SPACES
                           MOVE "SO" TO MOTIVO-REJ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF MOTIVO-REJ = SPACES
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-QTD-GRADE
                   IF WS-GRD-CODIGO (WS-G) = SUBSTITUTO-TRN
                      AND WS-GRD-DIA (WS-G) = WS-DIA-SEMANA
                      AND WS-GRD-AULA (WS-G) = AULA-TRN
                       MOVE "SO" TO MOTIVO-REJ
                       MOVE WS-QTD-GRADE TO WS-G
                   END-IF
               END-PERFORM
           END-IF.

       APLICA-TRAN.
           IF WS-FIM-FPR NOT = "SIM"
                   AND CHAVE-FPR = CHAVE-TRN
               EVALUATE TIPO-TRN
                   WHEN "A"
                       PERFORM GRAVA-FALTA-TRANSACAO
                       PERFORM ATUALIZA-TABELA-FALTA
                   WHEN "E"
                       MOVE "X" TO WS-FAL-ATIVO (WS-FALTA-IDX)
               END-EVALUATE
               ADD 1 TO WS-CONTADOR-APLICADO
               PERFORM LEITURA-FALTA
           ELSE
               PERFORM GRAVA-FALTA-TRANSACAO
               ADD 1 TO WS-CONTADOR-APLICADO
               IF WS-QTD-FALTAS < 5000
                   ADD 1 TO WS-QTD-FALTAS
                   MOVE WS-QTD-FALTAS TO WS-FALTA-IDX
                   MOVE DATA-TRN TO WS-FAL-DATA (WS-FALTA-IDX)
                   MOVE TURMA-TRN TO WS-FAL-TURMA (WS-FALTA-IDX)
                   MOVE AULA-TRN TO WS-FAL-AULA (WS-FALTA-IDX)
                   MOVE "S" TO WS-FAL-ATIVO (WS-FALTA-IDX)
                   PERFORM ATUALIZA-TABELA-FALTA
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       ATUALIZA-TABELA-FALTA.
           MOVE CODIGO-TRN TO WS-FAL-CODIGO (WS-FALTA-IDX).
           MOVE SUBSTITUTO-TRN TO WS-FAL-SUBSTITUTO (WS-FALTA-IDX).

       COPIA-FALTA.
           MOVE REG-FPR TO REG-FPN.
           WRITE REG-FPN.
           PERFORM VERIFICA-STATUS-FPN.
           PERFORM ACUMULA-TURMA.

       GRAVA-FALTA-TRANSACAO.
           MOVE CHAVE-TRN TO CHAVE-FPN.
           MOVE CODIGO-TRN TO CODIGO-FPN.
           MOVE DISCIPLINA-TRN TO DISCIPLINA-FPN.
           MOVE SUBSTITUTO-TRN TO SUBSTITUTO-FPN.
           IF SUBSTITUTO-TRN > ZEROS
               MOVE "C" TO SITUACAO-FPN
           ELSE
               MOVE "P" TO SITUACAO-FPN
           END-IF.
           WRITE REG-FPN.
           PERFORM VERIFICA-STATUS-FPN.
           PERFORM ACUMULA-TURMA.

       ACUMULA-TURMA.
           IF DATA-FPN (1:6) = WS-MES-RELATORIO
               MOVE ZEROS TO WS-TURMA-IDX
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-QTD-TURMAS
                   IF WS-TUR-CODIGO (WS-T) = TURMA-FPN
                       MOVE WS-T TO WS-TURMA-IDX
                       MOVE WS-QTD-TURMAS TO WS-T
                   END-IF
               END-PERFORM
               IF WS-TURMA-IDX = ZEROS AND WS-QTD-TURMAS < 100
                   ADD 1 TO WS-QTD-TURMAS
                   MOVE WS-QTD-TURMAS TO WS-TURMA-IDX
                   MOVE TURMA-FPN TO WS-TUR-CODIGO (WS-TURMA-IDX)
                   MOVE ZEROS TO WS-TUR-FALTAS (WS-TURMA-IDX)
                                 WS-TUR-COBERTAS (WS-TURMA-IDX)
                                 WS-TUR-PERDIDAS (WS-TURMA-IDX)
               END-IF
               IF WS-TURMA-IDX > ZEROS
                   ADD 1 TO WS-TUR-FALTAS (WS-TURMA-IDX)
                   IF SITUACAO-FPN = "C"
                       ADD 1 TO WS-TUR-COBERTAS (WS-TURMA-IDX)
                   ELSE
                       ADD 1 TO WS-TUR-PERDIDAS (WS-TURMA-IDX)
                   END-IF
               END-IF
           END-IF.

       GRAVA-REJEITO.
           MOVE TIPO-TRN TO TIPO-REJ.
           MOVE DATA-TRN TO DATA-REJ.
           MOVE TURMA-TRN TO TURMA-REJ.
           MOVE AULA-TRN TO AULA-REJ.
           MOVE CODIGO-TRN TO CODIGO-REJ.
           MOVE SUBSTITUTO-TRN TO SUBSTITUTO-REJ.
           WRITE REG-REJ.
           PERFORM VERIFICA-STATUS-REJ.
           ADD 1 TO WS-CONTADOR-REJ.

       GRAVA-RELATORIO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "AULAS PERDIDAS X COBERTAS POR TURMA - MES "
                  DELIMITED BY SIZE
                  WS-MES-RELATORIO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.
           MOVE "TURMA   FALTAS   COBERTAS  PERDIDAS" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-QTD-TURMAS
               MOVE WS-TUR-CODIGO (WS-T) TO WS-DET-TURMA
               MOVE WS-TUR-FALTAS (WS-T) TO WS-DET-FALTAS
               MOVE WS-TUR-COBERTAS (WS-T) TO WS-DET-COBERTAS
               MOVE WS-TUR-PERDIDAS (WS-T) TO WS-DET-PERDIDAS
               WRITE REG-REL FROM WS-LINHA-DET
               ADD WS-TUR-COBERTAS (WS-T) TO WS-TOTAL-COBERTAS
               ADD WS-TUR-PERDIDAS (WS-T) TO WS-TOTAL-PERDIDAS
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL COBERTAS: " DELIMITED BY SIZE
                  WS-TOTAL-COBERTAS DELIMITED BY SIZE
                  "  TOTAL PERDIDAS: " DELIMITED BY SIZE
                  WS-TOTAL-PERDIDAS DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-FPN.
           IF WS-STATUS-FPN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FPN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REJ.
           IF WS-STATUS-REJ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REJ"
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
           STRING "EXE80 - LIDOS: " DELIMITED BY SIZE
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
                  " FPR=" DELIMITED BY SIZE
                  WS-STATUS-FPR DELIMITED BY SIZE
                  " FPN=" DELIMITED BY SIZE
                  WS-STATUS-FPN DELIMITED BY SIZE
                  " PRF=" DELIMITED BY SIZE
                  WS-STATUS-PRF DELIMITED BY SIZE
                  " ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " GPR=" DELIMITED BY SIZE
                  WS-STATUS-GPR DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-STATUS-REJ DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TRN TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FALTA-PRF-REJ
                 REL-EXE80
                 LOG-EXE80.
