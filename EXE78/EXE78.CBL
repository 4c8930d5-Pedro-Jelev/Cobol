       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE78.
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

           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CADSALA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SAL.

           SELECT GRADE-FIXA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FIX.

           SELECT GRADE-TUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-GTU.

           SELECT GRADE-PRF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-GPR.

           SELECT GRADE-EXC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT REL-EXE78   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE78   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

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

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           03 CODIGO-TUR       PIC X(03).
           03 DESCRICAO-TUR    PIC X(20).
           03 ANO-TUR          PIC 9(04).
           03 CAPACIDADE-TUR   PIC 9(04).
           03 UNIDADE-TUR      PIC X(02).

      *    CADASTRO DE SALAS POR UNIDADE - DIAS LETIVOS NA SEMANA
      *    (ATE 6) E AULAS POR DIA (ATE 8) EM QUE A SALA E UTILIZADA.
       FD CADSALA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSALA.DAT".

       01 REG-SAL.
           03 UNIDADE-SAL      PIC X(02).
           03 SALA-SAL         PIC X(04).
           03 DESCRICAO-SAL    PIC X(20).
           03 CAPACIDADE-SAL   PIC 9(04).
           03 DIAS-SAL         PIC 9(01).
           03 AULAS-SAL        PIC 9(01).

      *    AULAS FIXADAS PELA COORDENACAO - RESERVADAS ANTES DA
      *    ALOCACAO AUTOMATICA E ABATIDAS DA CARGA DA ATRIBUICAO.
       FD GRADE-FIXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADE-FIXA.DAT".

       01 REG-FIX.
           03 TURMA-FIX        PIC X(03).
           03 DIA-FIX          PIC 9(01).
           03 AULA-FIX         PIC 9(01).
           03 CODIGO-FIX       PIC 9(05).
           03 DISCIPLINA-FIX   PIC 9(03).
           03 SALA-FIX         PIC X(04).

       FD GRADE-TUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADE-TUR.DAT".

       01 REG-GTU.
           03 TURMA-GTU        PIC X(03).
           03 DIA-GTU          PIC 9(01).
           03 AULA-GTU         PIC 9(01).
           03 DISCIPLINA-GTU   PIC 9(03).
           03 CODIGO-GTU       PIC 9(05).
           03 SALA-GTU         PIC X(04).
           03 UNIDADE-GTU      PIC X(02).

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

       FD GRADE-EXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADE-EXC.DAT".

       01 REG-EXC.
           03 ORIGEM-EXC       PIC X(01).
           03 CODIGO-EXC       PIC 9(05).
           03 TURMA-EXC        PIC X(03).
           03 DISCIPLINA-EXC   PIC 9(03).
           03 DIA-EXC          PIC 9(01).
           03 AULA-EXC         PIC 9(01).
           03 SALA-EXC         PIC X(04).
           03 HORAS-EXC        PIC 9(02).
           03 MOTIVO-EXC       PIC X(02).

       FD REL-EXE78
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE78.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EXE78
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE78.DAT".

       01 REG-LOG                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-SAL    PIC X(02) VALUE "00".
       77 WS-STATUS-FIX    PIC X(02) VALUE "00".
       77 WS-STATUS-GTU    PIC X(02) VALUE "00".
       77 WS-STATUS-GPR    PIC X(02) VALUE "00".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-FIM-ATR       PIC X(03) VALUE "NAO".
       77 WS-FIM-PRF       PIC X(03) VALUE "NAO".
       77 WS-FIM-TUR       PIC X(03) VALUE "NAO".
       77 WS-FIM-SAL       PIC X(03) VALUE "NAO".
       77 WS-FIM-FIX       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE78".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FIXADA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ALOCADA  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PENDENTE PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CONFLITO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TURMAS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SALAS     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PROF      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATR       PIC 9(03) VALUE ZEROS.
       77 WS-T             PIC 9(03).
       77 WS-S             PIC 9(03).
       77 WS-P             PIC 9(03).
       77 WS-A             PIC 9(03).
       77 WS-D             PIC 9(01).
       77 WS-H             PIC 9(01).
       77 WS-SLOT          PIC 9(02).
       77 WS-PASSO         PIC 9(01).
       77 WS-HORA          PIC 9(02).
       77 WS-TURMA-IDX     PIC 9(03) VALUE ZEROS.
       77 WS-SALA-IDX      PIC 9(03) VALUE ZEROS.
       77 WS-PROF-IDX      PIC 9(03) VALUE ZEROS.
       77 WS-ATR-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-SLOT-ACHADO   PIC 9(02) VALUE ZEROS.
       77 WS-SALA-ACHADA   PIC 9(03) VALUE ZEROS.
       77 WS-PENDENTES     PIC 9(02) VALUE ZEROS.
       77 WS-JA-NO-DIA     PIC X(01) VALUE "N".
       77 WS-DIA-VALIDO    PIC X(01) VALUE "N".
       77 WS-MAX-AULAS     PIC 9(01) VALUE 8.
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-TURMA-BUSCA   PIC X(03) VALUE SPACES.
       77 WS-CODIGO-BUSCA  PIC 9(05) VALUE ZEROS.
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).

       01 WS-LINHA-GRADE.
           03 WS-GRD-DIA           PIC X(04).
           03 WS-GRD-CELULA        PIC X(09) OCCURS 8 TIMES.
           03 FILLER               PIC X(04).

       01 WS-CELULA-TUR.
           03 WS-CEL-DISCIPLINA    PIC 9(03).
           03 FILLER               PIC X(01) VALUE "/".
           03 WS-CEL-SALA          PIC X(04).
           03 FILLER               PIC X(01) VALUE SPACE.

       01 WS-CELULA-PRF.
           03 WS-CEL-TURMA         PIC X(03).
           03 FILLER               PIC X(01) VALUE "/".
           03 WS-CEL-DISC-PRF      PIC 9(03).
           03 FILLER               PIC X(02) VALUE SPACES.

       01 WS-NOMES-DIAS            PIC X(18)
                                   VALUE "SEGTERQUAQUISEXSAB".
       01 WS-NOMES-DIAS-R REDEFINES WS-NOMES-DIAS.
           03 WS-NOME-DIA          PIC X(03) OCCURS 6 TIMES.

       01 WS-TABELA-TURMAS.
           03 WS-TUR-OCORRE OCCURS 100 TIMES.
               05 WS-TUR-CODIGO     PIC X(03).
               05 WS-TUR-UNIDADE    PIC X(02).
               05 WS-TUR-CAPACIDADE PIC 9(04).
               05 WS-TUR-SALA-BASE  PIC 9(03).
               05 WS-TUR-SLOT OCCURS 48 TIMES.
                   07 WS-TUR-SLOT-DIS  PIC 9(03).
                   07 WS-TUR-SLOT-PRF  PIC 9(05).
                   07 WS-TUR-SLOT-SALA PIC 9(03).

       01 WS-TABELA-SALAS.
           03 WS-SAL-OCORRE OCCURS 50 TIMES.
               05 WS-SAL-UNIDADE    PIC X(02).
               05 WS-SAL-CODIGO     PIC X(04).
               05 WS-SAL-CAPACIDADE PIC 9(04).
               05 WS-SAL-DIAS       PIC 9(01).
               05 WS-SAL-AULAS      PIC 9(01).
               05 WS-SAL-SLOT-TUR   PIC 9(03) OCCURS 48 TIMES.

       01 WS-TABELA-PROF.
           03 WS-PRF-OCORRE OCCURS 500 TIMES.
               05 WS-PRF-CODIGO     PIC 9(05).
               05 WS-PRF-NOME       PIC X(30).
               05 WS-PRF-AULAS      PIC 9(03).
               05 WS-PRF-SLOT-TUR   PIC 9(03) OCCURS 48 TIMES.

       01 WS-TABELA-ATR.
           03 WS-ATR-OCORRE OCCURS 900 TIMES.
               05 WS-ATR-CODIGO     PIC 9(05).
               05 WS-ATR-TURMA      PIC X(03).
               05 WS-ATR-DISCIPLINA PIC 9(03).
               05 WS-ATR-HORAS      PIC 9(02).
               05 WS-ATR-FIXADAS    PIC 9(02).
               05 WS-ATR-TUR-IDX    PIC 9(03).
               05 WS-ATR-PRF-IDX    PIC 9(03).

       PROCEDURE DIVISION.
       PGM-EM01EX78.
           PERFORM INICIO.
           IF WS-TABELA-CHEIA = "N"
               PERFORM APLICA-GRADE-FIXA
               PERFORM ALOCA-ATRIBUICOES
               PERFORM GRAVA-GRADE-TURMAS
               PERFORM GRAVA-GRADE-PROFESSORES
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE78.
           OPEN OUTPUT GRADE-TUR
                OUTPUT GRADE-PRF
                OUTPUT GRADE-EXC
                OUTPUT REL-EXE78.
           PERFORM VERIFICA-STATUS-GTU.
           PERFORM VERIFICA-STATUS-GPR.
           PERFORM VERIFICA-STATUS-EXC.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-SALAS.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-ATRIBUICOES.
           IF WS-TABELA-CHEIA = "S"
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE78 - TABELA DE TURMAS, SALAS, PROFESSORES"
                      " OU ATRIBUICOES CHEIA - EXECUCAO ABANDONADA"
                      DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
               ADD 1 TO WS-QTD-ERROS-IO
           END-IF.

       CARREGA-TURMAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR = "00"
               PERFORM LEITURA-TURMA
               PERFORM UNTIL WS-FIM-TUR = "SIM"
                   IF WS-QTD-TURMAS < 100
                       ADD 1 TO WS-QTD-TURMAS
                       MOVE CODIGO-TUR
                           TO WS-TUR-CODIGO (WS-QTD-TURMAS)
                       MOVE UNIDADE-TUR
                           TO WS-TUR-UNIDADE (WS-QTD-TURMAS)
                       MOVE CAPACIDADE-TUR
                           TO WS-TUR-CAPACIDADE (WS-QTD-TURMAS)
                       MOVE ZEROS TO WS-TUR-SALA-BASE (WS-QTD-TURMAS)
                       PERFORM VARYING WS-SLOT FROM 1 BY 1
                               UNTIL WS-SLOT > 48
                           MOVE ZEROS TO
                               WS-TUR-SLOT (WS-QTD-TURMAS, WS-SLOT)
                       END-PERFORM
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-TURMA
               END-PERFORM
               CLOSE CADTUR
           END-IF.

       LEITURA-TURMA.
           READ CADTUR
               AT END MOVE "SIM" TO WS-FIM-TUR
           END-READ.

       CARREGA-SALAS.
           OPEN INPUT CADSALA.
           IF WS-STATUS-SAL = "00"
               PERFORM LEITURA-SALA
               PERFORM UNTIL WS-FIM-SAL = "SIM"
                   IF WS-QTD-SALAS < 50
                       ADD 1 TO WS-QTD-SALAS
                       MOVE UNIDADE-SAL
                           TO WS-SAL-UNIDADE (WS-QTD-SALAS)
                       MOVE SALA-SAL TO WS-SAL-CODIGO (WS-QTD-SALAS)
                       MOVE CAPACIDADE-SAL
                           TO WS-SAL-CAPACIDADE (WS-QTD-SALAS)
                       MOVE DIAS-SAL TO WS-SAL-DIAS (WS-QTD-SALAS)
                       IF DIAS-SAL NOT NUMERIC OR DIAS-SAL = ZEROS
                               OR DIAS-SAL > 6
                           MOVE 5 TO WS-SAL-DIAS (WS-QTD-SALAS)
                       END-IF
                       MOVE AULAS-SAL TO WS-SAL-AULAS (WS-QTD-SALAS)
                       IF AULAS-SAL NOT NUMERIC OR AULAS-SAL = ZEROS
                               OR AULAS-SAL > WS-MAX-AULAS
                           MOVE 5 TO WS-SAL-AULAS (WS-QTD-SALAS)
                       END-IF
                       PERFORM VARYING WS-SLOT FROM 1 BY 1
                               UNTIL WS-SLOT > 48
                           MOVE ZEROS TO
                               WS-SAL-SLOT-TUR (WS-QTD-SALAS, WS-SLOT)
                       END-PERFORM
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-SALA
               END-PERFORM
               CLOSE CADSALA
           END-IF.

       LEITURA-SALA.
           READ CADSALA
               AT END MOVE "SIM" TO WS-FIM-SAL
           END-READ.

       CARREGA-PROFESSORES.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PRF = "00"
               PERFORM LEITURA-PROFESSOR
               PERFORM UNTIL WS-FIM-PRF = "SIM"
                   MOVE CODIGO-PRF TO WS-CODIGO-BUSCA
                   PERFORM INCLUI-PROFESSOR
                   MOVE NOME-PRF TO WS-PRF-NOME (WS-PROF-IDX)
                   PERFORM LEITURA-PROFESSOR
               END-PERFORM
               CLOSE CADPROF
           END-IF.

       LEITURA-PROFESSOR.
           READ CADPROF
               AT END MOVE "SIM" TO WS-FIM-PRF
           END-READ.

       INCLUI-PROFESSOR.
           IF WS-QTD-PROF < 500
               ADD 1 TO WS-QTD-PROF
               MOVE WS-CODIGO-BUSCA TO WS-PRF-CODIGO (WS-QTD-PROF)
               MOVE "NAO CADASTRADO" TO WS-PRF-NOME (WS-QTD-PROF)
               MOVE ZEROS TO WS-PRF-AULAS (WS-QTD-PROF)
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > 48
                   MOVE ZEROS TO WS-PRF-SLOT-TUR (WS-QTD-PROF, WS-SLOT)
               END-PERFORM
               MOVE WS-QTD-PROF TO WS-PROF-IDX
           ELSE
               MOVE "S" TO WS-TABELA-CHEIA
               MOVE WS-QTD-PROF TO WS-PROF-IDX
           END-IF.

       LOCALIZA-PROFESSOR.
           MOVE ZEROS TO WS-PROF-IDX.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PROF
               IF WS-PRF-CODIGO (WS-P) = WS-CODIGO-BUSCA
                   MOVE WS-P TO WS-PROF-IDX
                   MOVE WS-QTD-PROF TO WS-P
               END-IF
           END-PERFORM.

       CARREGA-ATRIBUICOES.
           OPEN INPUT CADPROF-ATR.
           IF WS-STATUS-ATR = "00"
               PERFORM LEITURA-ATRIBUICAO
               PERFORM UNTIL WS-FIM-ATR = "SIM"
                   PERFORM GUARDA-ATRIBUICAO
                   PERFORM LEITURA-ATRIBUICAO
               END-PERFORM
               CLOSE CADPROF-ATR
           END-IF.

       LEITURA-ATRIBUICAO.
           READ CADPROF-ATR
               AT END MOVE "SIM" TO WS-FIM-ATR
           END-READ.
           IF WS-FIM-ATR NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       GUARDA-ATRIBUICAO.
           MOVE TURMA-ATR TO WS-TURMA-BUSCA.
           MOVE CODIGO-ATR TO WS-CODIGO-BUSCA.
           PERFORM LOCALIZA-TURMA.
           IF WS-TURMA-IDX = ZEROS
               MOVE "A" TO ORIGEM-EXC
               MOVE CODIGO-ATR TO CODIGO-EXC
               MOVE TURMA-ATR TO TURMA-EXC
               MOVE DISCIPLINA-ATR TO DISCIPLINA-EXC
               MOVE ZEROS TO DIA-EXC AULA-EXC
               MOVE SPACES TO SALA-EXC
               MOVE HORAS-ATR TO HORAS-EXC
               MOVE "TN" TO MOTIVO-EXC
               PERFORM GRAVA-EXCECAO
           ELSE
               IF WS-QTD-ATR < 900
                   PERFORM LOCALIZA-PROFESSOR
                   IF WS-PROF-IDX = ZEROS
                       PERFORM INCLUI-PROFESSOR
                   END-IF
                   ADD 1 TO WS-QTD-ATR
                   MOVE CODIGO-ATR TO WS-ATR-CODIGO (WS-QTD-ATR)
                   MOVE TURMA-ATR TO WS-ATR-TURMA (WS-QTD-ATR)
                   MOVE DISCIPLINA-ATR
                       TO WS-ATR-DISCIPLINA (WS-QTD-ATR)
                   MOVE HORAS-ATR TO WS-ATR-HORAS (WS-QTD-ATR)
                   MOVE ZEROS TO WS-ATR-FIXADAS (WS-QTD-ATR)
                   MOVE WS-TURMA-IDX TO WS-ATR-TUR-IDX (WS-QTD-ATR)
                   MOVE WS-PROF-IDX TO WS-ATR-PRF-IDX (WS-QTD-ATR)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       LOCALIZA-TURMA.
           MOVE ZEROS TO WS-TURMA-IDX.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-QTD-TURMAS
               IF WS-TUR-CODIGO (WS-T) = WS-TURMA-BUSCA
                   MOVE WS-T TO WS-TURMA-IDX
                   MOVE WS-QTD-TURMAS TO WS-T
               END-IF
           END-PERFORM.

       APLICA-GRADE-FIXA.
           OPEN INPUT GRADE-FIXA.
           IF WS-STATUS-FIX = "00"
               PERFORM LEITURA-FIXA
               PERFORM UNTIL WS-FIM-FIX = "SIM"
                   PERFORM VALIDA-AULA-FIXA
                   IF MOTIVO-EXC = SPACES
                       PERFORM RESERVA-AULA-FIXA
                   ELSE
                       PERFORM GRAVA-EXCECAO-FIXA
                   END-IF
                   PERFORM LEITURA-FIXA
               END-PERFORM
               CLOSE GRADE-FIXA
           END-IF.

       LEITURA-FIXA.
           READ GRADE-FIXA
               AT END MOVE "SIM" TO WS-FIM-FIX
           END-READ.

       VALIDA-AULA-FIXA.
           MOVE SPACES TO MOTIVO-EXC.
           MOVE TURMA-FIX TO WS-TURMA-BUSCA.
           PERFORM LOCALIZA-TURMA.
           IF WS-TURMA-IDX = ZEROS
               MOVE "TN" TO MOTIVO-EXC
           END-IF.
           IF MOTIVO-EXC = SPACES
               IF DIA-FIX NOT NUMERIC OR AULA-FIX NOT NUMERIC
                       OR DIA-FIX = ZEROS OR DIA-FIX > 6
                       OR AULA-FIX = ZEROS OR AULA-FIX > WS-MAX-AULAS
                   MOVE "HI" TO MOTIVO-EXC
               ELSE
                   COMPUTE WS-SLOT = (DIA-FIX - 1) * WS-MAX-AULAS
                       + AULA-FIX
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               PERFORM LOCALIZA-SALA-FIXA
               IF WS-SALA-IDX = ZEROS
                   MOVE "SN" TO MOTIVO-EXC
               ELSE
                   IF DIA-FIX > WS-SAL-DIAS (WS-SALA-IDX)
                           OR AULA-FIX > WS-SAL-AULAS (WS-SALA-IDX)
                       MOVE "HI" TO MOTIVO-EXC
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               PERFORM LOCALIZA-ATRIBUICAO-FIXA
               IF WS-ATR-IDX = ZEROS
                   MOVE "AN" TO MOTIVO-EXC
               ELSE
                   IF WS-ATR-FIXADAS (WS-ATR-IDX) NOT LESS THAN
                           WS-ATR-HORAS (WS-ATR-IDX)
                       MOVE "HE" TO MOTIVO-EXC
                   END-IF
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               MOVE WS-ATR-PRF-IDX (WS-ATR-IDX) TO WS-PROF-IDX
               EVALUATE TRUE
                   WHEN WS-PRF-SLOT-TUR (WS-PROF-IDX, WS-SLOT)
                           NOT = ZEROS
                       MOVE "PD" TO MOTIVO-EXC
                   WHEN WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT)
                           NOT = ZEROS
                       MOVE "TD" TO MOTIVO-EXC
                   WHEN WS-SAL-SLOT-TUR (WS-SALA-IDX, WS-SLOT)
                           NOT = ZEROS
                       MOVE "SO" TO MOTIVO-EXC
                   WHEN WS-SAL-CAPACIDADE (WS-SALA-IDX) > ZEROS
                       AND WS-SAL-CAPACIDADE (WS-SALA-IDX) <
                           WS-TUR-CAPACIDADE (WS-TURMA-IDX)
                       MOVE "SC" TO MOTIVO-EXC
               END-EVALUATE
           END-IF.

       LOCALIZA-SALA-FIXA.
           MOVE ZEROS TO WS-SALA-IDX.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-QTD-SALAS
               IF WS-SAL-UNIDADE (WS-S) = WS-TUR-UNIDADE (WS-TURMA-IDX)
                  AND WS-SAL-CODIGO (WS-S) = SALA-FIX
                   MOVE WS-S TO WS-SALA-IDX
                   MOVE WS-QTD-SALAS TO WS-S
               END-IF
           END-PERFORM.

       LOCALIZA-ATRIBUICAO-FIXA.
           MOVE ZEROS TO WS-ATR-IDX.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-ATR
               IF WS-ATR-CODIGO (WS-A) = CODIGO-FIX
                  AND WS-ATR-TURMA (WS-A) = TURMA-FIX
                  AND WS-ATR-DISCIPLINA (WS-A) = DISCIPLINA-FIX
                   MOVE WS-A TO WS-ATR-IDX
                   MOVE WS-QTD-ATR TO WS-A
               END-IF
           END-PERFORM.

       RESERVA-AULA-FIXA.
           MOVE WS-SALA-IDX TO WS-SALA-ACHADA.
           PERFORM RESERVA-HORARIO.
           ADD 1 TO WS-ATR-FIXADAS (WS-ATR-IDX).
           ADD 1 TO WS-CONTADOR-FIXADA.

       RESERVA-HORARIO.
           MOVE WS-ATR-DISCIPLINA (WS-ATR-IDX)
               TO WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT).
           MOVE WS-ATR-CODIGO (WS-ATR-IDX)
               TO WS-TUR-SLOT-PRF (WS-TURMA-IDX, WS-SLOT).
           MOVE WS-SALA-ACHADA
               TO WS-TUR-SLOT-SALA (WS-TURMA-IDX, WS-SLOT).
           MOVE WS-TURMA-IDX TO WS-PRF-SLOT-TUR (WS-PROF-IDX, WS-SLOT).
           MOVE WS-TURMA-IDX
               TO WS-SAL-SLOT-TUR (WS-SALA-ACHADA, WS-SLOT).
           ADD 1 TO WS-PRF-AULAS (WS-PROF-IDX).
           IF WS-TUR-SALA-BASE (WS-TURMA-IDX) = ZEROS
               MOVE WS-SALA-ACHADA TO WS-TUR-SALA-BASE (WS-TURMA-IDX)
           END-IF.

       GRAVA-EXCECAO-FIXA.
           MOVE "F" TO ORIGEM-EXC.
           MOVE CODIGO-FIX TO CODIGO-EXC.
           MOVE TURMA-FIX TO TURMA-EXC.
           MOVE DISCIPLINA-FIX TO DISCIPLINA-EXC.
           MOVE DIA-FIX TO DIA-EXC.
           MOVE AULA-FIX TO AULA-EXC.
           MOVE SALA-FIX TO SALA-EXC.
           MOVE 1 TO HORAS-EXC.
           PERFORM GRAVA-EXCECAO.

       ALOCA-ATRIBUICOES.
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-QTD-ATR
               PERFORM ALOCA-ATRIBUICAO
           END-PERFORM.

       ALOCA-ATRIBUICAO.
           MOVE WS-ATR-TUR-IDX (WS-ATR-IDX) TO WS-TURMA-IDX.
           MOVE WS-ATR-PRF-IDX (WS-ATR-IDX) TO WS-PROF-IDX.
           MOVE ZEROS TO WS-PENDENTES.
           COMPUTE WS-HORA = WS-ATR-HORAS (WS-ATR-IDX)
               - WS-ATR-FIXADAS (WS-ATR-IDX).
           PERFORM WS-HORA TIMES
               PERFORM PROCURA-HORARIO
               IF WS-SLOT-ACHADO = ZEROS
                   ADD 1 TO WS-PENDENTES
               ELSE
                   MOVE WS-SLOT-ACHADO TO WS-SLOT
                   PERFORM RESERVA-HORARIO
                   ADD 1 TO WS-CONTADOR-ALOCADA
               END-IF
           END-PERFORM.
           IF WS-PENDENTES > ZEROS
               ADD WS-PENDENTES TO WS-CONTADOR-PENDENTE
               MOVE "A" TO ORIGEM-EXC
               MOVE WS-ATR-CODIGO (WS-ATR-IDX) TO CODIGO-EXC
               MOVE WS-ATR-TURMA (WS-ATR-IDX) TO TURMA-EXC
               MOVE WS-ATR-DISCIPLINA (WS-ATR-IDX) TO DISCIPLINA-EXC
               MOVE ZEROS TO DIA-EXC AULA-EXC
               MOVE SPACES TO SALA-EXC
               MOVE WS-PENDENTES TO HORAS-EXC
               MOVE "HN" TO MOTIVO-EXC
               PERFORM GRAVA-EXCECAO
           END-IF.

      *    1A PASSADA SO USA DIAS EM QUE A TURMA AINDA NAO TEM A
      *    DISCIPLINA (ESPALHA AS AULAS NA SEMANA); 2A USA QUALQUER DIA.
       PROCURA-HORARIO.
           MOVE ZEROS TO WS-SLOT-ACHADO.
           PERFORM VARYING WS-PASSO FROM 1 BY 1
                   UNTIL WS-PASSO > 2 OR WS-SLOT-ACHADO > ZEROS
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > 6 OR WS-SLOT-ACHADO > ZEROS
                   PERFORM VERIFICA-DIA-DISCIPLINA
                   IF WS-PASSO = 2 OR WS-JA-NO-DIA = "N"
                       PERFORM PROCURA-AULA-NO-DIA
                   END-IF
               END-PERFORM
           END-PERFORM.

       VERIFICA-DIA-DISCIPLINA.
           MOVE "N" TO WS-JA-NO-DIA.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-MAX-AULAS
               COMPUTE WS-SLOT = (WS-D - 1) * WS-MAX-AULAS + WS-H
               IF WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT) =
                       WS-ATR-DISCIPLINA (WS-ATR-IDX)
                   MOVE "S" TO WS-JA-NO-DIA
               END-IF
           END-PERFORM.

       PROCURA-AULA-NO-DIA.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-MAX-AULAS OR WS-SLOT-ACHADO > ZEROS
               COMPUTE WS-SLOT = (WS-D - 1) * WS-MAX-AULAS + WS-H
               IF WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT) = ZEROS
                  AND WS-PRF-SLOT-TUR (WS-PROF-IDX, WS-SLOT) = ZEROS
                   PERFORM PROCURA-SALA
                   IF WS-SALA-ACHADA > ZEROS
                       MOVE WS-SLOT TO WS-SLOT-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       PROCURA-SALA.
           MOVE ZEROS TO WS-SALA-ACHADA.
           MOVE WS-TUR-SALA-BASE (WS-TURMA-IDX) TO WS-S.
           IF WS-S > ZEROS
               PERFORM VERIFICA-SALA-LIVRE
               IF WS-ACHOU = "S"
                   MOVE WS-S TO WS-SALA-ACHADA
               END-IF
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-QTD-SALAS OR WS-SALA-ACHADA > ZEROS
               IF WS-SAL-UNIDADE (WS-S) =
                       WS-TUR-UNIDADE (WS-TURMA-IDX)
                   PERFORM VERIFICA-SALA-LIVRE
                   IF WS-ACHOU = "S"
                       MOVE WS-S TO WS-SALA-ACHADA
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-SALA-LIVRE.
           MOVE "N" TO WS-ACHOU.
           IF WS-D NOT GREATER THAN WS-SAL-DIAS (WS-S)
              AND WS-H NOT GREATER THAN WS-SAL-AULAS (WS-S)
              AND WS-SAL-SLOT-TUR (WS-S, WS-SLOT) = ZEROS
              AND (WS-SAL-CAPACIDADE (WS-S) = ZEROS
                   OR WS-SAL-CAPACIDADE (WS-S) NOT LESS THAN
                      WS-TUR-CAPACIDADE (WS-TURMA-IDX))
               MOVE "S" TO WS-ACHOU
           END-IF.

       GRAVA-GRADE-TURMAS.
           MOVE "GRADE HORARIA SEMANAL POR TURMA" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM VARYING WS-TURMA-IDX FROM 1 BY 1
                   UNTIL WS-TURMA-IDX > WS-QTD-TURMAS
               PERFORM GRAVA-GRADE-TURMA
           END-PERFORM.

       GRAVA-GRADE-TURMA.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TURMA " DELIMITED BY SIZE
                  WS-TUR-CODIGO (WS-TURMA-IDX) DELIMITED BY SIZE
                  "  UNIDADE " DELIMITED BY SIZE
                  WS-TUR-UNIDADE (WS-TURMA-IDX) DELIMITED BY SIZE
                  "  (DISCIPLINA/SALA POR AULA)" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 6
               MOVE SPACES TO WS-LINHA-GRADE
               MOVE WS-NOME-DIA (WS-D) TO WS-GRD-DIA
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > WS-MAX-AULAS
                   COMPUTE WS-SLOT = (WS-D - 1) * WS-MAX-AULAS + WS-H
                   IF WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT) = ZEROS
                       MOVE "   -" TO WS-GRD-CELULA (WS-H)
                   ELSE
                       PERFORM GRAVA-AULA-TURMA
                   END-IF
               END-PERFORM
               WRITE REG-REL FROM WS-LINHA-GRADE
           END-PERFORM.

       GRAVA-AULA-TURMA.
           MOVE WS-TUR-SLOT-SALA (WS-TURMA-IDX, WS-SLOT) TO WS-S.
           MOVE WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT)
               TO WS-CEL-DISCIPLINA.
           MOVE WS-SAL-CODIGO (WS-S) TO WS-CEL-SALA.
           MOVE WS-CELULA-TUR TO WS-GRD-CELULA (WS-H).
           MOVE WS-TUR-CODIGO (WS-TURMA-IDX) TO TURMA-GTU.
           MOVE WS-D TO DIA-GTU.
           MOVE WS-H TO AULA-GTU.
           MOVE WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT)
               TO DISCIPLINA-GTU.
           MOVE WS-TUR-SLOT-PRF (WS-TURMA-IDX, WS-SLOT) TO CODIGO-GTU.
           MOVE WS-SAL-CODIGO (WS-S) TO SALA-GTU.
           MOVE WS-TUR-UNIDADE (WS-TURMA-IDX) TO UNIDADE-GTU.
           WRITE REG-GTU.
           PERFORM VERIFICA-STATUS-GTU.

       GRAVA-GRADE-PROFESSORES.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "GRADE HORARIA SEMANAL POR PROFESSOR" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > WS-QTD-PROF
               IF WS-PRF-AULAS (WS-PROF-IDX) > ZEROS
                   PERFORM GRAVA-GRADE-PROFESSOR
               END-IF
           END-PERFORM.

       GRAVA-GRADE-PROFESSOR.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROFESSOR " DELIMITED BY SIZE
                  WS-PRF-CODIGO (WS-PROF-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PRF-NOME (WS-PROF-IDX) DELIMITED BY SIZE
                  "  AULAS: " DELIMITED BY SIZE
                  WS-PRF-AULAS (WS-PROF-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 6
               MOVE SPACES TO WS-LINHA-GRADE
               MOVE WS-NOME-DIA (WS-D) TO WS-GRD-DIA
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > WS-MAX-AULAS
                   COMPUTE WS-SLOT = (WS-D - 1) * WS-MAX-AULAS + WS-H
                   MOVE WS-PRF-SLOT-TUR (WS-PROF-IDX, WS-SLOT)
                       TO WS-TURMA-IDX
                   IF WS-TURMA-IDX = ZEROS
                       MOVE "   -" TO WS-GRD-CELULA (WS-H)
                   ELSE
                       PERFORM GRAVA-AULA-PROFESSOR
                   END-IF
               END-PERFORM
               WRITE REG-REL FROM WS-LINHA-GRADE
           END-PERFORM.

       GRAVA-AULA-PROFESSOR.
           MOVE WS-TUR-SLOT-SALA (WS-TURMA-IDX, WS-SLOT) TO WS-S.
           MOVE WS-TUR-CODIGO (WS-TURMA-IDX) TO WS-CEL-TURMA.
           MOVE WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT)
               TO WS-CEL-DISC-PRF.
           MOVE WS-CELULA-PRF TO WS-GRD-CELULA (WS-H).
           MOVE WS-PRF-CODIGO (WS-PROF-IDX) TO CODIGO-GPR.
           MOVE WS-D TO DIA-GPR.
           MOVE WS-H TO AULA-GPR.
           MOVE WS-TUR-CODIGO (WS-TURMA-IDX) TO TURMA-GPR.
           MOVE WS-TUR-SLOT-DIS (WS-TURMA-IDX, WS-SLOT)
               TO DISCIPLINA-GPR.
           MOVE WS-SAL-CODIGO (WS-S) TO SALA-GPR.
           MOVE WS-TUR-UNIDADE (WS-TURMA-IDX) TO UNIDADE-GPR.
           WRITE REG-GPR.
           PERFORM VERIFICA-STATUS-GPR.

       GRAVA-EXCECAO.
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-CONFLITO.

       GRAVA-OCORRENCIAS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "OCORRENCIAS DA GRADE (GRADE-EXC): " DELIMITED BY SIZE
                  WS-CONTADOR-CONFLITO DELIMITED BY SIZE
                  "  AULAS NAO ALOCADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-PENDENTE DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  PD PROFESSOR JA OCUPADO NO HORARIO   "
                  "TD TURMA JA OCUPADA NO HORARIO"
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  SO SALA JA OCUPADA NO HORARIO        "
                  "SC SALA MENOR QUE A TURMA"
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  HN HORAS SEMANAIS NAO ALOCADAS       "
                  "HE AULAS FIXAS ACIMA DA CARGA"
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  TN TURMA INEXISTENTE  SN SALA INEXISTENTE  "
                  "HI HORARIO INVALIDO  AN SEM ATRIB."
                  DELIMITED BY SIZE INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-GTU.
           IF WS-STATUS-GTU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-GTU"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-GPR.
           IF WS-STATUS-GPR NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-GPR"
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
           STRING "EXE78 - ATRIBUICOES: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  FIXAS: " DELIMITED BY SIZE
                  WS-CONTADOR-FIXADA DELIMITED BY SIZE
                  "  ALOCADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALOCADA DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE78 - NAO ALOCADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-PENDENTE DELIMITED BY SIZE
                  "  OCORRENCIAS: " DELIMITED BY SIZE
                  WS-CONTADOR-CONFLITO DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " PRF=" DELIMITED BY SIZE
                  WS-STATUS-PRF DELIMITED BY SIZE
                  " TUR=" DELIMITED BY SIZE
                  WS-STATUS-TUR DELIMITED BY SIZE
                  " SAL=" DELIMITED BY SIZE
                  WS-STATUS-SAL DELIMITED BY SIZE
                  " FIX=" DELIMITED BY SIZE
                  WS-STATUS-FIX DELIMITED BY SIZE
                  " GTU=" DELIMITED BY SIZE
                  WS-STATUS-GTU DELIMITED BY SIZE
                  " GPR=" DELIMITED BY SIZE
                  WS-STATUS-GPR DELIMITED BY SIZE
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
           PERFORM GRAVA-OCORRENCIAS.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GRADE-TUR
                 GRADE-PRF
                 GRADE-EXC
                 REL-EXE78
                 LOG-EXE78.
