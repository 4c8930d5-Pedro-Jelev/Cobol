       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE83.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADNOT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NOT.

           SELECT NOTAS-PREF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PREF.

           SELECT CADPROF  ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRF.

           SELECT CADPROF-ATR ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ATR.

           SELECT ENTREGA-NOTAS ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENT.

           SELECT ENTREGA-NOTAS-NOVO ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENN.

           SELECT CTRL-PERIODO ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PER.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE83 ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE83   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADALU
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADALU.DAT".

       01 REG-ENT.
           03 NUMERO-ENT       PIC 9(07).
           03 NOME-ENT         PIC X(20).
           03 NOTA1-ENT        PIC 9(02)V99.
           03 NOTA2-ENT        PIC 9(02)V99.
           03 NOTA3-ENT        PIC 9(02)V99.
           03 NOTA4-ENT        PIC 9(02)V99.
           03 SEXO-ENT         PIC X(01).
           03 DATA-NASCIMENTO-ENT.
              04 DD-ENT        PIC 9(02).
              04 MM-ENT        PIC 9(02).
              04 AAAA-ENT      PIC 9(04).
           03 FALTA-ENT        PIC 9(02).
           03 TURMA-ENT        PIC X(03).
           03 SITUACAO-ENT     PIC X(01).
           03 DATA-SITUACAO-ENT PIC 9(08).
           03 UNIDADE-ENT      PIC X(02).

       FD CADNOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOT.DAT".

       01 REG-NOT.
           03 NUMERO-NOT       PIC 9(07).
           03 DISCIPLINA-NOT   PIC 9(03).
           03 NOTA1-NOT        PIC 9(02)V99.
           03 NOTA2-NOT        PIC 9(02)V99.
           03 NOTA3-NOT        PIC 9(02)V99.
           03 NOTA4-NOT        PIC 9(02)V99.

       01 REG-NOT-NOTAS REDEFINES REG-NOT.
           03 FILLER-NOT       PIC X(10).
           03 NOTAS-NOT         PIC 9(02)V99 OCCURS 4 TIMES.

      *    ARQUIVO DOS PROFESSORES AINDA NAO INCORPORADO PELO EXE61.
       FD NOTAS-PREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAS-PREF.DAT".

       01 REG-PREF                PIC X(120).

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

      *    DATA EM QUE CADA ATRIBUICAO FOI VISTA COMPLETA PELA PRIMEIRA
      *    VEZ NO BIMESTRE (ZEROS ENQUANTO PENDENTE).
       FD ENTREGA-NOTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENTREGA-NOTAS.DAT".

       01 REG-ENT-NOTAS.
           03 ANO-ETG          PIC 9(04).
           03 BIMESTRE-ETG     PIC 9(01).
           03 CODIGO-ETG       PIC 9(05).
           03 TURMA-ETG        PIC X(03).
           03 DISCIPLINA-ETG   PIC 9(03).
           03 SITUACAO-ETG     PIC X(01).
           03 DATA-ENTREGA-ETG PIC 9(08).

       FD ENTREGA-NOTAS-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENTREGA-NOTAS-NOVO.DAT".

       01 REG-ENN                  PIC X(25).

       FD CTRL-PERIODO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-PERIODO.DAT".

       01 REG-PERIODO.
           03 ANO-PER          PIC 9(04).
           03 BIMESTRE-PER     PIC 9(01).

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

       FD REL-EXE83
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE83.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EXE83
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE83.DAT".

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
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-NOT    PIC X(02) VALUE "00".
       77 WS-STATUS-PREF   PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-ENT    PIC X(02) VALUE "00".
       77 WS-STATUS-ENN    PIC X(02) VALUE "00".
       77 WS-STATUS-PER    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-NOT       PIC X(03) VALUE "NAO".
       77 WS-FIM-PREF      PIC X(03) VALUE "NAO".
       77 WS-FIM-PRF       PIC X(03) VALUE "NAO".
       77 WS-FIM-ATR       PIC X(03) VALUE "NAO".
       77 WS-FIM-ENT       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE83".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-IGNORADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-GRAVADO  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-COMPLETA      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCIAL       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-ENTREGUE  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-ALUNOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADA      PIC 9(05) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-ANO-PERIODO   PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE      PIC 9(01) VALUE 1.
       77 WS-PRAZO-NOTAS   PIC 9(08) VALUE ZEROS.
       77 WS-BLOQUEIA-EXE05 PIC X(01) VALUE "N".
       77 WS-VIG-ANO       PIC 9(08) VALUE ZEROS.
       77 WS-VIG-BIM       PIC 9(08) VALUE ZEROS.
       77 WS-VIG-PRAZO     PIC 9(08) VALUE ZEROS.
       77 WS-VIG-BLOQ      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ATR       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PRF       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FEED      PIC 9(04) VALUE ZEROS.
       77 WS-A             PIC 9(03).
       77 WS-P             PIC 9(03).
       77 WS-F             PIC 9(04).
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       77 WS-C-NUMERO      PIC X(07) VALUE SPACES.
       77 WS-C-DISCIPLINA  PIC X(03) VALUE SPACES.
       01 WS-C-NOTAS.
           03 WS-C-NOTA    PIC X(06) OCCURS 4 TIMES.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-A REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-ANO        PIC 9(04).
           03 WS-VALOR-RESTO-A    PIC X(06).
       01 WS-VALOR-TRAB-D REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-DATA       PIC 9(08).
           03 WS-VALOR-RESTO-D    PIC X(02).

      *    SITUACAO: C COMPLETA, P PARCIAL, N NAO ENTREGUE,
      *    V TURMA SEM ALUNOS ATIVOS.
       01 WS-TABELA-ATRIBUICOES.
           03 WS-ATR-OCORRE OCCURS 900 TIMES.
               05 WS-ATR-CODIGO      PIC 9(05).
               05 WS-ATR-TURMA       PIC X(03).
               05 WS-ATR-DISCIPLINA  PIC 9(03).
               05 WS-ATR-ALUNOS      PIC 9(04).
               05 WS-ATR-ENTREGUES   PIC 9(04).
               05 WS-ATR-MARCA       PIC X(01).
               05 WS-ATR-SITUACAO    PIC X(01).
               05 WS-ATR-DATA-ENTREGA PIC 9(08).
               05 WS-ATR-ATRASO      PIC X(01).

       01 WS-TABELA-PROFESSORES.
           03 WS-PRF-OCORRE OCCURS 500 TIMES.
               05 WS-PRF-CODIGO      PIC 9(05).
               05 WS-PRF-NOME        PIC X(30).
               05 WS-PRF-QTD-ATR     PIC 9(03).
               05 WS-PRF-PENDENTES   PIC 9(03).
               05 WS-PRF-ATRASOS     PIC 9(03).

       01 WS-TABELA-FEED.
           03 WS-FEED-OCORRE OCCURS 5000 TIMES.
               05 WS-FEED-NUMERO     PIC 9(07).
               05 WS-FEED-DISCIPLINA PIC 9(03).

       01 WS-LINHA-CAB1.
           03 FILLER               PIC X(07) VALUE "PROF   ".
           03 FILLER               PIC X(22) VALUE "NOME".
           03 FILLER               PIC X(07) VALUE "TURMA".
           03 FILLER               PIC X(05) VALUE "DIS".
           03 FILLER               PIC X(07) VALUE "ALUNOS".
           03 FILLER               PIC X(07) VALUE "COM NT".
           03 FILLER               PIC X(15) VALUE "SITUACAO".
           03 FILLER               PIC X(10) VALUE "ATRASO".

       01 WS-LINHA-DET.
           03 WS-DET-CODIGO        PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-TURMA         PIC X(03).
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WS-DET-DISCIPLINA    PIC 9(03).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-ALUNOS        PIC ZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-ENTREGUES     PIC ZZZ9.
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-SITUACAO      PIC X(12).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-ATRASO        PIC X(03).
           03 FILLER               PIC X(06) VALUE SPACES.

       01 WS-LINHA-CAB2.
           03 FILLER               PIC X(07) VALUE "PROF   ".
           03 FILLER               PIC X(32) VALUE "NOME".
           03 FILLER               PIC X(08) VALUE "ATRIB".
           03 FILLER               PIC X(08) VALUE "PEND".
           03 FILLER               PIC X(25) VALUE "ATRASOS".

       01 WS-LINHA-PRF.
           03 WS-RES-CODIGO        PIC 9(05).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RES-NOME          PIC X(30).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-RES-QTD-ATR       PIC ZZ9.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 WS-RES-PENDENTES     PIC ZZ9.
           03 FILLER               PIC X(05) VALUE SPACES.
           03 WS-RES-ATRASOS       PIC ZZ9.
           03 FILLER               PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EM01EX83.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE83.
           PERFORM LE-PARM-REPO.
           PERFORM LE-PERIODO.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-FEED.
           PERFORM CARREGA-ENTREGAS.
           IF WS-TABELA-CHEIA = "S"
               MOVE "EXE83 - TABELA EM MEMORIA CHEIA" TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           OPEN INPUT CADNOT.
           IF WS-STATUS-NOT = "00"
               PERFORM LEITURA-NOTAS
           ELSE
               MOVE "SIM" TO WS-FIM-NOT
           END-IF.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
           END-IF.

       LE-PARM-REPO.
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
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-PERIODO.
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

      *    ANO E BIMESTRE SAO OS MESMOS DO EXE03; PRAZO-NOTAS E A DATA
      *    LIMITE DE ENTREGA DO BIMESTRE (UMA LINHA POR BIMESTRE, COM
      *    VIGENCIA NO INICIO DELE) E BLOQUEIA-EXE05 = S IMPEDE A
      *    APURACAO ENQUANTO HOUVER ATRIBUICAO SEM NENHUMA NOTA.
       SELECIONA-PARM-REPO.
           IF VIGENCIA-REPO NOT GREATER THAN WS-DATA-SISTEMA
               MOVE VALOR-REPO TO WS-VALOR-TRAB
               IF PROGRAMA-REPO = "EXE03"
                   PERFORM SELECIONA-PARM-EXE03
               END-IF
               IF PROGRAMA-REPO = "EXE83"
                   PERFORM SELECIONA-PARM-EXE83
               END-IF
           END-IF.

       SELECIONA-PARM-EXE03.
           EVALUATE PARAMETRO-REPO
               WHEN "ANO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-ANO
                      AND WS-VALOR-TRAB (1:4) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-ANO
                       MOVE WS-VALOR-ANO TO WS-ANO-PERIODO
                   END-IF
               WHEN "BIMESTRE"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-BIM
                      AND WS-VALOR-TRAB (1:1) NUMERIC
                      AND WS-VALOR-TRAB (1:1) >= "1"
                      AND WS-VALOR-TRAB (1:1) <= "4"
                       MOVE VIGENCIA-REPO TO WS-VIG-BIM
                       MOVE WS-VALOR-TRAB (1:1) TO WS-BIMESTRE
                   END-IF
           END-EVALUATE.

       SELECIONA-PARM-EXE83.
           EVALUATE PARAMETRO-REPO
               WHEN "PRAZO-NOTAS"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-PRAZO
                      AND WS-VALOR-TRAB (1:8) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-PRAZO
                       MOVE WS-VALOR-DATA TO WS-PRAZO-NOTAS
                   END-IF
               WHEN "BLOQUEIA-EXE05"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-BLOQ
                      AND (WS-VALOR-TRAB (1:1) = "S"
                           OR WS-VALOR-TRAB (1:1) = "N")
                       MOVE VIGENCIA-REPO TO WS-VIG-BLOQ
                       MOVE WS-VALOR-TRAB (1:1) TO WS-BLOQUEIA-EXE05
                   END-IF
           END-EVALUATE.

      *    O PERIODO GRAVADO PELO EXE03 NA ULTIMA APURACAO PREVALECE.
       LE-PERIODO.
           OPEN INPUT CTRL-PERIODO.
           IF WS-STATUS-PER = "00"
               READ CTRL-PERIODO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PER = "00"
                  AND ANO-PER NUMERIC
                  AND BIMESTRE-PER NUMERIC
                  AND BIMESTRE-PER > ZEROS
                  AND BIMESTRE-PER < 5
                   MOVE ANO-PER TO WS-ANO-PERIODO
                   MOVE BIMESTRE-PER TO WS-BIMESTRE
               END-IF
               CLOSE CTRL-PERIODO
           END-IF.

       CARREGA-PROFESSORES.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PRF = "00"
               PERFORM LEITURA-PROFESSOR
               PERFORM UNTIL WS-FIM-PRF = "SIM"
                   IF WS-QTD-PRF < 500
                       ADD 1 TO WS-QTD-PRF
                       MOVE CODIGO-PRF TO WS-PRF-CODIGO (WS-QTD-PRF)
                       MOVE NOME-PRF TO WS-PRF-NOME (WS-QTD-PRF)
                       MOVE ZEROS TO WS-PRF-QTD-ATR (WS-QTD-PRF)
                                     WS-PRF-PENDENTES (WS-QTD-PRF)
                                     WS-PRF-ATRASOS (WS-QTD-PRF)
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
                       MOVE ZEROS TO WS-ATR-ALUNOS (WS-QTD-ATR)
                                     WS-ATR-ENTREGUES (WS-QTD-ATR)
                                     WS-ATR-DATA-ENTREGA (WS-QTD-ATR)
                       MOVE "N" TO WS-ATR-MARCA (WS-QTD-ATR)
                                   WS-ATR-ATRASO (WS-QTD-ATR)
                       MOVE SPACES TO WS-ATR-SITUACAO (WS-QTD-ATR)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-ATRIBUICAO
               END-PERFORM
               CLOSE CADPROF-ATR
           ELSE
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "CARREGA-ATRIBUICOES" TO WS-PARAGRAFO-ERRO
           END-IF.

       LEITURA-ATRIBUICAO.
           READ CADPROF-ATR
               AT END MOVE "SIM" TO WS-FIM-ATR
           END-READ.

      *    SO INTERESSAM AS LINHAS DO ARQUIVO COM NOTA DO BIMESTRE.
      *    A CRITICA COMPLETA CONTINUA A CARGO DO EXE61.
       CARREGA-FEED.
           OPEN INPUT NOTAS-PREF.
           IF WS-STATUS-PREF = "00"
               PERFORM LEITURA-FEED
               PERFORM UNTIL WS-FIM-PREF = "SIM"
                   PERFORM SEPARA-FEED
                   PERFORM LEITURA-FEED
               END-PERFORM
               CLOSE NOTAS-PREF
           END-IF.

       LEITURA-FEED.
           READ NOTAS-PREF
               AT END MOVE "SIM" TO WS-FIM-PREF
           END-READ.

       SEPARA-FEED.
           MOVE SPACES TO WS-C-NUMERO WS-C-DISCIPLINA WS-C-NOTAS.
           UNSTRING REG-PREF DELIMITED BY ","
               INTO WS-C-NUMERO
                    WS-C-DISCIPLINA
                    WS-C-NOTA (1)
                    WS-C-NOTA (2)
                    WS-C-NOTA (3)
                    WS-C-NOTA (4).
           IF WS-C-NUMERO NOT = SPACES
              AND WS-C-DISCIPLINA NOT = SPACES
              AND WS-C-NOTA (WS-BIMESTRE) NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-C-NUMERO) = ZEROS
              AND FUNCTION TEST-NUMVAL (WS-C-DISCIPLINA) = ZEROS
              AND FUNCTION TEST-NUMVAL (WS-C-NOTA (WS-BIMESTRE))
                  = ZEROS
               IF FUNCTION NUMVAL (WS-C-NOTA (WS-BIMESTRE)) > ZEROS
                   IF WS-QTD-FEED < 5000
                       ADD 1 TO WS-QTD-FEED
                       COMPUTE WS-FEED-NUMERO (WS-QTD-FEED) =
                           FUNCTION NUMVAL (WS-C-NUMERO)
                       COMPUTE WS-FEED-DISCIPLINA (WS-QTD-FEED) =
                           FUNCTION NUMVAL (WS-C-DISCIPLINA)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF.

      *    AS LINHAS DE OUTROS PERIODOS SAO COPIADAS COMO ESTAO PARA O
      *    ARQUIVO NOVO; AS DO PERIODO CORRENTE SAO REGRAVADAS NO FIM.
       CARREGA-ENTREGAS.
           OPEN OUTPUT ENTREGA-NOTAS-NOVO.
           PERFORM VERIFICA-STATUS-ENN.
           OPEN INPUT ENTREGA-NOTAS.
           IF WS-STATUS-ENT = "00"
               PERFORM LEITURA-ENTREGA
               PERFORM UNTIL WS-FIM-ENT = "SIM"
                   IF ANO-ETG = WS-ANO-PERIODO
                      AND BIMESTRE-ETG = WS-BIMESTRE
                       PERFORM RECUPERA-ENTREGA
                   ELSE
                       WRITE REG-ENN FROM REG-ENT-NOTAS
                       PERFORM VERIFICA-STATUS-ENN
                   END-IF
                   PERFORM LEITURA-ENTREGA
               END-PERFORM
               CLOSE ENTREGA-NOTAS
           END-IF.

       LEITURA-ENTREGA.
           READ ENTREGA-NOTAS
               AT END MOVE "SIM" TO WS-FIM-ENT
           END-READ.

       RECUPERA-ENTREGA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-ATR
               IF WS-ATR-CODIGO (WS-A) = CODIGO-ETG
                  AND WS-ATR-TURMA (WS-A) = TURMA-ETG
                  AND WS-ATR-DISCIPLINA (WS-A) = DISCIPLINA-ETG
                   MOVE DATA-ENTREGA-ETG
                       TO WS-ATR-DATA-ENTREGA (WS-A)
                   MOVE WS-QTD-ATR TO WS-A
               END-IF
           END-PERFORM.

       LEITURA.
           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-NOTAS.
           READ CADNOT
               AT END MOVE "SIM" TO WS-FIM-NOT
           END-READ.

      *    CADA ALUNO ATIVO CONTA UMA VEZ EM TODAS AS ATRIBUICOES DA SUA
      *    TURMA E MARCA AQUELAS EM QUE JA TEM NOTA NO BIMESTRE, SEJA NO
      *    CADNOT OU NO ARQUIVO AINDA NAO INCORPORADO.
       PRINCIPAL.
           IF SITUACAO-ENT = "T" OR SITUACAO-ENT = "D"
                   OR SITUACAO-ENT = "C"
               ADD 1 TO WS-CONTADOR-IGNORADO
           ELSE
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-QTD-ATR
                   IF WS-ATR-TURMA (WS-A) = TURMA-ENT
                       ADD 1 TO WS-ATR-ALUNOS (WS-A)
                       MOVE "N" TO WS-ATR-MARCA (WS-A)
                   END-IF
               END-PERFORM
               PERFORM MARCA-NOTAS-CADNOT
               PERFORM MARCA-NOTAS-FEED
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-QTD-ATR
                   IF WS-ATR-TURMA (WS-A) = TURMA-ENT
                      AND WS-ATR-MARCA (WS-A) = "S"
                       ADD 1 TO WS-ATR-ENTREGUES (WS-A)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LEITURA.

       MARCA-NOTAS-CADNOT.
           PERFORM UNTIL WS-FIM-NOT = "SIM"
                   OR NUMERO-NOT NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-NOTAS
           END-PERFORM.
           PERFORM UNTIL WS-FIM-NOT = "SIM"
                   OR NUMERO-NOT NOT = NUMERO-ENT
               IF NOTAS-NOT (WS-BIMESTRE) > ZEROS
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-QTD-ATR
                       IF WS-ATR-TURMA (WS-A) = TURMA-ENT
                          AND WS-ATR-DISCIPLINA (WS-A) = DISCIPLINA-NOT
                           MOVE "S" TO WS-ATR-MARCA (WS-A)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM LEITURA-NOTAS
           END-PERFORM.

       MARCA-NOTAS-FEED.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-QTD-FEED
               IF WS-FEED-NUMERO (WS-F) = NUMERO-ENT
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-QTD-ATR
                       IF WS-ATR-TURMA (WS-A) = TURMA-ENT
                          AND WS-ATR-DISCIPLINA (WS-A) =
                              WS-FEED-DISCIPLINA (WS-F)
                           MOVE "S" TO WS-ATR-MARCA (WS-A)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    ATRASADA: COMPLETADA DEPOIS DO PRAZO, OU AINDA INCOMPLETA COM
      *    O PRAZO VENCIDO. SEM PRAZO CADASTRADO NAO HA ATRASO.
       CLASSIFICA-ATRIBUICOES.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-ATR
               EVALUATE TRUE
                   WHEN WS-ATR-ALUNOS (WS-A) = ZEROS
                       MOVE "V" TO WS-ATR-SITUACAO (WS-A)
                       ADD 1 TO WS-QTD-SEM-ALUNOS
                   WHEN WS-ATR-ENTREGUES (WS-A) = WS-ATR-ALUNOS (WS-A)
                       MOVE "C" TO WS-ATR-SITUACAO (WS-A)
                       ADD 1 TO WS-QTD-COMPLETA
                   WHEN WS-ATR-ENTREGUES (WS-A) = ZEROS
                       MOVE "N" TO WS-ATR-SITUACAO (WS-A)
                       ADD 1 TO WS-QTD-NAO-ENTREGUE
                   WHEN OTHER
                       MOVE "P" TO WS-ATR-SITUACAO (WS-A)
                       ADD 1 TO WS-QTD-PARCIAL
               END-EVALUATE
               IF WS-ATR-SITUACAO (WS-A) = "C"
                   IF WS-ATR-DATA-ENTREGA (WS-A) = ZEROS
                       MOVE WS-DATA-SISTEMA
                           TO WS-ATR-DATA-ENTREGA (WS-A)
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-ATR-DATA-ENTREGA (WS-A)
               END-IF
               IF WS-PRAZO-NOTAS > ZEROS
                   IF (WS-ATR-SITUACAO (WS-A) = "C"
                       AND WS-ATR-DATA-ENTREGA (WS-A) > WS-PRAZO-NOTAS)
                      OR ((WS-ATR-SITUACAO (WS-A) = "P"
                           OR WS-ATR-SITUACAO (WS-A) = "N")
                       AND WS-DATA-SISTEMA > WS-PRAZO-NOTAS)
                       MOVE "S" TO WS-ATR-ATRASO (WS-A)
                       ADD 1 TO WS-QTD-ATRASADA
                   END-IF
               END-IF
               PERFORM ACUMULA-PROFESSOR
               PERFORM GRAVA-ENTREGA
           END-PERFORM.

       ACUMULA-PROFESSOR.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PRF
               IF WS-PRF-CODIGO (WS-P) = WS-ATR-CODIGO (WS-A)
                   ADD 1 TO WS-PRF-QTD-ATR (WS-P)
                   IF WS-ATR-SITUACAO (WS-A) = "P"
                      OR WS-ATR-SITUACAO (WS-A) = "N"
                       ADD 1 TO WS-PRF-PENDENTES (WS-P)
                   END-IF
                   IF WS-ATR-ATRASO (WS-A) = "S"
                       ADD 1 TO WS-PRF-ATRASOS (WS-P)
                   END-IF
                   MOVE WS-QTD-PRF TO WS-P
               END-IF
           END-PERFORM.

       GRAVA-ENTREGA.
           MOVE WS-ANO-PERIODO TO ANO-ETG.
           MOVE WS-BIMESTRE TO BIMESTRE-ETG.
           MOVE WS-ATR-CODIGO (WS-A) TO CODIGO-ETG.
           MOVE WS-ATR-TURMA (WS-A) TO TURMA-ETG.
           MOVE WS-ATR-DISCIPLINA (WS-A) TO DISCIPLINA-ETG.
           MOVE WS-ATR-SITUACAO (WS-A) TO SITUACAO-ETG.
           MOVE WS-ATR-DATA-ENTREGA (WS-A) TO DATA-ENTREGA-ETG.
           WRITE REG-ENN FROM REG-ENT-NOTAS.
           PERFORM VERIFICA-STATUS-ENN.
           ADD 1 TO WS-CONTADOR-GRAVADO.

       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-EXE83.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ENTREGA DE NOTAS - ANO: " DELIMITED BY SIZE
                  WS-ANO-PERIODO DELIMITED BY SIZE
                  "  BIMESTRE: " DELIMITED BY SIZE
                  WS-BIMESTRE DELIMITED BY SIZE
                  "  DATA: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "  PRAZO: " DELIMITED BY SIZE
                  WS-PRAZO-NOTAS DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-CAB1.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-ATR
               PERFORM IMPRIME-ATRIBUICAO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "COMPLETAS: " DELIMITED BY SIZE
                  WS-QTD-COMPLETA DELIMITED BY SIZE
                  "  PARCIAIS: " DELIMITED BY SIZE
                  WS-QTD-PARCIAL DELIMITED BY SIZE
                  "  NAO ENTREGUES: " DELIMITED BY SIZE
                  WS-QTD-NAO-ENTREGUE DELIMITED BY SIZE
                  "  ATRASADAS: " DELIMITED BY SIZE
                  WS-QTD-ATRASADA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "PENDENCIAS E ATRASOS POR PROFESSOR" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-CAB2.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PRF
               IF WS-PRF-QTD-ATR (WS-P) > ZEROS
                   MOVE WS-PRF-CODIGO (WS-P) TO WS-RES-CODIGO
                   MOVE WS-PRF-NOME (WS-P) TO WS-RES-NOME
                   MOVE WS-PRF-QTD-ATR (WS-P) TO WS-RES-QTD-ATR
                   MOVE WS-PRF-PENDENTES (WS-P) TO WS-RES-PENDENTES
                   MOVE WS-PRF-ATRASOS (WS-P) TO WS-RES-ATRASOS
                   WRITE REG-REL FROM WS-LINHA-PRF
               END-IF
           END-PERFORM.
           IF WS-BLOQUEIA-EXE05 = "S" AND WS-QTD-NAO-ENTREGUE > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE "*** APURACAO (EXE05) BLOQUEADA ATE A ENTREGA ***"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           CLOSE REL-EXE83.

       IMPRIME-ATRIBUICAO.
           MOVE WS-ATR-CODIGO (WS-A) TO WS-DET-CODIGO.
           MOVE SPACES TO WS-DET-NOME.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PRF
               IF WS-PRF-CODIGO (WS-P) = WS-ATR-CODIGO (WS-A)
                   MOVE WS-PRF-NOME (WS-P) TO WS-DET-NOME
                   MOVE WS-QTD-PRF TO WS-P
               END-IF
           END-PERFORM.
           MOVE WS-ATR-TURMA (WS-A) TO WS-DET-TURMA.
           MOVE WS-ATR-DISCIPLINA (WS-A) TO WS-DET-DISCIPLINA.
           MOVE WS-ATR-ALUNOS (WS-A) TO WS-DET-ALUNOS.
           MOVE WS-ATR-ENTREGUES (WS-A) TO WS-DET-ENTREGUES.
           EVALUATE WS-ATR-SITUACAO (WS-A)
               WHEN "C" MOVE "COMPLETA" TO WS-DET-SITUACAO
               WHEN "P" MOVE "PARCIAL" TO WS-DET-SITUACAO
               WHEN "N" MOVE "NAO ENTREGUE" TO WS-DET-SITUACAO
               WHEN OTHER MOVE "SEM ALUNOS" TO WS-DET-SITUACAO
           END-EVALUATE.
           IF WS-ATR-ATRASO (WS-A) = "S"
               MOVE "SIM" TO WS-DET-ATRASO
           ELSE
               MOVE SPACES TO WS-DET-ATRASO
           END-IF.
           WRITE REG-REL FROM WS-LINHA-DET.

       VERIFICA-STATUS-ENN.
           IF WS-STATUS-ENN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ENN"
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
           STRING "EXE83 - ALUNOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  ATRIBUICOES: " DELIMITED BY SIZE
                  WS-QTD-ATR DELIMITED BY SIZE
                  "  NAO ENTREGUES: " DELIMITED BY SIZE
                  WS-QTD-NAO-ENTREGUE DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE83 - PARCIAIS: " DELIMITED BY SIZE
                  WS-QTD-PARCIAL DELIMITED BY SIZE
                  "  ATRASADAS: " DELIMITED BY SIZE
                  WS-QTD-ATRASADA DELIMITED BY SIZE
                  "  BLOQUEIO: " DELIMITED BY SIZE
                  WS-BLOQUEIA-EXE05 DELIMITED BY SIZE
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
               MOVE "EXE83" TO PROGRAMA-RHI
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
           MOVE WS-CONTADOR-IGNORADO TO REJEITADOS-RHI.
           EVALUATE TRUE
               WHEN WS-QTD-ERROS-IO > 0
                   MOVE 8 TO RC-RHI
               WHEN WS-BLOQUEIA-EXE05 = "S"
                    AND WS-QTD-NAO-ENTREGUE > ZEROS
                   MOVE 4 TO RC-RHI
               WHEN OTHER
                   MOVE ZEROS TO RC-RHI
           END-EVALUATE.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " NOT=" DELIMITED BY SIZE
                  WS-STATUS-NOT DELIMITED BY SIZE
                  " PREF=" DELIMITED BY SIZE
                  WS-STATUS-PREF DELIMITED BY SIZE
                  " PRF=" DELIMITED BY SIZE
                  WS-STATUS-PRF DELIMITED BY SIZE
                  " ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " ENT=" DELIMITED BY SIZE
                  WS-STATUS-ENT DELIMITED BY SIZE
                  " ENN=" DELIMITED BY SIZE
                  WS-STATUS-ENN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

      *    RC=4 SINALIZA AO RUNBATCH QUE A APURACAO DEVE AGUARDAR.
       TERMINO.
           PERFORM CLASSIFICA-ATRIBUICOES.
           PERFORM IMPRIME-RELATORIO.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BLOQUEIA-EXE05 = "S"
                  AND WS-QTD-NAO-ENTREGUE > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-STATUS-ALU = "00" OR WS-STATUS-ALU = "10"
               CLOSE CADALU
           END-IF.
           CLOSE CADNOT
                 ENTREGA-NOTAS-NOVO
                 LOG-EXE83.
