       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE81.
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

           SELECT CAD-FALTA-DIS ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FDA.

           SELECT CAD-AULAS    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AUL.

           SELECT CAD-FALTA-PRF ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPR.

           SELECT CADOCO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-OCO.

           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT CADRES   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-RES
           FILE STATUS  IS  WS-STATUS-RES.

           SELECT PARM-EXE05   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT ALERTA-TRAB  ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRB.

           SELECT ALERTA-ALU   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ALE.

           SELECT REL-EXE81   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT ORDENA-ALE   ASSIGN TO DISK.

           SELECT LOG-EXE81   ASSIGN TO DISK
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

       FD CAD-FALTA-DIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-DIS.DAT".

       01 REG-FDA.
           03 NUMERO-FDA       PIC 9(07).
           03 DISCIPLINA-FDA   PIC 9(03).
           03 FALTAS-FDA       PIC 9(04).

       FD CAD-AULAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AULAS.DAT".

       01 REG-AUL.
           03 TURMA-AUL        PIC X(03).
           03 DISCIPLINA-AUL   PIC 9(03).
           03 QTD-AULAS-AUL    PIC 9(04).

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

       FD CADOCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOCO.DAT".

       01 REG-OCO.
           03 NUMERO-OCO       PIC 9(07).
           03 DATA-OCO         PIC 9(08).
           03 SEQUENCIA-OCO    PIC 9(02).
           03 TIPO-OCO         PIC X(02).
           03 SEVERIDADE-OCO   PIC 9(01).
           03 DESCRICAO-OCO    PIC X(40).
           03 NOTIFICADO-OCO   PIC X(01).

       FD CADMEN-ABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-ABERTO.DAT".

       01 REG-ABT.
           03 NUMERO-ABT       PIC 9(07).
           03 COMPETENCIA-ABT  PIC 9(06).
           03 TIPO-ABT         PIC 9(02).
           03 VALOR-ABT        PIC 9(05)V99.
           03 VENCIMENTO-ABT   PIC 9(08).
           03 BOLSA-ABT        PIC 9(03).

       FD CADRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES.DAT".

       01 REG-RES.
           03 NUMERO-RES       PIC 9(07).
           03 NOME-RESP-RES    PIC X(30).
           03 PARENTESCO-RES   PIC X(10).
           03 ENDERECO-RES.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-RES==
                   ==PREFIXO-NUM== BY ==NUM-END-RES==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-RES==
                   ==PREFIXO-BAI== BY ==BAIRRO-RES==
                   ==PREFIXO-CID== BY ==CIDADE-RES==
                   ==PREFIXO-UF== BY ==UF-RES==
                   ==PREFIXO-CEP== BY ==CEP-RES==.
           03 TELEFONE-RES     PIC X(11).

       FD PARM-EXE05
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE05.DAT".

       01 REG-PARM-EXE05.
           03 NOTA-MINIMA-PARM    PIC 9(02)V99.
           03 FALTA-MAXIMA-PARM   PIC 9(02).
           03 QTD-NOTAS-PARM      PIC 9(01).

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

      *    UM REGISTRO POR ALUNO SINALIZADO. INDICADORES "S"/"N":
      *    NT = NOTA PARCIAL, FQ = FREQUENCIA, OC = OCORRENCIAS,
      *    DB = MENSALIDADES VENCIDAS EM ABERTO.
       FD ALERTA-TRAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ALERTA-TRAB.DAT".

       01 REG-TRB                  PIC X(107).

       FD ALERTA-ALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ALERTA-ALU.DAT".

       01 REG-ALE.
           03 TURMA-ALE        PIC X(03).
           03 NUMERO-ALE       PIC 9(07).
           03 NOME-ALE         PIC X(20).
           03 PONTOS-ALE       PIC 9(01).
           03 IND-NOTA-ALE     PIC X(01).
           03 QTD-DIS-NOTA-ALE PIC 9(02).
           03 IND-FREQ-ALE     PIC X(01).
           03 PCT-FREQ-ALE     PIC 9(03).
           03 IND-OCO-ALE      PIC X(01).
           03 PONTOS-OCO-ALE   PIC 9(03).
           03 IND-DEB-ALE      PIC X(01).
           03 QTD-DEB-ALE      PIC 9(02).
           03 VALOR-DEB-ALE    PIC 9(07)V99.
           03 RESPONSAVEL-ALE  PIC X(30).
           03 PARENTESCO-ALE   PIC X(10).
           03 TELEFONE-ALE     PIC X(11).
           03 UNIDADE-ALE      PIC X(02).

       SD ORDENA-ALE.

       01 REG-ORD.
           03 TURMA-ORD        PIC X(03).
           03 NUMERO-ORD       PIC 9(07).
           03 NOME-ORD         PIC X(20).
           03 PONTOS-ORD       PIC 9(01).
           03 RESTO-ORD        PIC X(76).

       FD REL-EXE81
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE81.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EXE81
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE81.DAT".

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
       77 WS-STATUS-FDA    PIC X(02) VALUE "00".
       77 WS-STATUS-AUL    PIC X(02) VALUE "00".
       77 WS-STATUS-FPR    PIC X(02) VALUE "00".
       77 WS-STATUS-OCO    PIC X(02) VALUE "00".
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-TRB    PIC X(02) VALUE "00".
       77 WS-STATUS-ALE    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-NOT       PIC X(03) VALUE "NAO".
       77 WS-FIM-FDA       PIC X(03) VALUE "NAO".
       77 WS-FIM-AUL       PIC X(03) VALUE "NAO".
       77 WS-FIM-FPR       PIC X(03) VALUE "NAO".
       77 WS-FIM-OCO       PIC X(03) VALUE "NAO".
       77 WS-FIM-ABT       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-RES-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE81".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ALERTA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-IGNORADO PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE-OCO PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-MINIMA    PIC 9(02)V99 VALUE 7.00.
       77 WS-FALTA-MAXIMA   PIC 9(02)    VALUE 18.
       77 WS-FREQ-MINIMA    PIC 9(02)    VALUE 75.
       77 WS-MARGEM-FREQ    PIC 9(02)    VALUE 10.
       77 WS-PCT-FALTA      PIC 9(02)    VALUE 80.
       77 WS-DIAS-OCO       PIC 9(03)    VALUE 60.
       77 WS-PONTOS-OCO-MIN PIC 9(02)    VALUE 5.
       77 WS-QTD-DEBITO-MIN PIC 9(02)    VALUE 1.
       77 WS-VIG-NOTA       PIC 9(08) VALUE ZEROS.
       77 WS-VIG-FALTA      PIC 9(08) VALUE ZEROS.
       77 WS-VIG-FREQ       PIC 9(08) VALUE ZEROS.
       77 WS-VIG-MARGEM     PIC 9(08) VALUE ZEROS.
       77 WS-VIG-PCT        PIC 9(08) VALUE ZEROS.
       77 WS-VIG-DIAS       PIC 9(08) VALUE ZEROS.
       77 WS-VIG-PONTOS     PIC 9(08) VALUE ZEROS.
       77 WS-VIG-DEBITO     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-AULAS-TAB  PIC 9(03) VALUE ZEROS.
       77 WS-A              PIC 9(03).
       77 WS-I              PIC 9(01).
       77 WS-AULAS-DADAS    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NOTAS-DIS  PIC 9(01) VALUE ZEROS.
       77 WS-SOMA-NOTA-DIS  PIC 9(03)V99 VALUE ZEROS.
       77 WS-MEDIA-DIS      PIC 9(02)V99 VALUE ZEROS.
       77 WS-PCT-DIS        PIC 9(03) VALUE ZEROS.
       77 WS-PONTOS         PIC 9(01) VALUE ZEROS.
       77 WS-QTD-DIS-NOTA   PIC 9(02) VALUE ZEROS.
       77 WS-MENOR-PCT      PIC 9(03) VALUE ZEROS.
       77 WS-PONTOS-OCO     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DEB        PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-DEB      PIC 9(07)V99 VALUE ZEROS.
       77 WS-IND-NOTA       PIC X(01) VALUE "N".
       77 WS-IND-FREQ       PIC X(01) VALUE "N".
       77 WS-IND-OCO        PIC X(01) VALUE "N".
       77 WS-IND-DEB        PIC X(01) VALUE "N".
       77 WS-TURMA-ANT      PIC X(03) VALUE SPACES.
       77 WS-QTD-TURMA      PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-ORD   PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-MOTIVOS               PIC X(12).
       01 WS-NOTA-EDITADA          PIC Z9.99.
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-N REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-NOTA       PIC 9(02)V99.
           03 WS-VALOR-RESTO-N    PIC X(06).
       01 WS-VALOR-TRAB-F REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-FALTA      PIC 9(02).
           03 WS-VALOR-RESTO-F    PIC X(08).
       01 WS-VALOR-TRAB-D REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-DIAS       PIC 9(03).
           03 WS-VALOR-RESTO-D    PIC X(07).

       01 WS-TABELA-AULAS.
           03 WS-AULA-OCORRE OCCURS 200 TIMES.
               05 WS-AULA-TURMA      PIC X(03).
               05 WS-AULA-DISCIPLINA PIC 9(03).
               05 WS-AULA-QTD        PIC 9(04).

       01 WS-LINHA-DET1.
           03 WS-DET-NUMERO        PIC 9(07).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-NOME          PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-PONTOS        PIC 9(01).
           03 FILLER               PIC X(03) VALUE SPACES.
           03 WS-DET-MOTIVOS       PIC X(12).
           03 FILLER               PIC X(33) VALUE SPACES.

       01 WS-LINHA-DET2.
           03 FILLER               PIC X(09) VALUE SPACES.
           03 FILLER               PIC X(07) VALUE "NOTAS: ".
           03 WS-DET-DIS-NOTA      PIC Z9.
           03 FILLER               PIC X(07) VALUE "  FREQ:".
           03 WS-DET-PCT           PIC ZZ9.
           03 FILLER               PIC X(08) VALUE "%  OCOR:".
           03 WS-DET-OCO           PIC ZZ9.
           03 FILLER               PIC X(08) VALUE "  VENC: ".
           03 WS-DET-DEB           PIC Z9.
           03 FILLER               PIC X(03) VALUE " - ".
           03 WS-DET-VALOR         PIC Z,ZZZ,ZZ9.99.
           03 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LINHA-DET3.
           03 FILLER               PIC X(09) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE "RESP: ".
           03 WS-DET-RESP          PIC X(30).
           03 FILLER               PIC X(01) VALUE SPACES.
           03 WS-DET-PARENTESCO    PIC X(10).
           03 FILLER               PIC X(07) VALUE " FONE: ".
           03 WS-DET-FONE          PIC X(11).
           03 FILLER               PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EM01EX81.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE81.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARM-REPO.
           COMPUTE WS-DATA-CORTE-OCO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA)
                - WS-DIAS-OCO).
           PERFORM CARREGA-AULAS.
           PERFORM DESCONTA-AULAS-PERDIDAS.
           OPEN OUTPUT ALERTA-TRAB.
           PERFORM VERIFICA-STATUS-TRB.
           OPEN INPUT CADNOT.
           IF WS-STATUS-NOT = "00"
               PERFORM LEITURA-NOTAS
           ELSE
               MOVE "SIM" TO WS-FIM-NOT
           END-IF.
           OPEN INPUT CAD-FALTA-DIS.
           IF WS-STATUS-FDA = "00"
               PERFORM LEITURA-FALTA-DIS
           ELSE
               MOVE "SIM" TO WS-FIM-FDA
           END-IF.
           OPEN INPUT CADOCO.
           IF WS-STATUS-OCO = "00"
               PERFORM LEITURA-OCORRENCIA
           ELSE
               MOVE "SIM" TO WS-FIM-OCO
           END-IF.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT = "00"
               PERFORM LEITURA-ABERTO
           ELSE
               MOVE "SIM" TO WS-FIM-ABT
           END-IF.
           OPEN INPUT CADRES.
           IF WS-STATUS-RES = "00"
               MOVE "S" TO WS-RES-ABERTO
           END-IF.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
           END-IF.

       LE-PARAMETRO.
           OPEN INPUT PARM-EXE05.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE05
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                   MOVE NOTA-MINIMA-PARM TO WS-NOTA-MINIMA
                   MOVE FALTA-MAXIMA-PARM TO WS-FALTA-MAXIMA
               END-IF
               CLOSE PARM-EXE05
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

      *    NOTA E FREQUENCIA MINIMAS SAO AS MESMAS DA APURACAO (EXE05);
      *    AS MARGENS DE ALERTA SAO PROPRIAS DESTE PROGRAMA.
       SELECIONA-PARM-REPO.
           IF VIGENCIA-REPO NOT GREATER THAN WS-DATA-SISTEMA
               MOVE VALOR-REPO TO WS-VALOR-TRAB
               IF PROGRAMA-REPO = "EXE05"
                   PERFORM SELECIONA-PARM-EXE05
               END-IF
               IF PROGRAMA-REPO = "EXE81"
                   PERFORM SELECIONA-PARM-EXE81
               END-IF
           END-IF.

       SELECIONA-PARM-EXE05.
           EVALUATE PARAMETRO-REPO
               WHEN "NOTA-MINIMA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-NOTA
                      AND WS-VALOR-TRAB (1:4) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-NOTA
                       MOVE WS-VALOR-NOTA TO WS-NOTA-MINIMA
                   END-IF
               WHEN "FALTA-MAXIMA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-FALTA
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-FALTA
                       MOVE WS-VALOR-FALTA TO WS-FALTA-MAXIMA
                   END-IF
               WHEN "FREQ-MINIMA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-FREQ
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-FREQ
                       MOVE WS-VALOR-FALTA TO WS-FREQ-MINIMA
                   END-IF
           END-EVALUATE.

       SELECIONA-PARM-EXE81.
           EVALUATE PARAMETRO-REPO
               WHEN "MARGEM-FREQ"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-MARGEM
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-MARGEM
                       MOVE WS-VALOR-FALTA TO WS-MARGEM-FREQ
                   END-IF
               WHEN "PCT-FALTA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-PCT
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-PCT
                       MOVE WS-VALOR-FALTA TO WS-PCT-FALTA
                   END-IF
               WHEN "DIAS-OCO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-DIAS
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-DIAS
                       MOVE WS-VALOR-DIAS TO WS-DIAS-OCO
                   END-IF
               WHEN "PONTOS-OCO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-PONTOS
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-PONTOS
                       MOVE WS-VALOR-FALTA TO WS-PONTOS-OCO-MIN
                   END-IF
               WHEN "QTD-DEBITO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-DEBITO
                      AND WS-VALOR-TRAB (1:2) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-DEBITO
                       MOVE WS-VALOR-FALTA TO WS-QTD-DEBITO-MIN
                   END-IF
           END-EVALUATE.

       CARREGA-AULAS.
           OPEN INPUT CAD-AULAS.
           IF WS-STATUS-AUL = "00"
               PERFORM LEITURA-AULAS
               PERFORM UNTIL WS-FIM-AUL = "SIM"
                   IF WS-QTD-AULAS-TAB < 200
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
                          AND DATA-FPR (1:4) = WS-DATA-SISTEMA (1:4)
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

       LEITURA-FALTA-DIS.
           READ CAD-FALTA-DIS
               AT END MOVE "SIM" TO WS-FIM-FDA
           END-READ.

       LEITURA-OCORRENCIA.
           READ CADOCO
               AT END MOVE "SIM" TO WS-FIM-OCO
           END-READ.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
               AT END MOVE "SIM" TO WS-FIM-ABT
           END-READ.

       PRINCIPAL.
           MOVE ZEROS TO WS-PONTOS WS-QTD-DIS-NOTA WS-PONTOS-OCO
                         WS-QTD-DEB WS-VALOR-DEB.
           MOVE 100 TO WS-MENOR-PCT.
           MOVE "N" TO WS-IND-NOTA WS-IND-FREQ WS-IND-OCO WS-IND-DEB.
           PERFORM AVALIA-NOTAS.
           PERFORM AVALIA-FREQUENCIA.
           PERFORM AVALIA-OCORRENCIAS.
           PERFORM AVALIA-DEBITOS.
           IF SITUACAO-ENT = "T" OR SITUACAO-ENT = "D"
                   OR SITUACAO-ENT = "C"
               ADD 1 TO WS-CONTADOR-IGNORADO
           ELSE
               IF WS-PONTOS > ZEROS
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF.
           PERFORM LEITURA.

      *    MEDIA PARCIAL POR DISCIPLINA, SO COM AS NOTAS JA LANCADAS.
       AVALIA-NOTAS.
           PERFORM UNTIL WS-FIM-NOT = "SIM"
                   OR NUMERO-NOT NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-NOTAS
           END-PERFORM.
           PERFORM UNTIL WS-FIM-NOT = "SIM"
                   OR NUMERO-NOT NOT = NUMERO-ENT
               MOVE ZEROS TO WS-QTD-NOTAS-DIS WS-SOMA-NOTA-DIS
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                   IF NOTAS-NOT (WS-I) > ZEROS
                       ADD 1 TO WS-QTD-NOTAS-DIS
                       ADD NOTAS-NOT (WS-I) TO WS-SOMA-NOTA-DIS
                   END-IF
               END-PERFORM
               IF WS-QTD-NOTAS-DIS > ZEROS
                   COMPUTE WS-MEDIA-DIS ROUNDED =
                       WS-SOMA-NOTA-DIS / WS-QTD-NOTAS-DIS
                   IF WS-MEDIA-DIS < WS-NOTA-MINIMA
                       ADD 1 TO WS-QTD-DIS-NOTA
                   END-IF
               END-IF
               PERFORM LEITURA-NOTAS
           END-PERFORM.
           IF WS-QTD-DIS-NOTA > ZEROS
               MOVE "S" TO WS-IND-NOTA
               ADD 1 TO WS-PONTOS
           END-IF.

      *    SINALIZA QUEM ESTA A MENOS DE MARGEM-FREQ PONTOS DA
      *    FREQUENCIA MINIMA EM ALGUMA DISCIPLINA, OU JA CONSUMIU
      *    PCT-FALTA POR CENTO DO LIMITE GERAL DE FALTAS.
       AVALIA-FREQUENCIA.
           PERFORM UNTIL WS-FIM-FDA = "SIM"
                   OR NUMERO-FDA NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-FALTA-DIS
           END-PERFORM.
           PERFORM UNTIL WS-FIM-FDA = "SIM"
                   OR NUMERO-FDA NOT = NUMERO-ENT
               PERFORM BUSCA-AULAS-DADAS
               IF WS-AULAS-DADAS > ZEROS
                   IF FALTAS-FDA NOT LESS THAN WS-AULAS-DADAS
                       MOVE ZEROS TO WS-PCT-DIS
                   ELSE
                       COMPUTE WS-PCT-DIS =
                           (WS-AULAS-DADAS - FALTAS-FDA) * 100
                           / WS-AULAS-DADAS
                   END-IF
                   IF WS-PCT-DIS < WS-MENOR-PCT
                       MOVE WS-PCT-DIS TO WS-MENOR-PCT
                   END-IF
               END-IF
               PERFORM LEITURA-FALTA-DIS
           END-PERFORM.
           IF WS-MENOR-PCT < WS-FREQ-MINIMA + WS-MARGEM-FREQ
               MOVE "S" TO WS-IND-FREQ
           END-IF.
           IF FALTA-ENT * 100 NOT LESS THAN
                   WS-FALTA-MAXIMA * WS-PCT-FALTA
               MOVE "S" TO WS-IND-FREQ
           END-IF.
           IF WS-IND-FREQ = "S"
               ADD 1 TO WS-PONTOS
           END-IF.

       BUSCA-AULAS-DADAS.
           MOVE ZEROS TO WS-AULAS-DADAS.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-QTD-AULAS-TAB
               IF WS-AULA-TURMA (WS-A) = TURMA-ENT
                  AND WS-AULA-DISCIPLINA (WS-A) = DISCIPLINA-FDA
                   MOVE WS-AULA-QTD (WS-A) TO WS-AULAS-DADAS
                   MOVE WS-QTD-AULAS-TAB TO WS-A
               END-IF
           END-PERFORM.

      *    SOMA DAS SEVERIDADES DAS OCORRENCIAS DOS ULTIMOS DIAS-OCO.
       AVALIA-OCORRENCIAS.
           PERFORM UNTIL WS-FIM-OCO = "SIM"
                   OR NUMERO-OCO NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-OCORRENCIA
           END-PERFORM.
           PERFORM UNTIL WS-FIM-OCO = "SIM"
                   OR NUMERO-OCO NOT = NUMERO-ENT
               IF DATA-OCO > WS-DATA-CORTE-OCO
                  AND DATA-OCO NOT GREATER THAN WS-DATA-SISTEMA
                   ADD SEVERIDADE-OCO TO WS-PONTOS-OCO
               END-IF
               PERFORM LEITURA-OCORRENCIA
           END-PERFORM.
           IF WS-PONTOS-OCO NOT LESS THAN WS-PONTOS-OCO-MIN
               MOVE "S" TO WS-IND-OCO
               ADD 1 TO WS-PONTOS
           END-IF.

      *    PARCELAS EM ABERTO JA VENCIDAS NA DATA DO MOVIMENTO.
       AVALIA-DEBITOS.
           PERFORM UNTIL WS-FIM-ABT = "SIM"
                   OR NUMERO-ABT NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-ABERTO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-ABT = "SIM"
                   OR NUMERO-ABT NOT = NUMERO-ENT
               IF VENCIMENTO-ABT < WS-DATA-SISTEMA
                   ADD 1 TO WS-QTD-DEB
                   ADD VALOR-ABT TO WS-VALOR-DEB
               END-IF
               PERFORM LEITURA-ABERTO
           END-PERFORM.
           IF WS-QTD-DEB NOT LESS THAN WS-QTD-DEBITO-MIN
                   AND WS-QTD-DEB > ZEROS
               MOVE "S" TO WS-IND-DEB
               ADD 1 TO WS-PONTOS
           END-IF.

       BUSCA-RESPONSAVEL.
           MOVE NUMERO-ENT TO NUMERO-RES.
           IF WS-RES-ABERTO = "S"
               READ CADRES
                   INVALID KEY
                       MOVE SPACES TO NOME-RESP-RES
                       MOVE SPACES TO PARENTESCO-RES
                       MOVE SPACES TO TELEFONE-RES
               END-READ
           ELSE
               MOVE SPACES TO NOME-RESP-RES
               MOVE SPACES TO PARENTESCO-RES
               MOVE SPACES TO TELEFONE-RES
           END-IF.

       GRAVA-ALERTA.
           PERFORM BUSCA-RESPONSAVEL.
           MOVE TURMA-ENT TO TURMA-ALE.
           MOVE NUMERO-ENT TO NUMERO-ALE.
           MOVE NOME-ENT TO NOME-ALE.
           MOVE WS-PONTOS TO PONTOS-ALE.
           MOVE WS-IND-NOTA TO IND-NOTA-ALE.
           MOVE WS-QTD-DIS-NOTA TO QTD-DIS-NOTA-ALE.
           MOVE WS-IND-FREQ TO IND-FREQ-ALE.
           MOVE WS-MENOR-PCT TO PCT-FREQ-ALE.
           MOVE WS-IND-OCO TO IND-OCO-ALE.
           MOVE WS-PONTOS-OCO TO PONTOS-OCO-ALE.
           MOVE WS-IND-DEB TO IND-DEB-ALE.
           MOVE WS-QTD-DEB TO QTD-DEB-ALE.
           MOVE WS-VALOR-DEB TO VALOR-DEB-ALE.
           MOVE NOME-RESP-RES TO RESPONSAVEL-ALE.
           MOVE PARENTESCO-RES TO PARENTESCO-ALE.
           MOVE TELEFONE-RES TO TELEFONE-ALE.
           MOVE UNIDADE-ENT TO UNIDADE-ALE.
           WRITE REG-TRB FROM REG-ALE.
           PERFORM VERIFICA-STATUS-TRB.
           ADD 1 TO WS-CONTADOR-ALERTA.

      *    RELATORIO POR TURMA, MAIOR PONTUACAO PRIMEIRO.
       ORDENA-ALERTAS.
           OPEN OUTPUT ALERTA-ALU
                OUTPUT REL-EXE81.
           PERFORM VERIFICA-STATUS-ALE.
           PERFORM VERIFICA-STATUS-REL.
           MOVE WS-NOTA-MINIMA TO WS-NOTA-EDITADA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ALUNOS EM RISCO - DATA: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "  NOTA MIN: " DELIMITED BY SIZE
                  WS-NOTA-EDITADA DELIMITED BY SIZE
                  "  FREQ MIN: " DELIMITED BY SIZE
                  WS-FREQ-MINIMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "MOTIVOS: NT NOTA PARCIAL  FQ FREQUENCIA  "
                  DELIMITED BY SIZE
                  "OC OCORRENCIAS  DB DEBITO VENCIDO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           SORT ORDENA-ALE
               ON ASCENDING KEY TURMA-ORD
               ON DESCENDING KEY PONTOS-ORD
               ON ASCENDING KEY NUMERO-ORD
               USING ALERTA-TRAB
               OUTPUT PROCEDURE IS GRAVA-RELATORIO.
           PERFORM FECHA-TURMA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL DE ALUNOS SINALIZADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALERTA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           CLOSE ALERTA-ALU
                 REL-EXE81.

       GRAVA-RELATORIO.
           PERFORM RETORNA-ORDENADO.
           PERFORM UNTIL WS-FIM-ORD = "SIM"
               MOVE REG-ORD TO REG-ALE
               IF TURMA-ALE NOT = WS-TURMA-ANT
                   PERFORM FECHA-TURMA
                   MOVE TURMA-ALE TO WS-TURMA-ANT
                   MOVE SPACES TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
                   STRING "TURMA: " DELIMITED BY SIZE
                          TURMA-ALE DELIMITED BY SIZE
                          "   UNIDADE: " DELIMITED BY SIZE
                          UNIDADE-ALE DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
               WRITE REG-ALE
               PERFORM VERIFICA-STATUS-ALE
               ADD 1 TO WS-QTD-TURMA WS-CONTADOR-ORD
               PERFORM IMPRIME-ALERTA
               PERFORM RETORNA-ORDENADO
           END-PERFORM.

       RETORNA-ORDENADO.
           RETURN ORDENA-ALE
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.

       IMPRIME-ALERTA.
           MOVE SPACES TO WS-MOTIVOS.
           IF IND-NOTA-ALE = "S"
               MOVE "NT" TO WS-MOTIVOS (1:2)
           END-IF.
           IF IND-FREQ-ALE = "S"
               MOVE "FQ" TO WS-MOTIVOS (4:2)
           END-IF.
           IF IND-OCO-ALE = "S"
               MOVE "OC" TO WS-MOTIVOS (7:2)
           END-IF.
           IF IND-DEB-ALE = "S"
               MOVE "DB" TO WS-MOTIVOS (10:2)
           END-IF.
           MOVE NUMERO-ALE TO WS-DET-NUMERO.
           MOVE NOME-ALE TO WS-DET-NOME.
           MOVE PONTOS-ALE TO WS-DET-PONTOS.
           MOVE WS-MOTIVOS TO WS-DET-MOTIVOS.
           WRITE REG-REL FROM WS-LINHA-DET1.
           MOVE QTD-DIS-NOTA-ALE TO WS-DET-DIS-NOTA.
           MOVE PCT-FREQ-ALE TO WS-DET-PCT.
           MOVE PONTOS-OCO-ALE TO WS-DET-OCO.
           MOVE QTD-DEB-ALE TO WS-DET-DEB.
           MOVE VALOR-DEB-ALE TO WS-DET-VALOR.
           WRITE REG-REL FROM WS-LINHA-DET2.
           MOVE RESPONSAVEL-ALE TO WS-DET-RESP.
           MOVE PARENTESCO-ALE TO WS-DET-PARENTESCO.
           MOVE TELEFONE-ALE TO WS-DET-FONE.
           WRITE REG-REL FROM WS-LINHA-DET3.

       FECHA-TURMA.
           IF WS-TURMA-ANT NOT = SPACES
               MOVE SPACES TO WS-LINHA-REL
               STRING "  ALUNOS SINALIZADOS NA TURMA " DELIMITED BY SIZE
                      WS-TURMA-ANT DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-QTD-TURMA DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           MOVE ZEROS TO WS-QTD-TURMA.

       VERIFICA-STATUS-TRB.
           IF WS-STATUS-TRB NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-TRB"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-ALE.
           IF WS-STATUS-ALE NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ALE"
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
           STRING "EXE81 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  SINALIZADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALERTA DELIMITED BY SIZE
                  "  INATIVOS: " DELIMITED BY SIZE
                  WS-CONTADOR-IGNORADO DELIMITED BY SIZE
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
               MOVE "EXE81" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-ALERTA TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-IGNORADO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " NOT=" DELIMITED BY SIZE
                  WS-STATUS-NOT DELIMITED BY SIZE
                  " FDA=" DELIMITED BY SIZE
                  WS-STATUS-FDA DELIMITED BY SIZE
                  " AUL=" DELIMITED BY SIZE
                  WS-STATUS-AUL DELIMITED BY SIZE
                  " FPR=" DELIMITED BY SIZE
                  WS-STATUS-FPR DELIMITED BY SIZE
                  " OCO=" DELIMITED BY SIZE
                  WS-STATUS-OCO DELIMITED BY SIZE
                  " ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " RES=" DELIMITED BY SIZE
                  WS-STATUS-RES DELIMITED BY SIZE
                  " TRB=" DELIMITED BY SIZE
                  WS-STATUS-TRB DELIMITED BY SIZE
                  " ALE=" DELIMITED BY SIZE
                  WS-STATUS-ALE DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           CLOSE ALERTA-TRAB.
           PERFORM ORDENA-ALERTAS.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-STATUS-ALU = "00" OR WS-STATUS-ALU = "10"
               CLOSE CADALU
           END-IF.
           IF WS-RES-ABERTO = "S"
               CLOSE CADRES
           END-IF.
           CLOSE CADNOT
                 CAD-FALTA-DIS
                 CADOCO
                 CADMEN-ABERTO
                 LOG-EXE81.
