       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE82.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFIN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FIN.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT CAD-PERDA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRD.

           SELECT CAD-RECUPERA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RCP.

           SELECT CADRENEG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PLN.

           SELECT CERT-REG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CRT.

           SELECT LIBERA-MAT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIB.

           SELECT REMAT-PROP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRP.

           SELECT MATRIC-TRAN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRN.

           SELECT REMAT-BLOQ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BLQ.

           SELECT REMAT-EXC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT PARM-EXE65   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EXE82   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFIN.DAT".

       01 REG-FIN.
           03 NUMERO-FIN       PIC 9(07).
           03 QTD-BIM-FIN      PIC 9(01).
           03 MEDIA-FINAL-FIN  PIC 9(02)V99.
           03 SITUACAO-FIN     PIC X(01).
           03 TURMA-FIN        PIC X(03).

       01 REG-TRAILER-FIN.
           03 TRAILER-ID-FIN   PIC X(03).
           03 TOTAL-FIN        PIC 9(05).
           03 APROVADOS-FIN    PIC 9(05).

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

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           03 CODIGO-TUR       PIC X(03).
           03 DESCRICAO-TUR    PIC X(20).
           03 ANO-TUR          PIC 9(04).
           03 CAPACIDADE-TUR   PIC 9(04).
           03 UNIDADE-TUR      PIC X(02).

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

      *    COBRANCAS BAIXADAS COMO PERDA (EXE91) E AS RECUPERACOES
      *    RECEBIDAS DEPOIS DA BAIXA (EXE28).
       FD CAD-PERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PERDA.DAT".

       01 REG-PRD.
           03 NUMERO-PRD       PIC 9(07).
           03 COMPETENCIA-PRD  PIC 9(06).
           03 TIPO-PRD         PIC 9(02).
           03 VALOR-PRD        PIC 9(05)V99.
           03 VENCIMENTO-PRD   PIC 9(08).
           03 BOLSA-PRD        PIC 9(03).
           03 DATA-BAIXA-PRD   PIC 9(08).
           03 MOTIVO-PRD       PIC X(02).

       FD CAD-RECUPERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-RECUPERA.DAT".

       01 REG-RCP.
           03 NUMERO-RCP       PIC 9(07).
           03 COMPETENCIA-RCP  PIC 9(06).
           03 TIPO-RCP         PIC 9(02).
           03 VALOR-RCP        PIC 9(05)V99.
           03 DATA-PAG-RCP     PIC 9(08).
           03 DATA-REGISTRO-RCP PIC 9(08).

       FD CADRENEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRENEG.DAT".

       01 REG-PLN.
           03 NUMERO-PLANO-PLN     PIC 9(05).
           03 NUMERO-ALUNO-PLN     PIC 9(07).
           03 COMPETENCIA-INI-PLN  PIC 9(06).
           03 COMPETENCIA-FIM-PLN  PIC 9(06).
           03 QTD-PARCELAS-PLN     PIC 9(02).
           03 VALOR-PARCELA-PLN    PIC 9(05)V99.
           03 VALOR-ORIGINAL-PLN   PIC 9(07)V99.
           03 DATA-PLANO-PLN       PIC 9(08).

       FD CERT-REG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CERT-REG.DAT".

       01 REG-CRT.
           03 NUMERO-CRT       PIC 9(07).
           03 NOME-CRT         PIC X(20).
           03 DATA-CONCLUSAO-CRT PIC 9(08).
           03 LIVRO-CRT        PIC 9(03).
           03 PAGINA-CRT       PIC 9(04).

      *    LIBERACAO DA TESOURARIA PARA ALUNO BLOQUEADO POR DEBITO.
       FD LIBERA-MAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIBERA-MAT.DAT".

       01 REG-LIB.
           03 NUMERO-LIB       PIC 9(07).
           03 DATA-LIB         PIC 9(08).

      *    ALUNOS JA ENVIADOS AO EXE57 PARA O ANO DE DESTINO, PARA QUE
      *    UMA NOVA EXECUCAO SO ENCAMINHE OS RECEM-LIBERADOS.
       FD REMAT-PROP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMAT-PROP.DAT".

       01 REG-PRP.
           03 NUMERO-PRP       PIC 9(07).
           03 ANO-PRP          PIC 9(04).
           03 TURMA-PRP        PIC X(03).

       FD MATRIC-TRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MATRIC-TRAN.DAT".

       01 REG-TRN.
           03 NUMERO-TRN       PIC 9(07).
           03 TURMA-TRN        PIC X(03).

       FD REMAT-BLOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMAT-BLOQ.DAT".

       01 REG-BLQ.
           03 NUMERO-BLQ       PIC 9(07).
           03 NOME-BLQ         PIC X(20).
           03 TURMA-ATUAL-BLQ  PIC X(03).
           03 TURMA-PROP-BLQ   PIC X(03).
           03 MOTIVO-BLQ       PIC X(02).
           03 QTD-VENCIDAS-BLQ PIC 9(03).
           03 VALOR-VENCIDO-BLQ PIC 9(07)V99.

       FD REMAT-EXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMAT-EXC.DAT".

       01 REG-EXC.
           03 NUMERO-EXC       PIC 9(07).
           03 TURMA-EXC        PIC X(03).
           03 SITUACAO-EXC     PIC X(01).
           03 MOTIVO-EXC       PIC X(02).

       FD PARM-EXE65
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE65.DAT".

       01 REG-PARM-EXE65.
           03 QTD-SERIES-PARM  PIC 9(01).

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

       FD LOG-EXE82
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE82.DAT".

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
       77 WS-STATUS-FIN    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-PLN    PIC X(02) VALUE "00".
       77 WS-STATUS-PRD    PIC X(02) VALUE "00".
       77 WS-STATUS-RCP    PIC X(02) VALUE "00".
       77 WS-STATUS-CRT    PIC X(02) VALUE "00".
       77 WS-STATUS-LIB    PIC X(02) VALUE "00".
       77 WS-STATUS-PRP    PIC X(02) VALUE "00".
       77 WS-STATUS-TRN    PIC X(02) VALUE "00".
       77 WS-STATUS-BLQ    PIC X(02) VALUE "00".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-TUR       PIC X(03) VALUE "NAO".
       77 WS-FIM-ABT       PIC X(03) VALUE "NAO".
       77 WS-FIM-PLN       PIC X(03) VALUE "NAO".
       77 WS-FIM-PRD       PIC X(03) VALUE "NAO".
       77 WS-FIM-RCP       PIC X(03) VALUE "NAO".
       77 WS-FIM-CRT       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIB       PIC X(03) VALUE "NAO".
       77 WS-FIM-PRP       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE82".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO       PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PROPOSTO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RETIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-BLOQUEADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-LIBERADO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CONCLUINTE PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-JA-PROPOSTO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ        PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-ANO-DESTINO   PIC 9(04) VALUE ZEROS.
       77 WS-VIG-ANO       PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SERIES    PIC 9(01) VALUE 3.
       77 WS-SERIE         PIC 9(01) VALUE ZEROS.
       77 WS-SERIE-DESTINO PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TURMAS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PLANOS    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CERT      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LIB       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PROP      PIC 9(04) VALUE ZEROS.
       77 WS-T             PIC 9(03).
       77 WS-X             PIC 9(04).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       77 WS-TURMA-PROPOSTA PIC X(03) VALUE SPACES.
       77 WS-QTD-VENCIDAS  PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-VENCIDO PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-PERDA     PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-PERDA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-RECUPERADO PIC 9(07)V99 VALUE ZEROS.
       77 WS-PLANO-ABERTO  PIC X(01) VALUE "N".
       77 WS-TEM-PLANO     PIC X(01) VALUE "N".
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-A REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-ANO        PIC 9(04).
           03 WS-VALOR-RESTO-A    PIC X(06).

       01 WS-TABELA-TURMAS.
           03 WS-TUR-OCORRE OCCURS 100 TIMES.
               05 WS-TUR-CODIGO     PIC X(03).
               05 WS-TUR-UNIDADE    PIC X(02).

       01 WS-TABELA-PLANOS.
           03 WS-PLN-ALUNO OCCURS 2000 TIMES PIC 9(07).

       01 WS-TABELA-CERT.
           03 WS-CRT-ALUNO OCCURS 3000 TIMES PIC 9(07).

       01 WS-TABELA-LIBERADOS.
           03 WS-LIB-ALUNO OCCURS 1000 TIMES PIC 9(07).

       01 WS-TABELA-PROPOSTOS.
           03 WS-PRP-ALUNO OCCURS 5000 TIMES PIC 9(07).

       PROCEDURE DIVISION.
       PGM-EM01EX82.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE82.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARM-REPO.
           PERFORM LE-PARAMETRO.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-PLANOS.
           PERFORM CARREGA-CERTIFICADOS.
           PERFORM CARREGA-LIBERADOS.
           PERFORM CARREGA-PROPOSTOS.
           IF WS-TABELA-CHEIA = "S"
               MOVE "EXE82 - TABELA EM MEMORIA CHEIA" TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           OPEN OUTPUT MATRIC-TRAN
                OUTPUT REMAT-BLOQ
                OUTPUT REMAT-EXC.
           PERFORM VERIFICA-STATUS-TRN.
           PERFORM VERIFICA-STATUS-BLQ.
           PERFORM VERIFICA-STATUS-EXC.
           OPEN EXTEND REMAT-PROP.
           IF WS-STATUS-PRP NOT = "00"
               OPEN OUTPUT REMAT-PROP
           END-IF.
           PERFORM VERIFICA-STATUS-PRP.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT = "00"
               PERFORM LEITURA-ABERTO
           ELSE
               MOVE "SIM" TO WS-FIM-ABT
           END-IF.
           OPEN INPUT CAD-PERDA.
           IF WS-STATUS-PRD = "00"
               PERFORM LEITURA-PERDA
           ELSE
               MOVE "SIM" TO WS-FIM-PRD
           END-IF.
           OPEN INPUT CAD-RECUPERA.
           IF WS-STATUS-RCP = "00"
               PERFORM LEITURA-RECUPERACAO
           ELSE
               MOVE "SIM" TO WS-FIM-RCP
           END-IF.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALU-ABERTO
           ELSE
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
           END-IF.
           OPEN INPUT CADFIN.
           IF WS-STATUS-FIN NOT = "00" OR WS-ALU-ABERTO NOT = "S"
               IF WS-STATUS-FIN NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
               END-IF
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
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-DESTINO.
           ADD 1 TO WS-ANO-DESTINO.

      *    ANO-DESTINO SO PRECISA SER INFORMADO QUANDO A REMATRICULA
      *    RODA DEPOIS DA VIRADA DO ANO.
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
           IF PROGRAMA-REPO = "EXE82"
              AND PARAMETRO-REPO = "ANO-DESTINO"
              AND VIGENCIA-REPO NOT GREATER THAN WS-DATA-SISTEMA
              AND VIGENCIA-REPO NOT LESS THAN WS-VIG-ANO
              AND VALOR-REPO (1:4) NUMERIC
               MOVE VIGENCIA-REPO TO WS-VIG-ANO
               MOVE VALOR-REPO TO WS-VALOR-TRAB
               MOVE WS-VALOR-ANO TO WS-ANO-DESTINO
           END-IF.

       LE-PARAMETRO.
           OPEN INPUT PARM-EXE65.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE65
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                  AND QTD-SERIES-PARM NUMERIC
                  AND QTD-SERIES-PARM > 0
                   MOVE QTD-SERIES-PARM TO WS-QTD-SERIES
               END-IF
               CLOSE PARM-EXE65
           END-IF.

       CARREGA-TURMAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR = "00"
               PERFORM LEITURA-TURMA
               PERFORM UNTIL WS-FIM-TUR = "SIM"
                   IF ANO-TUR = WS-ANO-DESTINO
                       IF WS-QTD-TURMAS < 100
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE CODIGO-TUR
                               TO WS-TUR-CODIGO (WS-QTD-TURMAS)
                           MOVE UNIDADE-TUR
                               TO WS-TUR-UNIDADE (WS-QTD-TURMAS)
                       ELSE
                           MOVE "S" TO WS-TABELA-CHEIA
                       END-IF
                   END-IF
                   PERFORM LEITURA-TURMA
               END-PERFORM
               CLOSE CADTUR
           END-IF.

       LEITURA-TURMA.
           READ CADTUR
               AT END MOVE "SIM" TO WS-FIM-TUR
           END-READ.

       CARREGA-PLANOS.
           OPEN INPUT CADRENEG.
           IF WS-STATUS-PLN = "00"
               PERFORM LEITURA-PLANO
               PERFORM UNTIL WS-FIM-PLN = "SIM"
                   IF WS-QTD-PLANOS < 2000
                       ADD 1 TO WS-QTD-PLANOS
                       MOVE NUMERO-ALUNO-PLN
                           TO WS-PLN-ALUNO (WS-QTD-PLANOS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-PLANO
               END-PERFORM
               CLOSE CADRENEG
           END-IF.

       LEITURA-PLANO.
           READ CADRENEG
               AT END MOVE "SIM" TO WS-FIM-PLN
           END-READ.

       CARREGA-CERTIFICADOS.
           OPEN INPUT CERT-REG.
           IF WS-STATUS-CRT = "00"
               PERFORM LEITURA-CERTIFICADO
               PERFORM UNTIL WS-FIM-CRT = "SIM"
                   IF WS-QTD-CERT < 3000
                       ADD 1 TO WS-QTD-CERT
                       MOVE NUMERO-CRT TO WS-CRT-ALUNO (WS-QTD-CERT)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-CERTIFICADO
               END-PERFORM
               CLOSE CERT-REG
           END-IF.

       LEITURA-CERTIFICADO.
           READ CERT-REG
               AT END MOVE "SIM" TO WS-FIM-CRT
           END-READ.

       CARREGA-LIBERADOS.
           OPEN INPUT LIBERA-MAT.
           IF WS-STATUS-LIB = "00"
               PERFORM LEITURA-LIBERADO
               PERFORM UNTIL WS-FIM-LIB = "SIM"
                   IF WS-QTD-LIB < 1000
                       ADD 1 TO WS-QTD-LIB
                       MOVE NUMERO-LIB TO WS-LIB-ALUNO (WS-QTD-LIB)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-LIBERADO
               END-PERFORM
               CLOSE LIBERA-MAT
           END-IF.

       LEITURA-LIBERADO.
           READ LIBERA-MAT
               AT END MOVE "SIM" TO WS-FIM-LIB
           END-READ.

       CARREGA-PROPOSTOS.
           OPEN INPUT REMAT-PROP.
           IF WS-STATUS-PRP = "00"
               PERFORM LEITURA-PROPOSTO
               PERFORM UNTIL WS-FIM-PRP = "SIM"
                   IF ANO-PRP = WS-ANO-DESTINO
                       IF WS-QTD-PROP < 5000
                           ADD 1 TO WS-QTD-PROP
                           MOVE NUMERO-PRP TO WS-PRP-ALUNO (WS-QTD-PROP)
                       ELSE
                           MOVE "S" TO WS-TABELA-CHEIA
                       END-IF
                   END-IF
                   PERFORM LEITURA-PROPOSTO
               END-PERFORM
               CLOSE REMAT-PROP
           END-IF.

       LEITURA-PROPOSTO.
           READ REMAT-PROP
               AT END MOVE "SIM" TO WS-FIM-PRP
           END-READ.

       LEITURA.
           READ CADFIN
                AT END
                MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT = "SIM"
               IF TRAILER-ID-FIN = "TRL"
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-IF.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
               AT END MOVE "SIM" TO WS-FIM-ABT
           END-READ.

       LEITURA-PERDA.
           READ CAD-PERDA
               AT END MOVE "SIM" TO WS-FIM-PRD
           END-READ.

       LEITURA-RECUPERACAO.
           READ CAD-RECUPERA
               AT END MOVE "SIM" TO WS-FIM-RCP
           END-READ.

       PRINCIPAL.
           PERFORM APURA-DEBITO.
           PERFORM APURA-PERDA.
           MOVE SPACES TO MOTIVO-EXC.
           MOVE NUMERO-FIN TO NUMERO-ENT.
           READ CADALU
               INVALID KEY
                   MOVE "NE" TO MOTIVO-EXC
           END-READ.
           IF MOTIVO-EXC = SPACES
               IF SITUACAO-ENT = "T" OR SITUACAO-ENT = "D"
                   MOVE "SI" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC = SPACES
               IF SITUACAO-FIN NOT = "A" AND SITUACAO-FIN NOT = "R"
                   MOVE "SF" TO MOTIVO-EXC
               END-IF
           END-IF.
           IF MOTIVO-EXC NOT = SPACES
               PERFORM GRAVA-EXCECAO
           ELSE
               PERFORM AVALIA-ALUNO
           END-IF.
           PERFORM LEITURA.

      *    CONCLUINTE (CERTIFICADO PELO EXE65 OU APROVADO NA ULTIMA
      *    SERIE) NAO E REMATRICULADO.
       AVALIA-ALUNO.
           MOVE TURMA-FIN (1:1) TO WS-SERIE.
           PERFORM VERIFICA-CERTIFICADO.
           IF SITUACAO-ENT = "C" OR WS-ACHOU = "S"
                   OR (SITUACAO-FIN = "A"
                       AND WS-SERIE NOT LESS THAN WS-QTD-SERIES)
               ADD 1 TO WS-CONTADOR-CONCLUINTE
           ELSE
               PERFORM VERIFICA-PROPOSTO
               IF WS-ACHOU = "S"
                   ADD 1 TO WS-CONTADOR-JA-PROPOSTO
               ELSE
                   PERFORM PROPOE-TURMA
               END-IF
           END-IF.

       VERIFICA-CERTIFICADO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-QTD-CERT
               IF WS-CRT-ALUNO (WS-X) = NUMERO-FIN
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-QTD-CERT TO WS-X
               END-IF
           END-PERFORM.

       VERIFICA-PROPOSTO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-QTD-PROP
               IF WS-PRP-ALUNO (WS-X) = NUMERO-FIN
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-QTD-PROP TO WS-X
               END-IF
           END-PERFORM.

      *    PREFERE A TURMA DA SERIE SEGUINTE COM A MESMA LETRA, DEPOIS
      *    QUALQUER TURMA DA SERIE NA MESMA UNIDADE, DEPOIS QUALQUER
      *    TURMA DA SERIE. RETIDO FICA NA MESMA SERIE.
       PROPOE-TURMA.
           IF SITUACAO-FIN = "A"
               COMPUTE WS-SERIE-DESTINO = WS-SERIE + 1
           ELSE
               MOVE WS-SERIE TO WS-SERIE-DESTINO
               ADD 1 TO WS-CONTADOR-RETIDO
           END-IF.
           MOVE SPACES TO WS-TURMA-PROPOSTA.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-QTD-TURMAS
               IF WS-TUR-CODIGO (WS-T) (1:1) = WS-SERIE-DESTINO
                  AND WS-TUR-CODIGO (WS-T) (2:2) = TURMA-FIN (2:2)
                   MOVE WS-TUR-CODIGO (WS-T) TO WS-TURMA-PROPOSTA
                   MOVE WS-QTD-TURMAS TO WS-T
               END-IF
           END-PERFORM.
           IF WS-TURMA-PROPOSTA = SPACES
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-QTD-TURMAS
                   IF WS-TUR-CODIGO (WS-T) (1:1) = WS-SERIE-DESTINO
                      AND WS-TUR-UNIDADE (WS-T) = UNIDADE-ENT
                       MOVE WS-TUR-CODIGO (WS-T) TO WS-TURMA-PROPOSTA
                       MOVE WS-QTD-TURMAS TO WS-T
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TURMA-PROPOSTA = SPACES
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-QTD-TURMAS
                   IF WS-TUR-CODIGO (WS-T) (1:1) = WS-SERIE-DESTINO
                       MOVE WS-TUR-CODIGO (WS-T) TO WS-TURMA-PROPOSTA
                       MOVE WS-QTD-TURMAS TO WS-T
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TURMA-PROPOSTA = SPACES
               MOVE "TN" TO MOTIVO-EXC
               PERFORM GRAVA-EXCECAO
           ELSE
               PERFORM VERIFICA-BLOQUEIO
           END-IF.

      *    PARCELA VENCIDA EM ABERTO, PARCELA DE RENEGOCIACAO AINDA
      *    NAO QUITADA OU DEBITO BAIXADO COMO PERDA E NAO RECUPERADO
      *    BLOQUEIA, SALVO LIBERACAO DA TESOURARIA.
       VERIFICA-BLOQUEIO.
           MOVE SPACES TO MOTIVO-BLQ.
           IF WS-QTD-VENCIDAS > ZEROS
               MOVE "VE" TO MOTIVO-BLQ
           END-IF.
           IF MOTIVO-BLQ = SPACES AND WS-PLANO-ABERTO = "S"
               PERFORM VERIFICA-PLANO
               IF WS-TEM-PLANO = "S"
                   MOVE "RN" TO MOTIVO-BLQ
               END-IF
           END-IF.
           IF MOTIVO-BLQ = SPACES
                   AND WS-VALOR-PERDA > WS-VALOR-RECUPERADO
               MOVE "PD" TO MOTIVO-BLQ
               MOVE WS-QTD-PERDA TO WS-QTD-VENCIDAS
               COMPUTE WS-VALOR-VENCIDO =
                   WS-VALOR-PERDA - WS-VALOR-RECUPERADO
           END-IF.
           IF MOTIVO-BLQ NOT = SPACES
               PERFORM VERIFICA-LIBERADO
               IF WS-ACHOU = "S"
                   ADD 1 TO WS-CONTADOR-LIBERADO
                   MOVE SPACES TO MOTIVO-BLQ
               END-IF
           END-IF.
           IF MOTIVO-BLQ = SPACES
               PERFORM GRAVA-PROPOSTA
           ELSE
               PERFORM GRAVA-BLOQUEIO
           END-IF.

       VERIFICA-PLANO.
           MOVE "N" TO WS-TEM-PLANO.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-QTD-PLANOS
               IF WS-PLN-ALUNO (WS-X) = NUMERO-FIN
                   MOVE "S" TO WS-TEM-PLANO
                   MOVE WS-QTD-PLANOS TO WS-X
               END-IF
           END-PERFORM.

       VERIFICA-LIBERADO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-QTD-LIB
               IF WS-LIB-ALUNO (WS-X) = NUMERO-FIN
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-QTD-LIB TO WS-X
               END-IF
           END-PERFORM.

      *    PARCELAS DE RENEGOCIACAO SAO LANCADAS PELO EXE48 COM TIPO 90.
       APURA-DEBITO.
           MOVE ZEROS TO WS-QTD-VENCIDAS WS-VALOR-VENCIDO.
           MOVE "N" TO WS-PLANO-ABERTO.
           PERFORM UNTIL WS-FIM-ABT = "SIM"
                   OR NUMERO-ABT NOT LESS THAN NUMERO-FIN
               PERFORM LEITURA-ABERTO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-ABT = "SIM"
                   OR NUMERO-ABT NOT = NUMERO-FIN
               IF VENCIMENTO-ABT < WS-DATA-SISTEMA
                   ADD 1 TO WS-QTD-VENCIDAS
                   ADD VALOR-ABT TO WS-VALOR-VENCIDO
               END-IF
               IF TIPO-ABT = 90
                   MOVE "S" TO WS-PLANO-ABERTO
               END-IF
               PERFORM LEITURA-ABERTO
           END-PERFORM.

      *    A BAIXA COMO PERDA TIRA O ITEM DO CADMEN-ABERTO, MAS NAO
      *    EXTINGUE O DEBITO: O QUE FOI BAIXADO E AINDA NAO RECUPERADO
      *    CONTINUA BLOQUEANDO A REMATRICULA.
       APURA-PERDA.
           MOVE ZEROS TO WS-QTD-PERDA WS-VALOR-PERDA
                         WS-VALOR-RECUPERADO.
           PERFORM UNTIL WS-FIM-PRD = "SIM"
                   OR NUMERO-PRD NOT LESS THAN NUMERO-FIN
               PERFORM LEITURA-PERDA
           END-PERFORM.
           PERFORM UNTIL WS-FIM-PRD = "SIM"
                   OR NUMERO-PRD NOT = NUMERO-FIN
               ADD 1 TO WS-QTD-PERDA
               ADD VALOR-PRD TO WS-VALOR-PERDA
               PERFORM LEITURA-PERDA
           END-PERFORM.
           PERFORM UNTIL WS-FIM-RCP = "SIM"
                   OR NUMERO-RCP NOT LESS THAN NUMERO-FIN
               PERFORM LEITURA-RECUPERACAO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-RCP = "SIM"
                   OR NUMERO-RCP NOT = NUMERO-FIN
               ADD VALOR-RCP TO WS-VALOR-RECUPERADO
               PERFORM LEITURA-RECUPERACAO
           END-PERFORM.

       GRAVA-PROPOSTA.
           MOVE NUMERO-FIN TO NUMERO-TRN.
           MOVE WS-TURMA-PROPOSTA TO TURMA-TRN.
           WRITE REG-TRN.
           PERFORM VERIFICA-STATUS-TRN.
           MOVE NUMERO-FIN TO NUMERO-PRP.
           MOVE WS-ANO-DESTINO TO ANO-PRP.
           MOVE WS-TURMA-PROPOSTA TO TURMA-PRP.
           WRITE REG-PRP.
           PERFORM VERIFICA-STATUS-PRP.
           ADD 1 TO WS-CONTADOR-PROPOSTO.

       GRAVA-BLOQUEIO.
           MOVE NUMERO-FIN TO NUMERO-BLQ.
           MOVE NOME-ENT TO NOME-BLQ.
           MOVE TURMA-FIN TO TURMA-ATUAL-BLQ.
           MOVE WS-TURMA-PROPOSTA TO TURMA-PROP-BLQ.
           MOVE WS-QTD-VENCIDAS TO QTD-VENCIDAS-BLQ.
           MOVE WS-VALOR-VENCIDO TO VALOR-VENCIDO-BLQ.
           WRITE REG-BLQ.
           PERFORM VERIFICA-STATUS-BLQ.
           ADD 1 TO WS-CONTADOR-BLOQUEADO.

       GRAVA-EXCECAO.
           MOVE NUMERO-FIN TO NUMERO-EXC.
           MOVE TURMA-FIN TO TURMA-EXC.
           MOVE SITUACAO-FIN TO SITUACAO-EXC.
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-REJ.

       VERIFICA-STATUS-TRN.
           IF WS-STATUS-TRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-TRN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-PRP.
           IF WS-STATUS-PRP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PRP"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-BLQ.
           IF WS-STATUS-BLQ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-BLQ"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-EXC.
           IF WS-STATUS-EXC NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-EXC"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE82 - ANO: " DELIMITED BY SIZE
                  WS-ANO-DESTINO DELIMITED BY SIZE
                  "  LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  PROPOSTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-PROPOSTO DELIMITED BY SIZE
                  "  RETIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-RETIDO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE82 - BLOQUEADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-BLOQUEADO DELIMITED BY SIZE
                  "  LIBERADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIBERADO DELIMITED BY SIZE
                  "  CONCLUINTES: " DELIMITED BY SIZE
                  WS-CONTADOR-CONCLUINTE DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE82 - JA PROPOSTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-JA-PROPOSTO DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
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
               MOVE "EXE82" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-PROPOSTO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-REJ TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "FIN=" DELIMITED BY SIZE
                  WS-STATUS-FIN DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " TUR=" DELIMITED BY SIZE
                  WS-STATUS-TUR DELIMITED BY SIZE
                  " ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " PLN=" DELIMITED BY SIZE
                  WS-STATUS-PLN DELIMITED BY SIZE
                  " PRD=" DELIMITED BY SIZE
                  WS-STATUS-PRD DELIMITED BY SIZE
                  " RCP=" DELIMITED BY SIZE
                  WS-STATUS-RCP DELIMITED BY SIZE
                  " CRT=" DELIMITED BY SIZE
                  WS-STATUS-CRT DELIMITED BY SIZE
                  " LIB=" DELIMITED BY SIZE
                  WS-STATUS-LIB DELIMITED BY SIZE
                  " PRP=" DELIMITED BY SIZE
                  WS-STATUS-PRP DELIMITED BY SIZE
                  " TRN=" DELIMITED BY SIZE
                  WS-STATUS-TRN DELIMITED BY SIZE
                  " BLQ=" DELIMITED BY SIZE
                  WS-STATUS-BLQ DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-FIN TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-STATUS-FIN = "00" OR WS-STATUS-FIN = "10"
               CLOSE CADFIN
           END-IF.
           IF WS-ALU-ABERTO = "S"
               CLOSE CADALU
           END-IF.
           IF WS-STATUS-PRD = "00" OR WS-STATUS-PRD = "10"
               CLOSE CAD-PERDA
           END-IF.
           IF WS-STATUS-RCP = "00" OR WS-STATUS-RCP = "10"
               CLOSE CAD-RECUPERA
           END-IF.
           CLOSE CADMEN-ABERTO
                 MATRIC-TRAN
                 REMAT-PROP
                 REMAT-BLOQ
                 REMAT-EXC
                 LOG-EXE82.
