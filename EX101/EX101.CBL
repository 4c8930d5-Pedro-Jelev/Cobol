       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX101.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    ORCADO X REALIZADO DA FOLHA POR CENTRO DE CUSTO. O
      *    REALIZADO DO MES VEM DO CAD-BRUTO (SALARIOS E HORAS
      *    EXTRAS), DO CAD-ENCARGOS (FGTS E PATRONAL), DO CADFUN
      *    (QUADRO) E DO CAD-HORAS (HORAS EXTRAS 50% E 100%), CADA
      *    DEPARTAMENTO LEVADO AO CENTRO DE CUSTO DO CADDEP. O
      *    ACUMULADO DO ANO FICA EM CAD-REAL-CC.DAT, REGRAVADO COMO
      *    CAD-REAL-CC-NOVO.DAT A CADA EXECUCAO (O MES PROCESSADO E
      *    SUBSTITUIDO, OS DEMAIS SAO MANTIDOS).
      *    O CENTRO DE CUSTO CUJO CUSTO TOTAL, NO MES OU NO ACUMULADO,
      *    PASSA DO ORCADO MAIS A TOLERANCIA DO PARM-REPO (EX101
      *    TOLERANCIA, PADRAO 5%) E DESTACADO E O PROGRAMA TERMINA
      *    COM RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDEP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DEP.

           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CAD-BRUTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BRT.

           SELECT CAD-ENCARGOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENC.

           SELECT CAD-HORAS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HRS.

           SELECT CAD-ORCAMENTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ORC.

           SELECT CAD-REAL-CC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RCC.

           SELECT CAD-REAL-CC-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RCN.

           SELECT PARM-EX101   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX101   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX101   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           03 CODIGO-DEP       PIC X(03).
           03 DESCRICAO-DEP    PIC X(20).
           03 CENTRO-CUSTO-DEP PIC X(06).

       FD CADFUN
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN.DAT".

       01 REG-ENT.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-ENT==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==.

       FD CAD-BRUTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-BRUTO.DAT".

       01 REG-BRT.
           03 MATRICULA-BRT    PIC 9(05).
           03 NOME-BRT         PIC X(30).
           03 SALARIO-BASE-BRT PIC 9(05)V99.
           03 HORAS-HE50-BRT   PIC 9(03).
           03 VALOR-HE50-BRT   PIC 9(06)V99.
           03 HORAS-HE100-BRT  PIC 9(03).
           03 VALOR-HE100-BRT  PIC 9(06)V99.
           03 HORAS-AULA-BRT   PIC 9(04)V9.
           03 VALOR-AULA-BRT   PIC 9(06)V99.
           03 SALARIO-BRUTO-BRT PIC 9(06)V99.
           03 DEPTO-BRT        PIC X(03).
           03 ADMISSAO-BRT     PIC 9(08).

       FD CAD-ENCARGOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ENCARGOS.DAT".

       01 REG-ENC.
           03 MATRICULA-ENC    PIC 9(05).
           03 BASE-ENC         PIC 9(06)V99.
           03 FGTS-ENC         PIC 9(06)V99.
           03 PATRONAL-ENC     PIC 9(06)V99.
           03 TOTAL-ENC        PIC 9(07)V99.
           03 DEPTO-ENC        PIC X(03).

       FD CAD-HORAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-HORAS.DAT".

       01 REG-HRS.
           03 MATRICULA-HRS    PIC 9(05).
           03 HORAS-NORMAIS-HRS PIC 9(03).
           03 HORAS-HE50-HRS   PIC 9(03).
           03 HORAS-HE100-HRS  PIC 9(03).

       FD CAD-ORCAMENTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ORCAMENTO.DAT".

       01 REG-ORC.
           COPY ORCAM01.

      *        REALIZADO POR CENTRO DE CUSTO, ANO E MES, NOS MESMOS
      *        CONCEITOS DO CAD-ORCAMENTO, MAIS AS HORAS EXTRAS.
       FD CAD-REAL-CC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-REAL-CC.DAT".

       01 REG-RCC.
           03 CENTRO-CUSTO-RCC PIC X(06).
           03 ANO-RCC          PIC 9(04).
           03 MES-RCC          PIC 9(02).
           03 QUADRO-RCC       PIC 9(05).
           03 SALARIOS-RCC     PIC 9(09)V99.
           03 HORAS-EXTRAS-RCC PIC 9(09)V99.
           03 ENCARGOS-RCC     PIC 9(09)V99.
           03 HORAS-HE50-RCC   PIC 9(07).
           03 HORAS-HE100-RCC  PIC 9(07).

       FD CAD-REAL-CC-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-REAL-CC-NOVO.DAT".

       01 REG-RCN                  PIC X(64).

      *    COMPETENCIA AAAAMM OPCIONAL; SEM ELA VALE O MES DA DATA DO
      *    MOVIMENTO.
       FD PARM-EX101
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX101.DAT".

       01 REG-PARM-EX101.
           03 COMPETENCIA-PARM PIC X(06).

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

       FD REL-EX101
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX101.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EX101
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX101.DAT".

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
       77 WS-STATUS-DEP    PIC X(02) VALUE "00".
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-BRT    PIC X(02) VALUE "00".
       77 WS-STATUS-ENC    PIC X(02) VALUE "00".
       77 WS-STATUS-HRS    PIC X(02) VALUE "00".
       77 WS-STATUS-ORC    PIC X(02) VALUE "00".
       77 WS-STATUS-RCC    PIC X(02) VALUE "00".
       77 WS-STATUS-RCN    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX101".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CC       PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ACIMA    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-DEP  PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-FIM-MES       PIC 9(08) VALUE ZEROS.
       77 WS-TOLERANCIA    PIC 9(03) VALUE 5.
       77 WS-VIG-TOLERANCIA PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DEP       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CC        PIC 9(03) VALUE ZEROS.
       77 WS-D             PIC 9(03).
       77 WS-K             PIC 9(03).
       77 WS-J             PIC 9(03).
       77 WS-M             PIC 9(02).
       77 WS-MESES-ORC     PIC 9(02).
       77 WS-MESES-REAL    PIC 9(02).
       77 WS-V             PIC 9(01).
       77 WS-IDX           PIC 9(06).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-ACIMA         PIC X(01) VALUE "N".
       77 WS-SEM-ORCAMENTO PIC X(01) VALUE "N".
       77 WS-DEPTO-BUSCA   PIC X(03) VALUE SPACES.
       77 WS-CC-BUSCA      PIC X(06) VALUE SPACES.
       77 WS-VAR           PIC S9(05)V9 VALUE ZEROS.
       77 WS-VALOR-ORC     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-REAL    PIC 9(11)V99 VALUE ZEROS.
       77 WS-ACUM-ORC      PIC 9(11)V99 VALUE ZEROS.
       77 WS-ACUM-REAL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-TRAB-N  PIC 9(09)V99 VALUE ZEROS.
       01 WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).
       01 WS-TABELA-DEP.
           03 WS-DEP-OCORRE OCCURS 200 TIMES.
               05 WS-DEP-CODIGO   PIC X(03).
               05 WS-DEP-CC       PIC X(06).
      *    DEPARTAMENTO DE CADA MATRICULA DO CADFUN, PARA LEVAR AS
      *    HORAS DO CAD-HORAS AO CENTRO DE CUSTO.
       01 WS-TABELA-FUNCIONARIO.
           03 WS-FUN-DEPTO PIC X(03) OCCURS 100000 TIMES
                           VALUE SPACES.
      *    VALORES POR CENTRO DE CUSTO E MES: 1 QUADRO, 2 SALARIOS,
      *    3 HORAS EXTRAS, 4 ENCARGOS. A OCORRENCIA 101 ACUMULA O
      *    TOTAL GERAL. A TABELA E MANTIDA NA ORDEM DO CENTRO DE
      *    CUSTO.
       01 WS-TABELA-CC.
           03 WS-CC-OCORRE OCCURS 101 TIMES.
               05 WS-CC-CODIGO     PIC X(06).
               05 WS-CC-MES OCCURS 12 TIMES.
                   07 WS-CC-ORC    PIC 9(09)V99 OCCURS 4 TIMES.
                   07 WS-CC-REAL   PIC 9(09)V99 OCCURS 4 TIMES.
                   07 WS-CC-HE50   PIC 9(07).
                   07 WS-CC-HE100  PIC 9(07).
       01 WS-TITULO-VALOR.
           03 FILLER PIC X(16) VALUE "QUADRO (MEDIA)  ".
           03 FILLER PIC X(16) VALUE "SALARIOS        ".
           03 FILLER PIC X(16) VALUE "HORAS EXTRAS    ".
           03 FILLER PIC X(16) VALUE "ENCARGOS        ".
       01 WS-TITULO-VALOR-R REDEFINES WS-TITULO-VALOR.
           03 WS-TITULO-V      PIC X(16) OCCURS 4 TIMES.
       01 WS-LINHA-DET.
           03 WS-DET-ROTULO    PIC X(16).
           03 FILLER           PIC X(01).
           03 WS-DET-ORC-MES   PIC ZZ,ZZZ,ZZ9.
           03 FILLER           PIC X(01).
           03 WS-DET-REAL-MES  PIC ZZ,ZZZ,ZZ9.
           03 FILLER           PIC X(01).
           03 WS-DET-VAR-MES   PIC ----9.9.
           03 FILLER           PIC X(02).
           03 WS-DET-ORC-ACU   PIC ZZ,ZZZ,ZZ9.
           03 FILLER           PIC X(01).
           03 WS-DET-REAL-ACU  PIC ZZ,ZZZ,ZZ9.
           03 FILLER           PIC X(01).
           03 WS-DET-VAR-ACU   PIC ----9.9.
           03 FILLER           PIC X(01).
           03 WS-DET-MARCA     PIC X(02).
       01 WS-ROTULO                PIC X(16).
       01 WS-CABECALHO-1.
           03 FILLER PIC X(17) VALUE SPACES.
           03 FILLER PIC X(29) VALUE "--------------- MES ---------".
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(29) VALUE "------ ACUMULADO NO ANO -----".
           03 FILLER PIC X(03) VALUE SPACES.
       01 WS-CABECALHO-2.
           03 FILLER PIC X(17) VALUE SPACES.
           03 FILLER PIC X(29) VALUE "    ORCADO  REALIZADO   VAR%".
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(29) VALUE "    ORCADO  REALIZADO   VAR%".
           03 FILLER PIC X(03) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX101.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-FIM-ARQ NOT = "SIM"
               PERFORM PRINCIPAL
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-CC
               PERFORM GRAVA-TOTAL-GERAL
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX101.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARM-REPO.
           INITIALIZE WS-TABELA-CC.
           MOVE "******" TO WS-CC-CODIGO (101).
           OPEN INPUT CADDEP.
           IF WS-STATUS-DEP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO WS-FIM-ARQ
           ELSE
               PERFORM CARREGA-DEPARTAMENTOS
               CLOSE CADDEP
               OPEN OUTPUT REL-EX101
               PERFORM VERIFICA-STATUS-REL
               PERFORM CARREGA-ORCAMENTO
               PERFORM CARREGA-REALIZADO
               PERFORM APURA-QUADRO
               PERFORM APURA-BRUTO
               PERFORM APURA-ENCARGOS
               PERFORM APURA-HORAS
               PERFORM GRAVA-CABECALHO
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

       LE-PARAMETRO.
           COMPUTE WS-COMPETENCIA = WS-DATA-SISTEMA / 100.
           OPEN INPUT PARM-EX101.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX101
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                       AND COMPETENCIA-PARM NUMERIC
                   MOVE COMPETENCIA-PARM TO WS-MES-TRAB
                   IF WS-MT-MM > 0 AND WS-MT-MM < 13
                       MOVE WS-MES-TRAB TO WS-COMPETENCIA
                   END-IF
               END-IF
               CLOSE PARM-EX101
           END-IF.
           MOVE WS-COMPETENCIA TO WS-MES-TRAB.
           COMPUTE WS-FIM-MES = WS-COMPETENCIA * 100 + 31.

      *    TOLERANCIA: PERCENTUAL ACIMA DO ORCADO ACEITO SEM DESTAQUE.
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EX101"
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
               WHEN "TOLERANCIA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-TOLERANCIA
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-TOLERANCIA
                       MOVE WS-VALOR-N3 TO WS-TOLERANCIA
                   END-IF
           END-EVALUATE.

       CARREGA-DEPARTAMENTOS.
           PERFORM LEITURA-DEPARTAMENTO.
           PERFORM UNTIL WS-FIM-ARQ = "SIM"
               IF WS-QTD-DEP < 200
                   ADD 1 TO WS-QTD-DEP
                   MOVE CODIGO-DEP TO WS-DEP-CODIGO (WS-QTD-DEP)
                   MOVE CENTRO-CUSTO-DEP TO WS-DEP-CC (WS-QTD-DEP)
                   MOVE CENTRO-CUSTO-DEP TO WS-CC-BUSCA
                   PERFORM LOCALIZA-CENTRO-CUSTO
               END-IF
               PERFORM LEITURA-DEPARTAMENTO
           END-PERFORM.
           MOVE "NAO" TO WS-FIM-ARQ.

       LEITURA-DEPARTAMENTO.
           READ CADDEP
               AT END MOVE "SIM" TO WS-FIM-ARQ
           END-READ.

      *    DEVOLVE EM WS-CC-BUSCA O CENTRO DE CUSTO DO DEPARTAMENTO
      *    WS-DEPTO-BUSCA (BRANCOS SE O DEPARTAMENTO NAO ESTA NO
      *    CADDEP).
       LOCALIZA-DEPARTAMENTO.
           MOVE SPACES TO WS-CC-BUSCA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DEP OR WS-ACHOU = "S"
               IF WS-DEP-CODIGO (WS-D) = WS-DEPTO-BUSCA
                   MOVE WS-DEP-CC (WS-D) TO WS-CC-BUSCA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               ADD 1 TO WS-CONTADOR-SEM-DEP
           END-IF.

      *    DEVOLVE EM WS-J A POSICAO DO CENTRO DE CUSTO WS-CC-BUSCA,
      *    INCLUINDO-O NA ORDEM QUANDO AINDA NAO ESTA NA TABELA (ZERO
      *    SE A TABELA ESTA CHEIA).
       LOCALIZA-CENTRO-CUSTO.
           MOVE ZEROS TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-CC OR WS-J > ZEROS
               IF WS-CC-CODIGO (WS-K) NOT LESS THAN WS-CC-BUSCA
                   MOVE WS-K TO WS-J
               END-IF
           END-PERFORM.
           IF WS-J > ZEROS
               IF WS-CC-CODIGO (WS-J) NOT = WS-CC-BUSCA
                   PERFORM INSERE-CENTRO-CUSTO
               END-IF
           ELSE
               IF WS-QTD-CC < 100
                   ADD 1 TO WS-QTD-CC
                   MOVE WS-QTD-CC TO WS-J
                   INITIALIZE WS-CC-OCORRE (WS-J)
                   MOVE WS-CC-BUSCA TO WS-CC-CODIGO (WS-J)
               END-IF
           END-IF.

       INSERE-CENTRO-CUSTO.
           IF WS-QTD-CC < 100
               PERFORM VARYING WS-K FROM WS-QTD-CC BY -1
                       UNTIL WS-K < WS-J
                   MOVE WS-CC-OCORRE (WS-K) TO WS-CC-OCORRE (WS-K + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-CC
               INITIALIZE WS-CC-OCORRE (WS-J)
               MOVE WS-CC-BUSCA TO WS-CC-CODIGO (WS-J)
           ELSE
               MOVE ZEROS TO WS-J
           END-IF.

       CARREGA-ORCAMENTO.
           OPEN INPUT CAD-ORCAMENTO.
           IF WS-STATUS-ORC = "00"
               PERFORM LEITURA-ORCAMENTO
               PERFORM UNTIL WS-STATUS-ORC NOT = "00"
                   IF ANO-ORC = WS-MT-AAAA
                      AND MES-ORC > 0 AND MES-ORC < 13
                       MOVE CENTRO-CUSTO-ORC TO WS-CC-BUSCA
                       PERFORM LOCALIZA-CENTRO-CUSTO
                       IF WS-J > ZEROS
                           MOVE MES-ORC TO WS-M
                           ADD QUADRO-ORC TO WS-CC-ORC (WS-J WS-M 1)
                           ADD SALARIOS-ORC TO WS-CC-ORC (WS-J WS-M 2)
                           ADD HORAS-EXTRAS-ORC
                               TO WS-CC-ORC (WS-J WS-M 3)
                           ADD ENCARGOS-ORC TO WS-CC-ORC (WS-J WS-M 4)
                       END-IF
                   END-IF
                   PERFORM LEITURA-ORCAMENTO
               END-PERFORM
               CLOSE CAD-ORCAMENTO
           END-IF.

       LEITURA-ORCAMENTO.
           READ CAD-ORCAMENTO
               AT END MOVE "10" TO WS-STATUS-ORC
           END-READ.

      *    OS MESES JA APURADOS DO ANO VOLTAM PARA A TABELA; O MES DA
      *    COMPETENCIA E APURADO DE NOVO. OS OUTROS ANOS PASSAM DIRETO
      *    PARA O CADASTRO NOVO.
       CARREGA-REALIZADO.
           OPEN OUTPUT CAD-REAL-CC-NOVO.
           PERFORM VERIFICA-STATUS-RCN.
           OPEN INPUT CAD-REAL-CC.
           IF WS-STATUS-RCC = "00"
               PERFORM LEITURA-REALIZADO
               PERFORM UNTIL WS-STATUS-RCC NOT = "00"
                   IF ANO-RCC NOT = WS-MT-AAAA
                       WRITE REG-RCN FROM REG-RCC
                       PERFORM VERIFICA-STATUS-RCN
                   ELSE
                       IF MES-RCC NOT = WS-MT-MM
                          AND MES-RCC > 0 AND MES-RCC < 13
                           PERFORM RECUPERA-REALIZADO
                       END-IF
                   END-IF
                   PERFORM LEITURA-REALIZADO
               END-PERFORM
               CLOSE CAD-REAL-CC
           END-IF.

       LEITURA-REALIZADO.
           READ CAD-REAL-CC
               AT END MOVE "10" TO WS-STATUS-RCC
           END-READ.

       RECUPERA-REALIZADO.
           MOVE CENTRO-CUSTO-RCC TO WS-CC-BUSCA.
           PERFORM LOCALIZA-CENTRO-CUSTO.
           IF WS-J > ZEROS
               MOVE MES-RCC TO WS-M
               MOVE QUADRO-RCC TO WS-CC-REAL (WS-J WS-M 1)
               MOVE SALARIOS-RCC TO WS-CC-REAL (WS-J WS-M 2)
               MOVE HORAS-EXTRAS-RCC TO WS-CC-REAL (WS-J WS-M 3)
               MOVE ENCARGOS-RCC TO WS-CC-REAL (WS-J WS-M 4)
               MOVE HORAS-HE50-RCC TO WS-CC-HE50 (WS-J WS-M)
               MOVE HORAS-HE100-RCC TO WS-CC-HE100 (WS-J WS-M)
           END-IF.

      *    QUADRO: FUNCIONARIOS DO CADFUN ADMITIDOS ATE O FIM DO MES.
       APURA-QUADRO.
           MOVE WS-MT-MM TO WS-M.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN = "00"
               PERFORM LEITURA-FUNCIONARIO
               PERFORM UNTIL WS-STATUS-FUN NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   COMPUTE WS-IDX = CODIGO-ENT + 1
                   MOVE DEPTO-ENT TO WS-FUN-DEPTO (WS-IDX)
                   IF ADMISSAO-ENT NOT GREATER THAN WS-FIM-MES
                       MOVE DEPTO-ENT TO WS-DEPTO-BUSCA
                       PERFORM LOCALIZA-DEPARTAMENTO
                       PERFORM LOCALIZA-CENTRO-CUSTO
                       IF WS-J > ZEROS
                           ADD 1 TO WS-CC-REAL (WS-J WS-M 1)
                       END-IF
                   END-IF
                   PERFORM LEITURA-FUNCIONARIO
               END-PERFORM
               CLOSE CADFUN
           END-IF.

       LEITURA-FUNCIONARIO.
           READ CADFUN
               AT END MOVE "10" TO WS-STATUS-FUN
           END-READ.

      *    SALARIOS SEM AS HORAS EXTRAS, QUE SAO ABERTAS A PARTE.
       APURA-BRUTO.
           OPEN INPUT CAD-BRUTO.
           IF WS-STATUS-BRT = "00"
               PERFORM LEITURA-BRUTO
               PERFORM UNTIL WS-STATUS-BRT NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE DEPTO-BRT TO WS-DEPTO-BUSCA
                   PERFORM LOCALIZA-DEPARTAMENTO
                   PERFORM LOCALIZA-CENTRO-CUSTO
                   IF WS-J > ZEROS
                       COMPUTE WS-VALOR-TRAB-N = SALARIO-BRUTO-BRT
                           - VALOR-HE50-BRT - VALOR-HE100-BRT
                       ADD WS-VALOR-TRAB-N TO WS-CC-REAL (WS-J WS-M 2)
                       ADD VALOR-HE50-BRT VALOR-HE100-BRT
                           TO WS-CC-REAL (WS-J WS-M 3)
                   END-IF
                   PERFORM LEITURA-BRUTO
               END-PERFORM
               CLOSE CAD-BRUTO
           END-IF.

       LEITURA-BRUTO.
           READ CAD-BRUTO
               AT END MOVE "10" TO WS-STATUS-BRT
           END-READ.

       APURA-ENCARGOS.
           OPEN INPUT CAD-ENCARGOS.
           IF WS-STATUS-ENC = "00"
               PERFORM LEITURA-ENCARGOS
               PERFORM UNTIL WS-STATUS-ENC NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE DEPTO-ENC TO WS-DEPTO-BUSCA
                   PERFORM LOCALIZA-DEPARTAMENTO
                   PERFORM LOCALIZA-CENTRO-CUSTO
                   IF WS-J > ZEROS
                       ADD TOTAL-ENC TO WS-CC-REAL (WS-J WS-M 4)
                   END-IF
                   PERFORM LEITURA-ENCARGOS
               END-PERFORM
               CLOSE CAD-ENCARGOS
           END-IF.

       LEITURA-ENCARGOS.
           READ CAD-ENCARGOS
               AT END MOVE "10" TO WS-STATUS-ENC
           END-READ.

      *    AS HORAS DO CAD-HORAS VAO PARA O DEPARTAMENTO DO CADFUN.
       APURA-HORAS.
           OPEN INPUT CAD-HORAS.
           IF WS-STATUS-HRS = "00"
               PERFORM LEITURA-HORAS
               PERFORM UNTIL WS-STATUS-HRS NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   COMPUTE WS-IDX = MATRICULA-HRS + 1
                   MOVE WS-FUN-DEPTO (WS-IDX) TO WS-DEPTO-BUSCA
                   PERFORM LOCALIZA-DEPARTAMENTO
                   PERFORM LOCALIZA-CENTRO-CUSTO
                   IF WS-J > ZEROS
                       ADD HORAS-HE50-HRS TO WS-CC-HE50 (WS-J WS-M)
                       ADD HORAS-HE100-HRS TO WS-CC-HE100 (WS-J WS-M)
                   END-IF
                   PERFORM LEITURA-HORAS
               END-PERFORM
               CLOSE CAD-HORAS
           END-IF.

       LEITURA-HORAS.
           READ CAD-HORAS
               AT END MOVE "10" TO WS-STATUS-HRS
           END-READ.

       VERIFICA-STATUS-RCN.
           IF WS-STATUS-RCN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-RCN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ORCADO X REALIZADO DA FOLHA POR CENTRO DE CUSTO - "
                      DELIMITED BY SIZE
                  WS-MT-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MT-AAAA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "VALORES EM R$ - DESTAQUE ACIMA DE " DELIMITED BY SIZE
                  WS-TOLERANCIA DELIMITED BY SIZE
                  "% DO ORCADO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    UM BLOCO POR CENTRO DE CUSTO, SOMANDO NO TOTAL GERAL E
      *    REGRAVANDO O REALIZADO DO ANO.
       PRINCIPAL.
           ADD 1 TO WS-CONTADOR-CC.
           PERFORM ACUMULA-TOTAL-GERAL
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
           PERFORM GRAVA-REALIZADO
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
           PERFORM GRAVA-BLOCO.
           IF WS-ACIMA = "S"
               ADD 1 TO WS-CONTADOR-ACIMA
           END-IF.

       ACUMULA-TOTAL-GERAL.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               ADD WS-CC-ORC (WS-K WS-M WS-V)
                   TO WS-CC-ORC (101 WS-M WS-V)
               ADD WS-CC-REAL (WS-K WS-M WS-V)
                   TO WS-CC-REAL (101 WS-M WS-V)
           END-PERFORM.
           ADD WS-CC-HE50 (WS-K WS-M) TO WS-CC-HE50 (101 WS-M).
           ADD WS-CC-HE100 (WS-K WS-M) TO WS-CC-HE100 (101 WS-M).

       GRAVA-REALIZADO.
           IF WS-CC-REAL (WS-K WS-M 1) > ZEROS
              OR WS-CC-REAL (WS-K WS-M 2) > ZEROS
              OR WS-CC-REAL (WS-K WS-M 3) > ZEROS
              OR WS-CC-REAL (WS-K WS-M 4) > ZEROS
              OR WS-CC-HE50 (WS-K WS-M) > ZEROS
              OR WS-CC-HE100 (WS-K WS-M) > ZEROS
               MOVE WS-CC-CODIGO (WS-K) TO CENTRO-CUSTO-RCC
               MOVE WS-MT-AAAA TO ANO-RCC
               MOVE WS-M TO MES-RCC
               MOVE WS-CC-REAL (WS-K WS-M 1) TO QUADRO-RCC
               MOVE WS-CC-REAL (WS-K WS-M 2) TO SALARIOS-RCC
               MOVE WS-CC-REAL (WS-K WS-M 3) TO HORAS-EXTRAS-RCC
               MOVE WS-CC-REAL (WS-K WS-M 4) TO ENCARGOS-RCC
               MOVE WS-CC-HE50 (WS-K WS-M) TO HORAS-HE50-RCC
               MOVE WS-CC-HE100 (WS-K WS-M) TO HORAS-HE100-RCC
               WRITE REG-RCN FROM REG-RCC
               PERFORM VERIFICA-STATUS-RCN
           END-IF.

       GRAVA-TOTAL-GERAL.
           MOVE 101 TO WS-K.
           PERFORM GRAVA-BLOCO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CENTROS DE CUSTO: " DELIMITED BY SIZE
                  WS-CONTADOR-CC DELIMITED BY SIZE
                  "  ACIMA DO ORCAMENTO: " DELIMITED BY SIZE
                  WS-CONTADOR-ACIMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    LINHAS DO BLOCO: QUADRO, SALARIOS, HORAS EXTRAS COM AS
      *    HORAS 50% E 100% ABERTAS, ENCARGOS E O CUSTO TOTAL, NO MES
      *    E NO ACUMULADO DO ANO. O QUADRO ACUMULADO E A MEDIA DOS
      *    MESES COM QUADRO INFORMADO.
       GRAVA-BLOCO.
           MOVE "N" TO WS-ACIMA.
           MOVE "N" TO WS-SEM-ORCAMENTO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-K = 101
               MOVE "TOTAL GERAL" TO WS-LINHA-REL
           ELSE
               IF WS-CC-CODIGO (WS-K) = SPACES
                   MOVE "DEPARTAMENTOS SEM CENTRO DE CUSTO NO CADDEP"
                       TO WS-LINHA-REL
               ELSE
                   STRING "CENTRO DE CUSTO " DELIMITED BY SIZE
                          WS-CC-CODIGO (WS-K) DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               END-IF
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           WRITE REG-REL FROM WS-CABECALHO-1.
           WRITE REG-REL FROM WS-CABECALHO-2.
           PERFORM GRAVA-LINHA-VALOR
               VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4.
           PERFORM GRAVA-LINHA-HORAS.
           PERFORM GRAVA-LINHA-TOTAL.
           IF WS-ACIMA = "S" AND WS-K NOT = 101
               MOVE SPACES TO WS-LINHA-REL
               IF WS-SEM-ORCAMENTO = "S"
                   MOVE "*** CUSTO REALIZADO SEM ORCAMENTO ***"
                       TO WS-LINHA-REL
               ELSE
                   STRING "*** ACIMA DO ORCAMENTO MAIS " DELIMITED BY
                              SIZE
                          WS-TOLERANCIA DELIMITED BY SIZE
                          "% - VER HORAS EXTRAS ***" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               END-IF
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-LINHA-VALOR.
           MOVE ZEROS TO WS-ACUM-ORC WS-ACUM-REAL.
           MOVE ZEROS TO WS-MESES-ORC WS-MESES-REAL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MT-MM
               ADD WS-CC-ORC (WS-K WS-M WS-V) TO WS-ACUM-ORC
               ADD WS-CC-REAL (WS-K WS-M WS-V) TO WS-ACUM-REAL
               IF WS-CC-ORC (WS-K WS-M WS-V) > ZEROS
                   ADD 1 TO WS-MESES-ORC
               END-IF
               IF WS-CC-REAL (WS-K WS-M WS-V) > ZEROS
                   ADD 1 TO WS-MESES-REAL
               END-IF
           END-PERFORM.
           IF WS-V = 1
               IF WS-MESES-ORC > ZEROS
                   DIVIDE WS-MESES-ORC INTO WS-ACUM-ORC ROUNDED
               END-IF
               IF WS-MESES-REAL > ZEROS
                   DIVIDE WS-MESES-REAL INTO WS-ACUM-REAL ROUNDED
               END-IF
           END-IF.
           MOVE WS-CC-ORC (WS-K WS-MT-MM WS-V) TO WS-VALOR-ORC.
           MOVE WS-CC-REAL (WS-K WS-MT-MM WS-V) TO WS-VALOR-REAL.
           MOVE WS-TITULO-V (WS-V) TO WS-ROTULO.
           PERFORM GRAVA-LINHA-COMPARATIVA.

       GRAVA-LINHA-TOTAL.
           MOVE ZEROS TO WS-VALOR-ORC WS-VALOR-REAL.
           MOVE ZEROS TO WS-ACUM-ORC WS-ACUM-REAL.
           PERFORM VARYING WS-V FROM 2 BY 1 UNTIL WS-V > 4
               ADD WS-CC-ORC (WS-K WS-MT-MM WS-V) TO WS-VALOR-ORC
               ADD WS-CC-REAL (WS-K WS-MT-MM WS-V) TO WS-VALOR-REAL
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MT-MM
                   ADD WS-CC-ORC (WS-K WS-M WS-V) TO WS-ACUM-ORC
                   ADD WS-CC-REAL (WS-K WS-M WS-V) TO WS-ACUM-REAL
               END-PERFORM
           END-PERFORM.
           MOVE "CUSTO TOTAL" TO WS-ROTULO.
           PERFORM GRAVA-LINHA-COMPARATIVA.
           IF WS-DET-MARCA NOT = SPACES
               MOVE "S" TO WS-ACIMA
           END-IF.
           IF (WS-VALOR-ORC = ZEROS AND WS-VALOR-REAL > ZEROS)
              OR (WS-ACUM-ORC = ZEROS AND WS-ACUM-REAL > ZEROS)
               MOVE "S" TO WS-ACIMA
               MOVE "S" TO WS-SEM-ORCAMENTO
           END-IF.

      *    MONTA A LINHA COM O ROTULO JA EM WS-ROTULO; MARCA "**"
      *    QUANDO O REALIZADO PASSA DO ORCADO MAIS A TOLERANCIA.
       GRAVA-LINHA-COMPARATIVA.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-ROTULO TO WS-DET-ROTULO.
           MOVE WS-VALOR-ORC TO WS-DET-ORC-MES.
           MOVE WS-VALOR-REAL TO WS-DET-REAL-MES.
           MOVE WS-ACUM-ORC TO WS-DET-ORC-ACU.
           MOVE WS-ACUM-REAL TO WS-DET-REAL-ACU.
           IF WS-VALOR-ORC > ZEROS
               PERFORM CALCULA-VARIACAO-MES
           END-IF.
           IF WS-ACUM-ORC > ZEROS
               PERFORM CALCULA-VARIACAO-ACUM
           END-IF.
           WRITE REG-REL FROM WS-LINHA-DET.

       CALCULA-VARIACAO-MES.
           COMPUTE WS-VAR ROUNDED =
               (WS-VALOR-REAL - WS-VALOR-ORC) * 100 / WS-VALOR-ORC
               ON SIZE ERROR MOVE 9999.9 TO WS-VAR
           END-COMPUTE.
           MOVE WS-VAR TO WS-DET-VAR-MES.
           IF WS-VAR > WS-TOLERANCIA
               MOVE "**" TO WS-DET-MARCA
           END-IF.

       CALCULA-VARIACAO-ACUM.
           COMPUTE WS-VAR ROUNDED =
               (WS-ACUM-REAL - WS-ACUM-ORC) * 100 / WS-ACUM-ORC
               ON SIZE ERROR MOVE 9999.9 TO WS-VAR
           END-COMPUTE.
           MOVE WS-VAR TO WS-DET-VAR-ACU.
           IF WS-VAR > WS-TOLERANCIA
               MOVE "**" TO WS-DET-MARCA
           END-IF.

      *    AS HORAS EXTRAS NAO SAO ORCADAS EM HORAS: SO O REALIZADO.
       GRAVA-LINHA-HORAS.
           MOVE ZEROS TO WS-ACUM-REAL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MT-MM
               ADD WS-CC-HE50 (WS-K WS-M) TO WS-ACUM-REAL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE " HE 50% (HORAS)" TO WS-DET-ROTULO.
           MOVE WS-CC-HE50 (WS-K WS-MT-MM) TO WS-DET-REAL-MES.
           MOVE WS-ACUM-REAL TO WS-DET-REAL-ACU.
           WRITE REG-REL FROM WS-LINHA-DET.
           MOVE ZEROS TO WS-ACUM-REAL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MT-MM
               ADD WS-CC-HE100 (WS-K WS-M) TO WS-ACUM-REAL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE " HE 100% (HORAS)" TO WS-DET-ROTULO.
           MOVE WS-CC-HE100 (WS-K WS-MT-MM) TO WS-DET-REAL-MES.
           MOVE WS-ACUM-REAL TO WS-DET-REAL-ACU.
           WRITE REG-REL FROM WS-LINHA-DET.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX101 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  CENTROS: " DELIMITED BY SIZE
                  WS-CONTADOR-CC DELIMITED BY SIZE
                  "  ACIMA: " DELIMITED BY SIZE
                  WS-CONTADOR-ACIMA DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-SEM-DEP > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EX101 - LANCAMENTOS DE DEPTO FORA DO CADDEP: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-SEM-DEP DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EX101" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-CC TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-ACIMA TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-ACIMA > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "DEP=" DELIMITED BY SIZE
                  WS-STATUS-DEP DELIMITED BY SIZE
                  " FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " BRT=" DELIMITED BY SIZE
                  WS-STATUS-BRT DELIMITED BY SIZE
                  " ENC=" DELIMITED BY SIZE
                  WS-STATUS-ENC DELIMITED BY SIZE
                  " HRS=" DELIMITED BY SIZE
                  WS-STATUS-HRS DELIMITED BY SIZE
                  " ORC=" DELIMITED BY SIZE
                  WS-STATUS-ORC DELIMITED BY SIZE
                  " RCC=" DELIMITED BY SIZE
                  WS-STATUS-RCC DELIMITED BY SIZE
                  " RCN=" DELIMITED BY SIZE
                  WS-STATUS-RCN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-DEP TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-DEP = "00" OR WS-STATUS-DEP = "10"
               CLOSE CAD-REAL-CC-NOVO
                     REL-EX101
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-ACIMA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX101.
