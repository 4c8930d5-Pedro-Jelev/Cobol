       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE94.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    FATURAMENTO DAS BOLSAS PATROCINADAS. LE AS BOLSAS QUE O
      *    EXE27 APLICOU NA COMPETENCIA (CADMEN-BOLSA.DAT), AGRUPA POR
      *    FONTE E EMITE UMA FATURA POR PATROCINADOR (EMPRESA OU
      *    CONVENIO CADASTRADO EM CAD-PATROCINIO.DAT) COM A RELACAO
      *    DOS ALUNOS. AS FATURAS FORMAM UM CONTAS A RECEBER PROPRIO
      *    (CAD-FATURA-PAT.DAT), SEPARADO DAS MENSALIDADES. BOLSA
      *    CUSTEADA PELA PROPRIA ESCOLA (FONTE EM BRANCO OU CADASTRADA
      *    COM TIPO E) SO APARECE NO RESUMO DE CUSTO DE BOLSAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEN-BOLSA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MBL.

           SELECT ORDENA-BOLSA   ASSIGN TO DISK.

           SELECT CAD-PATROCINIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAT.

           SELECT CTRL-PATROCINIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.

           SELECT CTRL-PATROCINIO-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTN.

           SELECT CAD-FATURA-PAT-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FPT.

           SELECT FATURA-PAT-IMP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-IMP.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE94   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE94   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADMEN-BOLSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-BOLSA.DAT".

       01 REG-MBL.
           03 NUMERO-MBL       PIC 9(07).
           03 COMPETENCIA-MBL  PIC 9(06).
           03 TIPO-BOLSA-MBL   PIC X(02).
           03 FONTE-MBL        PIC X(10).
           03 PERCENTUAL-MBL   PIC 9(03).
           03 VALOR-BASE-MBL   PIC 9(05)V99.
           03 DESCONTO-MBL     PIC 9(05)V99.
           03 UNIDADE-MBL      PIC X(02).

       SD ORDENA-BOLSA.

       01 REG-ORD.
           03 NUMERO-ORD       PIC 9(07).
           03 COMPETENCIA-ORD  PIC 9(06).
           03 TIPO-BOLSA-ORD   PIC X(02).
           03 FONTE-ORD        PIC X(10).
           03 PERCENTUAL-ORD   PIC 9(03).
           03 VALOR-BASE-ORD   PIC 9(05)V99.
           03 DESCONTO-ORD     PIC 9(05)V99.
           03 UNIDADE-ORD      PIC X(02).

      *    TIPO: P PATROCINADOR (FATURADO), E A PROPRIA ESCOLA.
      *    DIA DE VENCIMENTO DA FATURA NO MES SEGUINTE AO DA
      *    COMPETENCIA (EM BRANCO OU INVALIDO, DIA 10).
       FD CAD-PATROCINIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PATROCINIO.DAT".

       01 REG-PAT.
           03 FONTE-PAT        PIC X(10).
           03 TIPO-PAT         PIC X(01).
           03 NOME-PAT         PIC X(40).
           03 CNPJ-PAT         PIC 9(14).
           03 ENDERECO-PAT     PIC X(40).
           03 DIA-VENC-PAT     PIC 9(02).

       FD CTRL-PATROCINIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-PATROCINIO.DAT".

       01 REG-CTL.
           03 COMPETENCIA-CTL  PIC 9(06).
           03 FATURA-CTL       PIC 9(06).

       FD CTRL-PATROCINIO-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-PATROCINIO-NOVO.DAT".

       01 REG-CTN.
           03 COMPETENCIA-CTN  PIC 9(06).
           03 FATURA-CTN       PIC 9(06).

      *    CONTAS A RECEBER DE PATROCINADORES: UMA FATURA POR FONTE E
      *    COMPETENCIA. SITUACAO A = EM ABERTO.
       FD CAD-FATURA-PAT-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FATURA-PAT-NOVO.DAT".

       01 REG-FPT.
           03 FATURA-FPT       PIC 9(06).
           03 FONTE-FPT        PIC X(10).
           03 COMPETENCIA-FPT  PIC 9(06).
           03 EMISSAO-FPT      PIC 9(08).
           03 VENCIMENTO-FPT   PIC 9(08).
           03 QTD-ALUNOS-FPT   PIC 9(05).
           03 VALOR-FPT        PIC 9(07)V99.
           03 SALDO-FPT        PIC 9(07)V99.
           03 SITUACAO-FPT     PIC X(01).

       FD FATURA-PAT-IMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FATURA-PAT-IMP.DAT".

       01 REG-IMP                 PIC X(80).

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

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE94
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE94.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE94
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE94.DAT".

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
       77 WS-STATUS-MBL    PIC X(02) VALUE "00".
       77 WS-STATUS-PAT    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-CTN    PIC X(02) VALUE "00".
       77 WS-STATUS-FPT    PIC X(02) VALUE "00".
       77 WS-STATUS-IMP    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-FIM-PAT       PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-RECUSADA      PIC X(01) VALUE "N".
       77 WS-TEM-BOLSA     PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE94".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FATURA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PATROCINADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ESCOLA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-FONTE PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMA-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WS-FATURA        PIC 9(06) VALUE ZEROS.
       77 WS-VENCIMENTO    PIC 9(08) VALUE ZEROS.
       77 WS-MES-VENCIMENTO PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRUPO     PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-GRUPO   PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOTAL-FATURADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ESCOLA  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-SEM-FONTE PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-PAT       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CUSTO     PIC 9(03) VALUE ZEROS.
       77 WS-P             PIC 9(03).
       77 WS-PAT-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-C             PIC 9(03).
       77 WS-CUSTO-IDX     PIC 9(03) VALUE ZEROS.
      *    TIPO DO GRUPO DA FONTE CORRENTE: P FATURADO AO PATROCINADOR,
      *    E CUSTO DA ESCOLA, N FONTE NAO CADASTRADA.
       77 WS-TIPO-GRUPO    PIC X(01) VALUE SPACES.
       01 WS-FONTE-ANT     PIC X(10) VALUE SPACES.
       01 WS-NOME-ALUNO    PIC X(20) VALUE SPACES.
       01 WS-VALOR-EDITADO PIC ZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DATA-EDITADA.
           03 WS-DE-DD         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-AAAA       PIC 9(04).
       01 WS-DATA-TRAB         PIC 9(08).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03 WS-DT-AAAA       PIC 9(04).
           03 WS-DT-MM         PIC 9(02).
           03 WS-DT-DD         PIC 9(02).
       01 WS-COMP-TRAB         PIC 9(06).
       01 WS-COMP-TRAB-R REDEFINES WS-COMP-TRAB.
           03 WS-CT-AAAA       PIC 9(04).
           03 WS-CT-MM         PIC 9(02).
       01 WS-LINHA-IMP             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-PAT.
           03 WS-PAT-OCORRE OCCURS 100 TIMES.
               05 WS-PAT-FONTE     PIC X(10).
               05 WS-PAT-TIPO      PIC X(01).
               05 WS-PAT-NOME      PIC X(40).
               05 WS-PAT-CNPJ      PIC 9(14).
               05 WS-PAT-ENDERECO  PIC X(40).
               05 WS-PAT-DIA       PIC 9(02).
      *    CUSTO DAS BOLSAS DA ESCOLA POR FONTE E TIPO DE BOLSA.
       01 WS-TABELA-CUSTO.
           03 WS-CUSTO-OCORRE OCCURS 100 TIMES.
               05 WS-CUSTO-FONTE   PIC X(10).
               05 WS-CUSTO-TIPO    PIC X(02).
               05 WS-CUSTO-QTD     PIC 9(05).
               05 WS-CUSTO-VALOR   PIC 9(09)V99.

       PROCEDURE DIVISION.
       PGM-EM01EX94.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-RECUSADA = "N" AND WS-TEM-BOLSA = "S"
               SORT ORDENA-BOLSA
                   ON ASCENDING KEY FONTE-ORD
                   ON ASCENDING KEY NUMERO-ORD
                   USING CADMEN-BOLSA
                   OUTPUT PROCEDURE IS FATURA-FONTES
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE94.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-CONTROLE.
           OPEN OUTPUT REL-EXE94.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM LE-COMPETENCIA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FATURAMENTO DE BOLSAS PATROCINADAS - COMPETENCIA "
                      DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-RECUSADA = "N" AND WS-TEM-BOLSA = "S"
               PERFORM CARREGA-PATROCINADORES
               PERFORM CALCULA-VENCIMENTO
               OPEN OUTPUT CAD-FATURA-PAT-NOVO
                           FATURA-PAT-IMP
               PERFORM VERIFICA-STATUS-FPT
               PERFORM VERIFICA-STATUS-IMP
               OPEN INPUT CADALU
               IF WS-STATUS-ALU = "00"
                   MOVE "S" TO WS-ALU-ABERTO
               END-IF
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

       LE-CONTROLE.
           OPEN INPUT CTRL-PATROCINIO.
           IF WS-STATUS-CTL = "00"
               READ CTRL-PATROCINIO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-CTL = "00" AND COMPETENCIA-CTL NUMERIC
                   MOVE COMPETENCIA-CTL TO WS-ULTIMA-COMPETENCIA
               END-IF
               IF WS-STATUS-CTL = "00" AND FATURA-CTL NUMERIC
                   MOVE FATURA-CTL TO WS-FATURA
               END-IF
               CLOSE CTRL-PATROCINIO
           END-IF.

      *    A COMPETENCIA E A DO PRIMEIRO REGISTRO: O EXE27 GRAVA O
      *    ARQUIVO INTEIRO NUMA SO COMPETENCIA. COMPETENCIA JA
      *    FATURADA RECUSA A EXECUCAO.
       LE-COMPETENCIA.
           OPEN INPUT CADMEN-BOLSA.
           IF WS-STATUS-MBL NOT = "00"
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "LE-COMPETENCIA" TO WS-PARAGRAFO-ERRO
           ELSE
               READ CADMEN-BOLSA
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MBL = "00"
                   MOVE "S" TO WS-TEM-BOLSA
                   MOVE COMPETENCIA-MBL TO WS-COMPETENCIA
               END-IF
               CLOSE CADMEN-BOLSA
           END-IF.
           IF WS-TEM-BOLSA = "S"
                   AND WS-COMPETENCIA NOT GREATER THAN
                       WS-ULTIMA-COMPETENCIA
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE94 - COMPETENCIA " DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      " JA FATURADA - EXECUCAO RECUSADA"
                          DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       CARREGA-PATROCINADORES.
           OPEN INPUT CAD-PATROCINIO.
           IF WS-STATUS-PAT = "00"
               PERFORM LEITURA-PATROCINADOR
               PERFORM UNTIL WS-FIM-PAT = "SIM"
                   IF WS-QTD-PAT < 100
                       ADD 1 TO WS-QTD-PAT
                       MOVE FONTE-PAT TO WS-PAT-FONTE (WS-QTD-PAT)
                       MOVE TIPO-PAT TO WS-PAT-TIPO (WS-QTD-PAT)
                       MOVE NOME-PAT TO WS-PAT-NOME (WS-QTD-PAT)
                       MOVE ZEROS TO WS-PAT-CNPJ (WS-QTD-PAT)
                       IF CNPJ-PAT NUMERIC
                           MOVE CNPJ-PAT TO WS-PAT-CNPJ (WS-QTD-PAT)
                       END-IF
                       MOVE ENDERECO-PAT TO WS-PAT-ENDERECO (WS-QTD-PAT)
                       MOVE 10 TO WS-PAT-DIA (WS-QTD-PAT)
                       IF DIA-VENC-PAT NUMERIC AND DIA-VENC-PAT > 0
                               AND DIA-VENC-PAT < 29
                           MOVE DIA-VENC-PAT TO WS-PAT-DIA (WS-QTD-PAT)
                       END-IF
                   END-IF
                   PERFORM LEITURA-PATROCINADOR
               END-PERFORM
               CLOSE CAD-PATROCINIO
           END-IF.

       LEITURA-PATROCINADOR.
           READ CAD-PATROCINIO
               AT END MOVE "SIM" TO WS-FIM-PAT
           END-READ.

      *    VENCIMENTO NO MES SEGUINTE AO DA COMPETENCIA; O DIA VEM DO
      *    CADASTRO DE CADA PATROCINADOR (VER INICIA-FATURA).
       CALCULA-VENCIMENTO.
           MOVE WS-COMPETENCIA TO WS-COMP-TRAB.
           IF WS-CT-MM = 12
               ADD 1 TO WS-CT-AAAA
               MOVE 1 TO WS-CT-MM
           ELSE
               ADD 1 TO WS-CT-MM
           END-IF.
           MOVE WS-COMP-TRAB TO WS-MES-VENCIMENTO.

       GRAVA-CONTROLE.
           OPEN OUTPUT CTRL-PATROCINIO-NOVO.
           IF WS-STATUS-CTN = "00"
               MOVE WS-COMPETENCIA TO COMPETENCIA-CTN
               MOVE WS-FATURA TO FATURA-CTN
               WRITE REG-CTN
               CLOSE CTRL-PATROCINIO-NOVO
           ELSE
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "GRAVA-CONTROLE" TO WS-PARAGRAFO-ERRO
               END-IF
           END-IF.

       VERIFICA-STATUS-FPT.
           IF WS-STATUS-FPT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FPT"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-IMP.
           IF WS-STATUS-IMP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-IMP"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

      *    AS BOLSAS CHEGAM ORDENADAS POR FONTE E ALUNO; CADA FONTE E
      *    UM GRUPO: FATURA AO PATROCINADOR, CUSTO DA ESCOLA OU FONTE
      *    SEM CADASTRO.
       FATURA-FONTES.
           PERFORM RETORNA-ORDENADO.
           PERFORM UNTIL WS-FIM-ORD = "SIM"
               IF FONTE-ORD NOT = WS-FONTE-ANT
                       OR WS-TIPO-GRUPO = SPACES
                   IF WS-TIPO-GRUPO NOT = SPACES
                       PERFORM FECHA-GRUPO
                   END-IF
                   PERFORM ABRE-GRUPO
               END-IF
               PERFORM TRATA-BOLSA
               PERFORM RETORNA-ORDENADO
           END-PERFORM.
           IF WS-TIPO-GRUPO NOT = SPACES
               PERFORM FECHA-GRUPO
           END-IF.

       RETORNA-ORDENADO.
           RETURN ORDENA-BOLSA
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.
           IF WS-FIM-ORD NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       ABRE-GRUPO.
           MOVE FONTE-ORD TO WS-FONTE-ANT.
           MOVE ZEROS TO WS-QTD-GRUPO.
           MOVE ZEROS TO WS-VALOR-GRUPO.
           MOVE ZEROS TO WS-PAT-IDX.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-QTD-PAT
               IF WS-PAT-FONTE (WS-P) = FONTE-ORD
                   MOVE WS-P TO WS-PAT-IDX
                   MOVE WS-QTD-PAT TO WS-P
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FONTE-ORD = SPACES
                   MOVE "E" TO WS-TIPO-GRUPO
               WHEN WS-PAT-IDX = ZEROS
                   MOVE "N" TO WS-TIPO-GRUPO
               WHEN WS-PAT-TIPO (WS-PAT-IDX) = "E"
                   MOVE "E" TO WS-TIPO-GRUPO
               WHEN OTHER
                   MOVE "P" TO WS-TIPO-GRUPO
                   PERFORM INICIA-FATURA
           END-EVALUATE.

       TRATA-BOLSA.
           ADD 1 TO WS-QTD-GRUPO.
           ADD DESCONTO-ORD TO WS-VALOR-GRUPO.
           EVALUATE WS-TIPO-GRUPO
               WHEN "P"
                   ADD 1 TO WS-CONTADOR-PATROCINADO
                   PERFORM IMPRIME-ALUNO-FATURA
               WHEN "E"
                   ADD 1 TO WS-CONTADOR-ESCOLA
                   ADD DESCONTO-ORD TO WS-TOTAL-ESCOLA
                   PERFORM ACUMULA-CUSTO
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-SEM-FONTE
                   ADD DESCONTO-ORD TO WS-TOTAL-SEM-FONTE
           END-EVALUATE.

       FECHA-GRUPO.
           EVALUATE WS-TIPO-GRUPO
               WHEN "P"
                   PERFORM FECHA-FATURA
               WHEN "N"
                   PERFORM GRAVA-FONTE-SEM-CADASTRO
           END-EVALUATE.

       INICIA-FATURA.
           ADD 1 TO WS-FATURA.
           ADD 1 TO WS-CONTADOR-FATURA.
           COMPUTE WS-VENCIMENTO = WS-MES-VENCIMENTO * 100
                   + WS-PAT-DIA (WS-PAT-IDX).
           MOVE ALL "*" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "FATURA DE BOLSAS DE ESTUDO No " DELIMITED BY SIZE
                  WS-FATURA DELIMITED BY SIZE
                  " - COMPETENCIA " DELIMITED BY SIZE
                  WS-COMPETENCIA (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-COMPETENCIA (1:4) DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "SACADO: " DELIMITED BY SIZE
                  WS-PAT-NOME (WS-PAT-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "CNPJ: " DELIMITED BY SIZE
                  WS-PAT-CNPJ (WS-PAT-IDX) DELIMITED BY SIZE
                  "   FONTE: " DELIMITED BY SIZE
                  FONTE-ORD DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "ENDERECO: " DELIMITED BY SIZE
                  WS-PAT-ENDERECO (WS-PAT-IDX) DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "EMISSAO: " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           MOVE WS-VENCIMENTO TO WS-DATA-TRAB.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE "VENCIMENTO: " TO WS-LINHA-IMP (26:12).
           MOVE WS-DATA-EDITADA TO WS-LINHA-IMP (38:10).
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE "ALUNO   NOME                 TP  BOLSA  MENSALIDADE"
               TO WS-LINHA-IMP.
           MOVE "    VALOR" TO WS-LINHA-IMP (54:9).
           WRITE REG-IMP FROM WS-LINHA-IMP.

       IMPRIME-ALUNO-FATURA.
           MOVE SPACES TO WS-NOME-ALUNO.
           IF WS-ALU-ABERTO = "S"
               MOVE NUMERO-ORD TO NUMERO-ENT
               READ CADALU
                   INVALID KEY
                       MOVE SPACES TO NOME-ENT
               END-READ
               MOVE NOME-ENT TO WS-NOME-ALUNO
           END-IF.
           MOVE SPACES TO WS-LINHA-IMP.
           MOVE NUMERO-ORD TO WS-LINHA-IMP (1:7).
           MOVE WS-NOME-ALUNO TO WS-LINHA-IMP (9:20).
           MOVE TIPO-BOLSA-ORD TO WS-LINHA-IMP (30:2).
           MOVE PERCENTUAL-ORD TO WS-LINHA-IMP (35:3).
           MOVE "%" TO WS-LINHA-IMP (38:1).
           MOVE VALOR-BASE-ORD TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO WS-LINHA-IMP (43:9).
           MOVE DESCONTO-ORD TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO WS-LINHA-IMP (54:9).
           WRITE REG-IMP FROM WS-LINHA-IMP.

       FECHA-FATURA.
           MOVE WS-VALOR-GRUPO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "TOTAL DA FATURA - " DELIMITED BY SIZE
                  WS-QTD-GRUPO DELIMITED BY SIZE
                  " ALUNO(S)" DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-IMP (48:14).
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE ALL "*" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE WS-FATURA TO FATURA-FPT.
           MOVE WS-FONTE-ANT TO FONTE-FPT.
           MOVE WS-COMPETENCIA TO COMPETENCIA-FPT.
           MOVE WS-DATA-SISTEMA TO EMISSAO-FPT.
           MOVE WS-VENCIMENTO TO VENCIMENTO-FPT.
           MOVE WS-QTD-GRUPO TO QTD-ALUNOS-FPT.
           MOVE WS-VALOR-GRUPO TO VALOR-FPT.
           MOVE WS-VALOR-GRUPO TO SALDO-FPT.
           MOVE "A" TO SITUACAO-FPT.
           WRITE REG-FPT.
           PERFORM VERIFICA-STATUS-FPT.
           ADD WS-VALOR-GRUPO TO WS-TOTAL-FATURADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FATURA " DELIMITED BY SIZE
                  WS-FATURA DELIMITED BY SIZE
                  "  FONTE " DELIMITED BY SIZE
                  WS-FONTE-ANT DELIMITED BY SIZE
                  "  ALUNOS " DELIMITED BY SIZE
                  WS-QTD-GRUPO DELIMITED BY SIZE
                  "  VENC. " DELIMITED BY SIZE
                  WS-VENCIMENTO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (63:14).
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-FONTE-SEM-CADASTRO.
           MOVE WS-VALOR-GRUPO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FONTE " DELIMITED BY SIZE
                  WS-FONTE-ANT DELIMITED BY SIZE
                  " SEM CADASTRO - " DELIMITED BY SIZE
                  WS-QTD-GRUPO DELIMITED BY SIZE
                  " ALUNO(S) NAO FATURADO(S)" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (63:14).
           WRITE REG-REL FROM WS-LINHA-REL.

       ACUMULA-CUSTO.
           MOVE ZEROS TO WS-CUSTO-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-QTD-CUSTO
               IF WS-CUSTO-FONTE (WS-C) = FONTE-ORD
                       AND WS-CUSTO-TIPO (WS-C) = TIPO-BOLSA-ORD
                   MOVE WS-C TO WS-CUSTO-IDX
                   MOVE WS-QTD-CUSTO TO WS-C
               END-IF
           END-PERFORM.
           IF WS-CUSTO-IDX = ZEROS AND WS-QTD-CUSTO < 100
               ADD 1 TO WS-QTD-CUSTO
               MOVE FONTE-ORD TO WS-CUSTO-FONTE (WS-QTD-CUSTO)
               MOVE TIPO-BOLSA-ORD TO WS-CUSTO-TIPO (WS-QTD-CUSTO)
               MOVE ZEROS TO WS-CUSTO-QTD (WS-QTD-CUSTO)
                             WS-CUSTO-VALOR (WS-QTD-CUSTO)
               MOVE WS-QTD-CUSTO TO WS-CUSTO-IDX
           END-IF.
           IF WS-CUSTO-IDX > ZEROS
               ADD 1 TO WS-CUSTO-QTD (WS-CUSTO-IDX)
               ADD DESCONTO-ORD TO WS-CUSTO-VALOR (WS-CUSTO-IDX)
           END-IF.

       IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-FATURADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FATURAS EMITIDAS: " DELIMITED BY SIZE
                  WS-CONTADOR-FATURA DELIMITED BY SIZE
                  "  ALUNOS: " DELIMITED BY SIZE
                  WS-CONTADOR-PATROCINADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (63:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "CUSTO DAS BOLSAS CONCEDIDAS PELA ESCOLA"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM IMPRIME-CUSTO
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-QTD-CUSTO.
           MOVE WS-TOTAL-ESCOLA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  TOTAL - ALUNOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ESCOLA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (63:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-SEM-FONTE > 0
               MOVE SPACES TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE WS-TOTAL-SEM-FONTE TO WS-TOTAL-EDITADO
               MOVE SPACES TO WS-LINHA-REL
               STRING "BOLSAS DE FONTE SEM CADASTRO: " DELIMITED BY SIZE
                      WS-CONTADOR-SEM-FONTE DELIMITED BY SIZE
                      " - NADA LIBERADO" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (63:14)
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-CUSTO.
           MOVE WS-CUSTO-VALOR (WS-C) TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  FONTE " DELIMITED BY SIZE
                  WS-CUSTO-FONTE (WS-C) DELIMITED BY SIZE
                  "  TIPO " DELIMITED BY SIZE
                  WS-CUSTO-TIPO (WS-C) DELIMITED BY SIZE
                  "  ALUNOS " DELIMITED BY SIZE
                  WS-CUSTO-QTD (WS-C) DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (63:14).
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE94 - BOLSAS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  FATURAS: " DELIMITED BY SIZE
                  WS-CONTADOR-FATURA DELIMITED BY SIZE
                  "  ESCOLA: " DELIMITED BY SIZE
                  WS-CONTADOR-ESCOLA DELIMITED BY SIZE
                  "  SEM FONTE: " DELIMITED BY SIZE
                  WS-CONTADOR-SEM-FONTE DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE94 - COMPETENCIA: " DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  "  ULTIMA FATURA: " DELIMITED BY SIZE
                  WS-FATURA DELIMITED BY SIZE
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
               MOVE "EXE94" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-FATURA TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-SEM-FONTE TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "MBL=" DELIMITED BY SIZE
                  WS-STATUS-MBL DELIMITED BY SIZE
                  " PAT=" DELIMITED BY SIZE
                  WS-STATUS-PAT DELIMITED BY SIZE
                  " CTL=" DELIMITED BY SIZE
                  WS-STATUS-CTL DELIMITED BY SIZE
                  " CTN=" DELIMITED BY SIZE
                  WS-STATUS-CTN DELIMITED BY SIZE
                  " FPT=" DELIMITED BY SIZE
                  WS-STATUS-FPT DELIMITED BY SIZE
                  " IMP=" DELIMITED BY SIZE
                  WS-STATUS-IMP DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ORD TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

      *    FONTE SEM CADASTRO NAO LIBERA NADA: O PATROCINADOR E
      *    CADASTRADO E A COMPETENCIA E REPROCESSADA.
       TERMINO.
           IF WS-RECUSADA = "N" AND WS-TEM-BOLSA = "S"
               CLOSE CAD-FATURA-PAT-NOVO
                     FATURA-PAT-IMP
               IF WS-ALU-ABERTO = "S"
                   CLOSE CADALU
               END-IF
               PERFORM IMPRIME-RESUMO
               IF WS-CONTADOR-SEM-FONTE > 0
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING "EXE94 - FONTE DE BOLSA SEM CADASTRO - "
                              DELIMITED BY SIZE
                          "EXECUCAO RECUSADA" DELIMITED BY SIZE
                       INTO WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
               ELSE
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.
           IF WS-RECUSADA = "N" AND WS-TEM-BOLSA = "N"
               MOVE "NENHUMA BOLSA APLICADA NA COMPETENCIA"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           CLOSE REL-EXE94.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EXE94.
