       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE86.
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

           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CADPROF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRF.

           SELECT CADPROF-ATR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ATR.

           SELECT CADSAU   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SAU.

           SELECT PARM-REPO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT CENSO-EXP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXP.

           SELECT REL-EXE86   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE86   ASSIGN TO DISK
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

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           03 CODIGO-TUR       PIC X(03).
           03 DESCRICAO-TUR    PIC X(20).
           03 ANO-TUR          PIC 9(04).
           03 CAPACIDADE-TUR   PIC 9(04).
           03 UNIDADE-TUR      PIC X(02).

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

       FD CADSAU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAU.DAT".

       01 REG-SAU.
           03 NUMERO-SAU       PIC 9(07).
           03 TIPO-SANGUE-SAU  PIC X(03).
           03 ALERGIAS-SAU     PIC X(20).
           03 MEDICACAO-SAU    PIC X(40).
           03 CONTATO-NOME-SAU PIC X(30).
           03 CONTATO-FONE-SAU PIC X(11).
           03 AUTORIZA-IMAGEM-SAU PIC X(01).
           03 NEE-SAU          PIC X(01).
           03 TIPO-NEE-SAU     PIC X(02).

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

      *    ARQUIVO DO CENSO ESCOLAR, UM REGISTRO POR LINHA, CAMPOS
      *    SEPARADOS POR VIRGULA E TIPO NA PRIMEIRA COLUNA:
      *    H CABECALHO, A ALUNO, T TURMA, P DOCENTE, Z TOTAIS DE
      *    CONTROLE.
       FD CENSO-EXP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CENSO-EXP.DAT".

       01 REG-EXP                 PIC X(80).

       FD REL-EXE86
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE86.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE86
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE86.DAT".

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
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-SAU    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-EXP    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-TUR       PIC X(03) VALUE "NAO".
       77 WS-FIM-PRF       PIC X(03) VALUE "NAO".
       77 WS-FIM-ATR       PIC X(03) VALUE "NAO".
       77 WS-FIM-SAU       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE86".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ALUNOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RECUSA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FORA     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-TURMAS   PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-DOCENTES PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-MASC     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FEM      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-NEE      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REGS     PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-MATRICULAS   PIC 9(12) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77 WS-VIG-REF       PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CENSO     PIC 9(04) VALUE ZEROS.
       77 WS-DATA-NASC     PIC 9(08) VALUE ZEROS.
       77 WS-IDADE         PIC 9(03) VALUE ZEROS.
       77 WS-SITUACAO-CENSO PIC X(01) VALUE SPACES.
       77 WS-NEE           PIC X(01) VALUE "N".
       77 WS-TIPO-NEE      PIC X(02) VALUE SPACES.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-QTD-TUR       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PRF       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATR       PIC 9(03) VALUE ZEROS.
       77 WS-T             PIC 9(03).
       77 WS-TUR-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-TURMA-BUSCA   PIC X(03) VALUE SPACES.
       77 WS-P             PIC 9(03).
       77 WS-A             PIC 9(03).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-D REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-DATA       PIC 9(08).
           03 WS-VALOR-RESTO-D    PIC X(02).
       01 WS-REF-TRAB.
           03 WS-REF-AAAA      PIC 9(04).
           03 WS-REF-MMDD      PIC 9(04).
       01 WS-LINHA-EXP             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-DESCR-MOTIVO          PIC X(40).
       01 WS-TABELA-TUR.
           03 WS-TUR-OCORRE OCCURS 200 TIMES.
               05 WS-TUR-CODIGO    PIC X(03).
               05 WS-TUR-DESCRICAO PIC X(20).
               05 WS-TUR-UNIDADE   PIC X(02).
               05 WS-TUR-ALUNOS    PIC 9(05).
               05 WS-TUR-MASC      PIC 9(05).
               05 WS-TUR-FEM       PIC 9(05).
               05 WS-TUR-NEE       PIC 9(05).
               05 WS-TUR-DOCENTES  PIC 9(03).
       01 WS-TABELA-PRF.
           03 WS-PRF-OCORRE OCCURS 500 TIMES.
               05 WS-PRF-CODIGO    PIC 9(05).
       01 WS-TABELA-ATR.
           03 WS-ATR-OCORRE OCCURS 900 TIMES.
               05 WS-ATR-CODIGO     PIC 9(05).
               05 WS-ATR-TURMA      PIC X(03).
               05 WS-ATR-DISCIPLINA PIC 9(03).
               05 WS-ATR-HORAS      PIC 9(02).

       PROCEDURE DIVISION.
       PGM-EM01EX86.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE86.
           PERFORM LE-DATA-MOVTO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-REFERENCIA.
           PERFORM LE-PARM-REPO.
           MOVE WS-DATA-REFERENCIA TO WS-REF-TRAB.
           MOVE WS-REF-AAAA TO WS-ANO-CENSO.
           OPEN OUTPUT CENSO-EXP
                OUTPUT REL-EXE86.
           PERFORM VERIFICA-STATUS-EXP.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM GRAVA-CABECALHO.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-ATRIBUICOES.
           OPEN INPUT CADSAU.
           IF WS-STATUS-SAU = "00"
               PERFORM LEITURA-SAUDE
           ELSE
               MOVE "SIM" TO WS-FIM-SAU
           END-IF.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
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

      *    DATA-REFERENCIA E A DATA-BASE DO CENSO DEFINIDA PELO ORGAO;
      *    SEM ELA O CENSO E TIRADO NA DATA DO MOVIMENTO.
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
           MOVE VALOR-REPO TO WS-VALOR-TRAB.
           IF PROGRAMA-REPO = "EXE86"
              AND PARAMETRO-REPO = "DATA-REFERENCIA"
              AND VIGENCIA-REPO NOT GREATER THAN WS-DATA-SISTEMA
              AND VIGENCIA-REPO NOT LESS THAN WS-VIG-REF
              AND WS-VALOR-TRAB (1:8) NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALOR-DATA) = ZEROS
                   MOVE VIGENCIA-REPO TO WS-VIG-REF
                   MOVE WS-VALOR-DATA TO WS-DATA-REFERENCIA
               END-IF
           END-IF.

       CARREGA-TURMAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR = "00"
               PERFORM LEITURA-TURMA
               PERFORM UNTIL WS-FIM-TUR = "SIM"
                   IF ANO-TUR = WS-ANO-CENSO AND WS-QTD-TUR < 200
                       ADD 1 TO WS-QTD-TUR
                       MOVE CODIGO-TUR TO WS-TUR-CODIGO (WS-QTD-TUR)
                       MOVE DESCRICAO-TUR
                           TO WS-TUR-DESCRICAO (WS-QTD-TUR)
                       MOVE UNIDADE-TUR TO WS-TUR-UNIDADE (WS-QTD-TUR)
                       MOVE ZEROS TO WS-TUR-ALUNOS (WS-QTD-TUR)
                                     WS-TUR-MASC (WS-QTD-TUR)
                                     WS-TUR-FEM (WS-QTD-TUR)
                                     WS-TUR-NEE (WS-QTD-TUR)
                                     WS-TUR-DOCENTES (WS-QTD-TUR)
                   END-IF
                   PERFORM LEITURA-TURMA
               END-PERFORM
               CLOSE CADTUR
           END-IF.

       LEITURA-TURMA.
           READ CADTUR
               AT END MOVE "SIM" TO WS-FIM-TUR
           END-READ.

       CARREGA-PROFESSORES.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PRF = "00"
               PERFORM LEITURA-PROFESSOR
               PERFORM UNTIL WS-FIM-PRF = "SIM"
                   IF SITUACAO-PRF NOT = "I" AND WS-QTD-PRF < 500
                       ADD 1 TO WS-QTD-PRF
                       MOVE CODIGO-PRF TO WS-PRF-CODIGO (WS-QTD-PRF)
                   END-IF
                   PERFORM LEITURA-PROFESSOR
               END-PERFORM
               CLOSE CADPROF
           END-IF.

       LEITURA-PROFESSOR.
           READ CADPROF
               AT END MOVE "SIM" TO WS-FIM-PRF
           END-READ.

      *    SO ENTRAM NO CENSO AS ATRIBUICOES DE TURMAS DO ANO DO CENSO
      *    FEITAS A PROFESSORES ATIVOS; AS DEMAIS VAO PARA O RELATORIO.
       CARREGA-ATRIBUICOES.
           OPEN INPUT CADPROF-ATR.
           IF WS-STATUS-ATR = "00"
               PERFORM LEITURA-ATRIBUICAO
               PERFORM UNTIL WS-FIM-ATR = "SIM"
                   PERFORM VALIDA-ATRIBUICAO
                   PERFORM LEITURA-ATRIBUICAO
               END-PERFORM
               CLOSE CADPROF-ATR
           END-IF.

       LEITURA-ATRIBUICAO.
           READ CADPROF-ATR
               AT END MOVE "SIM" TO WS-FIM-ATR
           END-READ.

       VALIDA-ATRIBUICAO.
           MOVE TURMA-ATR TO WS-TURMA-BUSCA.
           PERFORM BUSCA-TURMA.
           IF WS-TUR-IDX > ZEROS
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-QTD-PRF
                   IF WS-PRF-CODIGO (WS-P) = CODIGO-ATR
                       MOVE "S" TO WS-ACHOU
                       MOVE WS-QTD-PRF TO WS-P
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "RECUSADO  DOCENTE " DELIMITED BY SIZE
                          CODIGO-ATR DELIMITED BY SIZE
                          " TURMA " DELIMITED BY SIZE
                          TURMA-ATR DELIMITED BY SIZE
                          " DISC " DELIMITED BY SIZE
                          DISCIPLINA-ATR DELIMITED BY SIZE
                          "  PROFESSOR INEXISTENTE OU INATIVO"
                              DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
                   ADD 1 TO WS-CONTADOR-RECUSA
               ELSE
                   IF WS-QTD-ATR < 900
                       ADD 1 TO WS-QTD-ATR
                       MOVE CODIGO-ATR TO WS-ATR-CODIGO (WS-QTD-ATR)
                       MOVE TURMA-ATR TO WS-ATR-TURMA (WS-QTD-ATR)
                       MOVE DISCIPLINA-ATR
                           TO WS-ATR-DISCIPLINA (WS-QTD-ATR)
                       MOVE HORAS-ATR TO WS-ATR-HORAS (WS-QTD-ATR)
                       ADD 1 TO WS-TUR-DOCENTES (WS-TUR-IDX)
                   END-IF
               END-IF
           END-IF.

       BUSCA-TURMA.
           MOVE ZEROS TO WS-TUR-IDX.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTD-TUR
               IF WS-TUR-CODIGO (WS-T) = WS-TURMA-BUSCA
                   MOVE WS-T TO WS-TUR-IDX
                   MOVE WS-QTD-TUR TO WS-T
               END-IF
           END-PERFORM.

       VERIFICA-STATUS-EXP.
           IF WS-STATUS-EXP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-EXP"
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
           READ CADALU
                AT END
                MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-SAUDE.
           READ CADSAU
               AT END MOVE "SIM" TO WS-FIM-SAU
           END-READ.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA-EXP.
           STRING "H," DELIMITED BY SIZE
                  WS-ANO-CENSO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DATA-REFERENCIA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-EXP.
           PERFORM GRAVA-EXPORTACAO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CENSO ESCOLAR " DELIMITED BY SIZE
                  WS-ANO-CENSO DELIMITED BY SIZE
                  " - DATA DE REFERENCIA " DELIMITED BY SIZE
                  WS-DATA-REFERENCIA DELIMITED BY SIZE
                  " - VALIDACAO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-EXPORTACAO.
           WRITE REG-EXP FROM WS-LINHA-EXP.
           PERFORM VERIFICA-STATUS-EXP.
           ADD 1 TO WS-CONTADOR-REGS.

      *    ENTRA NO CENSO QUEM ESTAVA MATRICULADO NA DATA DE REFERENCIA:
      *    A SAIDA (T/D/C) SO CONTA SE OCORREU ATE ESSA DATA.
       PRINCIPAL.
           MOVE "A" TO WS-SITUACAO-CENSO.
           IF SITUACAO-ENT = "T" OR SITUACAO-ENT = "D"
                   OR SITUACAO-ENT = "C"
               IF DATA-SITUACAO-ENT NOT GREATER THAN WS-DATA-REFERENCIA
                   MOVE SITUACAO-ENT TO WS-SITUACAO-CENSO
               END-IF
           END-IF.
           MOVE TURMA-ENT TO WS-TURMA-BUSCA.
           PERFORM BUSCA-TURMA.
           IF WS-TUR-IDX = ZEROS AND WS-SITUACAO-CENSO NOT = "A"
               ADD 1 TO WS-CONTADOR-FORA
           ELSE
               PERFORM VALIDA-ALUNO
               IF WS-MOTIVO NOT = SPACES
                   PERFORM GRAVA-RECUSA-ALUNO
               ELSE
                   PERFORM BUSCA-NEE
                   PERFORM GRAVA-ALUNO
               END-IF
           END-IF.
           PERFORM LEITURA.

       VALIDA-ALUNO.
           MOVE SPACES TO WS-MOTIVO.
           COMPUTE WS-DATA-NASC = AAAA-ENT * 10000 + MM-ENT * 100
                   + DD-ENT.
           IF DATA-NASCIMENTO-ENT NOT NUMERIC
                   OR WS-DATA-NASC = ZEROS
               MOVE "DN" TO WS-MOTIVO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-NASC)
                       NOT = ZEROS
                  OR WS-DATA-NASC > WS-DATA-REFERENCIA
                   MOVE "DI" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              AND SEXO-ENT NOT = "M" AND SEXO-ENT NOT = "F"
               MOVE "SX" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-TUR-IDX = ZEROS
               MOVE "TU" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND UNIDADE-ENT = SPACES
               MOVE "UN" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               COMPUTE WS-IDADE = WS-REF-AAAA - AAAA-ENT
               IF WS-REF-MMDD < MM-ENT * 100 + DD-ENT
                   SUBTRACT 1 FROM WS-IDADE
               END-IF
           END-IF.

       BUSCA-NEE.
           MOVE "N" TO WS-NEE.
           MOVE SPACES TO WS-TIPO-NEE.
           PERFORM UNTIL WS-FIM-SAU = "SIM"
                   OR NUMERO-SAU NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-SAUDE
           END-PERFORM.
           IF WS-FIM-SAU NOT = "SIM" AND NUMERO-SAU = NUMERO-ENT
                   AND NEE-SAU = "S"
               MOVE "S" TO WS-NEE
               MOVE TIPO-NEE-SAU TO WS-TIPO-NEE
           END-IF.

       GRAVA-ALUNO.
           MOVE SPACES TO WS-LINHA-EXP.
           STRING "A," DELIMITED BY SIZE
                  NUMERO-ENT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TURMA-ENT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  UNIDADE-ENT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SEXO-ENT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DATA-NASC DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-IDADE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SITUACAO-CENSO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NEE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TIPO-NEE DELIMITED BY SIZE
               INTO WS-LINHA-EXP.
           PERFORM GRAVA-EXPORTACAO.
           ADD 1 TO WS-CONTADOR-ALUNOS.
           ADD NUMERO-ENT TO WS-SOMA-MATRICULAS.
           ADD 1 TO WS-TUR-ALUNOS (WS-TUR-IDX).
           IF SEXO-ENT = "M"
               ADD 1 TO WS-CONTADOR-MASC
               ADD 1 TO WS-TUR-MASC (WS-TUR-IDX)
           ELSE
               ADD 1 TO WS-CONTADOR-FEM
               ADD 1 TO WS-TUR-FEM (WS-TUR-IDX)
           END-IF.
           IF WS-NEE = "S"
               ADD 1 TO WS-CONTADOR-NEE
               ADD 1 TO WS-TUR-NEE (WS-TUR-IDX)
           END-IF.

       GRAVA-RECUSA-ALUNO.
           EVALUATE WS-MOTIVO
               WHEN "DN" MOVE "DATA DE NASCIMENTO AUSENTE"
                           TO WS-DESCR-MOTIVO
               WHEN "DI" MOVE "DATA DE NASCIMENTO INVALIDA"
                           TO WS-DESCR-MOTIVO
               WHEN "SX" MOVE "SEXO NAO INFORMADO"
                           TO WS-DESCR-MOTIVO
               WHEN "TU" MOVE "TURMA FORA DO CADASTRO DO ANO"
                           TO WS-DESCR-MOTIVO
               WHEN "UN" MOVE "UNIDADE NAO INFORMADA"
                           TO WS-DESCR-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RECUSADO  ALUNO " DELIMITED BY SIZE
                  NUMERO-ENT DELIMITED BY SIZE
                  " TURMA " DELIMITED BY SIZE
                  TURMA-ENT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCR-MOTIVO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           ADD 1 TO WS-CONTADOR-RECUSA.

      *    TURMA SEM DOCENTE ATRIBUIDO E RECUSADA PELO ORGAO; OS ALUNOS
      *    DELA JA FORAM ENVIADOS E FICAM PENDENTES ATE A CORRECAO.
       GRAVA-TURMAS.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTD-TUR
               IF WS-TUR-DOCENTES (WS-T) = ZEROS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "RECUSADO  TURMA " DELIMITED BY SIZE
                          WS-TUR-CODIGO (WS-T) DELIMITED BY SIZE
                          "  SP SEM DOCENTE ATRIBUIDO ("
                              DELIMITED BY SIZE
                          WS-TUR-ALUNOS (WS-T) DELIMITED BY SIZE
                          " ALUNOS)" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
                   ADD 1 TO WS-CONTADOR-RECUSA
               ELSE
                   MOVE SPACES TO WS-LINHA-EXP
                   STRING "T," DELIMITED BY SIZE
                          WS-TUR-CODIGO (WS-T) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TUR-DESCRICAO (WS-T) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TUR-UNIDADE (WS-T) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TUR-ALUNOS (WS-T) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TUR-DOCENTES (WS-T) DELIMITED BY SIZE
                       INTO WS-LINHA-EXP
                   PERFORM GRAVA-EXPORTACAO
                   ADD 1 TO WS-CONTADOR-TURMAS
               END-IF
           END-PERFORM.

       GRAVA-DOCENTES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTD-ATR
               MOVE SPACES TO WS-LINHA-EXP
               STRING "P," DELIMITED BY SIZE
                      WS-ATR-CODIGO (WS-A) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ATR-TURMA (WS-A) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ATR-DISCIPLINA (WS-A) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ATR-HORAS (WS-A) DELIMITED BY SIZE
                   INTO WS-LINHA-EXP
               PERFORM GRAVA-EXPORTACAO
               ADD 1 TO WS-CONTADOR-DOCENTES
           END-PERFORM.

      *    TOTAIS DE CONTROLE EXIGIDOS PELO ORGAO: QUANTIDADE DE CADA
      *    TIPO DE REGISTRO, ALUNOS POR SEXO E NEE E A SOMA DAS
      *    MATRICULAS ENVIADAS.
       GRAVA-TOTAIS.
           ADD 1 TO WS-CONTADOR-REGS.
           MOVE SPACES TO WS-LINHA-EXP.
           STRING "Z," DELIMITED BY SIZE
                  WS-CONTADOR-REGS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CONTADOR-ALUNOS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CONTADOR-TURMAS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CONTADOR-DOCENTES DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CONTADOR-MASC DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CONTADOR-FEM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CONTADOR-NEE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SOMA-MATRICULAS DELIMITED BY SIZE
               INTO WS-LINHA-EXP.
           WRITE REG-EXP FROM WS-LINHA-EXP.
           PERFORM VERIFICA-STATUS-EXP.

       GRAVA-RESUMO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "TURMA  ALUNOS  MASC   FEM   NEE  DOCENTES"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTD-TUR
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-TUR-CODIGO (WS-T) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-TUR-ALUNOS (WS-T) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TUR-MASC (WS-T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TUR-FEM (WS-T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TUR-NEE (WS-T) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TUR-DOCENTES (WS-T) DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "ALUNOS ENVIADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALUNOS DELIMITED BY SIZE
                  "  TURMAS: " DELIMITED BY SIZE
                  WS-CONTADOR-TURMAS DELIMITED BY SIZE
                  "  VINCULOS DOCENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-DOCENTES DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RECUSAS: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUSA DELIMITED BY SIZE
                  "  FORA DA DATA DE REFERENCIA: " DELIMITED BY SIZE
                  WS-CONTADOR-FORA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE86 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  ENVIADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALUNOS DELIMITED BY SIZE
                  "  RECUSAS: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUSA DELIMITED BY SIZE
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
               MOVE "EXE86" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-ALUNOS TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-RECUSA TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-RECUSA > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " TUR=" DELIMITED BY SIZE
                  WS-STATUS-TUR DELIMITED BY SIZE
                  " PRF=" DELIMITED BY SIZE
                  WS-STATUS-PRF DELIMITED BY SIZE
                  " ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " SAU=" DELIMITED BY SIZE
                  WS-STATUS-SAU DELIMITED BY SIZE
                  " EXP=" DELIMITED BY SIZE
                  WS-STATUS-EXP DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           PERFORM GRAVA-TURMAS.
           PERFORM GRAVA-DOCENTES.
           PERFORM GRAVA-TOTAIS.
           PERFORM GRAVA-RESUMO.
           IF WS-STATUS-ALU = "00" OR WS-STATUS-ALU = "10"
               CLOSE CADALU
           END-IF.
           IF WS-STATUS-SAU = "00" OR WS-STATUS-SAU = "10"
               CLOSE CADSAU
           END-IF.
           CLOSE CENSO-EXP
                 REL-EXE86.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-RECUSA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE86.
