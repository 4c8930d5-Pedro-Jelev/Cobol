       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE85.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-EXE85   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT DECLARA-PED   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PED.

           SELECT DECLARA-VERIF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-VER.

           SELECT DECLARA-REG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REG.

           SELECT DECLARA-IMP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-IMP.

           SELECT DECLARA-REJ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REJ.

           SELECT CTRL-DECLARA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CAD-FALTA-DIS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FDA.

           SELECT CADDIS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DIS.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE85   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE85   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    MODO E = EMISSAO DAS DECLARACOES PEDIDAS (PADRAO)
      *    MODO V = VERIFICACAO DE AUTENTICIDADE PROTOCOLO/CODIGO
       FD PARM-EXE85
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE85.DAT".

       01 REG-PARM-EXE85.
           03 MODO-PARM        PIC X(01).

      *    TIPO: M MATRICULA, F FREQUENCIA, C ESCOLARIDADE (CURSANDO),
      *          T TRANSFERENCIA.
       FD DECLARA-PED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DECLARA-PED.DAT".

       01 REG-PED.
           03 TIPO-PED         PIC X(01).
           03 NUMERO-PED       PIC 9(07).
           03 SOLICITANTE-PED  PIC X(30).

       FD DECLARA-VERIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DECLARA-VERIF.DAT".

       01 REG-VER.
           03 PROTOCOLO-VER    PIC 9(08).
           03 CODIGO-VER       PIC X(08).

       FD DECLARA-REG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DECLARA-REG.DAT".

       01 REG-DRG.
           03 PROTOCOLO-DRG    PIC 9(08).
           03 CODIGO-DRG       PIC X(08).
           03 TIPO-DRG         PIC X(01).
           03 NUMERO-DRG       PIC 9(07).
           03 NOME-DRG         PIC X(20).
           03 TURMA-DRG        PIC X(03).
           03 DATA-EMISSAO-DRG PIC 9(08).
           03 HORA-EMISSAO-DRG PIC 9(06).
           03 SOLICITANTE-DRG  PIC X(30).

       FD DECLARA-IMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DECLARA-IMP.DAT".

       01 REG-IMP                 PIC X(80).

       FD DECLARA-REJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DECLARA-REJ.DAT".

       01 REG-REJ.
           03 TIPO-REJ         PIC X(01).
           03 NUMERO-REJ       PIC 9(07).
           03 MOTIVO-REJ       PIC X(02).

       FD CTRL-DECLARA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-DECLARA.DAT".

       01 REG-CTL.
           03 PROTOCOLO-CTL    PIC 9(08).

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

       FD CAD-FALTA-DIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FALTA-DIS.DAT".

       01 REG-FDA.
           03 CHAVE-FDA.
              04 NUMERO-FDA       PIC 9(07).
              04 DISCIPLINA-FDA   PIC 9(03).
           03 FALTAS-FDA       PIC 9(04).

       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".

       01 REG-DIS.
           03 CODIGO-DIS       PIC 9(03).
           03 NOME-DIS         PIC X(20).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE85
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE85.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE85
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE85.DAT".

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
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-PED    PIC X(02) VALUE "00".
       77 WS-STATUS-VER    PIC X(02) VALUE "00".
       77 WS-STATUS-REG    PIC X(02) VALUE "00".
       77 WS-STATUS-IMP    PIC X(02) VALUE "00".
       77 WS-STATUS-REJ    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-FDA    PIC X(02) VALUE "00".
       77 WS-STATUS-DIS    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-REG       PIC X(03) VALUE "NAO".
       77 WS-FIM-FDA       PIC X(03) VALUE "NAO".
       77 WS-FIM-TUR       PIC X(03) VALUE "NAO".
       77 WS-FIM-DIS       PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-MODO          PIC X(01) VALUE "E".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE85".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EMITIDO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-AUTENTICO PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-HORA-EMISSAO  PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-ANO-LETIVO    PIC 9(04) VALUE ZEROS.
       77 WS-PROTOCOLO     PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-QTD-TUR       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DIS       PIC 9(03) VALUE ZEROS.
       77 WS-T             PIC 9(03).
       77 WS-D             PIC 9(03).
       77 WS-K             PIC 9(02).
       77 WS-POSICAO       PIC 9(02).
       77 WS-SEMENTE       PIC 9(09) VALUE ZEROS.
       77 WS-ALEATORIO     PIC 9V9(09) VALUE ZEROS.
       77 WS-TOTAL-FALTAS  PIC 9(05) VALUE ZEROS.
       01 WS-CODIGO        PIC X(08) VALUE SPACES.
       01 WS-ALFABETO      PIC X(32)
                           VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01 WS-DESCR-TURMA   PIC X(20) VALUE SPACES.
       01 WS-DESCR-TIPO    PIC X(30) VALUE SPACES.
       01 WS-NOME-DISCIPLINA PIC X(20) VALUE SPACES.
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
       01 WS-LINHA-IMP             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-TUR.
           03 WS-TUR-OCORRE OCCURS 200 TIMES.
               05 WS-TUR-CODIGO    PIC X(03).
               05 WS-TUR-ANO       PIC 9(04).
               05 WS-TUR-DESCRICAO PIC X(20).
       01 WS-TABELA-DIS.
           03 WS-DIS-OCORRE OCCURS 100 TIMES.
               05 WS-DIS-CODIGO    PIC 9(03).
               05 WS-DIS-NOME      PIC X(20).

       PROCEDURE DIVISION.
       PGM-EM01EX85.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-MODO = "V"
               PERFORM VERIFICACAO
                      UNTIL FIM-ARQ = "SIM"
           ELSE
               PERFORM EMISSAO
                      UNTIL FIM-ARQ = "SIM"
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE85.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           IF WS-MODO = "V"
               PERFORM INICIO-VERIFICACAO
           ELSE
               PERFORM INICIO-EMISSAO
           END-IF.

       INICIO-EMISSAO.
           OPEN INPUT DECLARA-PED.
           IF WS-STATUS-PED NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LE-CONTROLE
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-DISCIPLINAS
               OPEN OUTPUT DECLARA-IMP
                    OUTPUT DECLARA-REJ
               PERFORM VERIFICA-STATUS-IMP
               PERFORM VERIFICA-STATUS-REJ
               OPEN EXTEND DECLARA-REG
               IF WS-STATUS-REG NOT = "00"
                   OPEN OUTPUT DECLARA-REG
               END-IF
               PERFORM VERIFICA-STATUS-REG
               OPEN INPUT CADALU
               IF WS-STATUS-ALU = "00"
                   MOVE "S" TO WS-ALU-ABERTO
               END-IF
               OPEN INPUT CAD-FALTA-DIS
               IF WS-STATUS-FDA = "00"
                   PERFORM LEITURA-FALTA-DIS
               ELSE
                   MOVE "SIM" TO WS-FIM-FDA
               END-IF
               COMPUTE WS-SEMENTE = WS-HORA-INICIO
                       + WS-DATA-SISTEMA + WS-PROTOCOLO
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM (WS-SEMENTE)
               PERFORM LEITURA-PEDIDO
           END-IF.

       INICIO-VERIFICACAO.
           OPEN INPUT DECLARA-VERIF.
           IF WS-STATUS-VER NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               OPEN OUTPUT REL-EXE85
               PERFORM VERIFICA-STATUS-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "VERIFICACAO DE AUTENTICIDADE DE DECLARACOES - "
                          DELIMITED BY SIZE
                      WS-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               OPEN INPUT DECLARA-REG
               IF WS-STATUS-REG = "00"
                   PERFORM LEITURA-REGISTRO
               ELSE
                   MOVE "SIM" TO WS-FIM-REG
               END-IF
               PERFORM LEITURA-VERIFICACAO
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
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-LETIVO.

       LE-PARAMETRO.
           OPEN INPUT PARM-EXE85.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE85
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00" AND MODO-PARM = "V"
                   MOVE "V" TO WS-MODO
               END-IF
               CLOSE PARM-EXE85
           END-IF.

       LE-CONTROLE.
           OPEN INPUT CTRL-DECLARA.
           IF WS-STATUS-CTL = "00"
               READ CTRL-DECLARA
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-CTL = "00" AND PROTOCOLO-CTL NUMERIC
                   MOVE PROTOCOLO-CTL TO WS-PROTOCOLO
               END-IF
               CLOSE CTRL-DECLARA
           END-IF.

       GRAVA-CONTROLE.
           OPEN OUTPUT CTRL-DECLARA.
           IF WS-STATUS-CTL = "00"
               MOVE WS-PROTOCOLO TO PROTOCOLO-CTL
               WRITE REG-CTL
               CLOSE CTRL-DECLARA
           END-IF.

       CARREGA-TURMAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR = "00"
               PERFORM LEITURA-TURMA
               PERFORM UNTIL WS-FIM-TUR = "SIM"
                   IF WS-QTD-TUR < 200
                       ADD 1 TO WS-QTD-TUR
                       MOVE CODIGO-TUR TO WS-TUR-CODIGO (WS-QTD-TUR)
                       MOVE ANO-TUR TO WS-TUR-ANO (WS-QTD-TUR)
                       MOVE DESCRICAO-TUR
                           TO WS-TUR-DESCRICAO (WS-QTD-TUR)
                   END-IF
                   PERFORM LEITURA-TURMA
               END-PERFORM
               CLOSE CADTUR
           END-IF.

       LEITURA-TURMA.
           READ CADTUR
               AT END MOVE "SIM" TO WS-FIM-TUR
           END-READ.

       CARREGA-DISCIPLINAS.
           OPEN INPUT CADDIS.
           IF WS-STATUS-DIS = "00"
               PERFORM LEITURA-DISCIPLINA
               PERFORM UNTIL WS-FIM-DIS = "SIM"
                   IF WS-QTD-DIS < 100
                       ADD 1 TO WS-QTD-DIS
                       MOVE CODIGO-DIS TO WS-DIS-CODIGO (WS-QTD-DIS)
                       MOVE NOME-DIS TO WS-DIS-NOME (WS-QTD-DIS)
                   END-IF
                   PERFORM LEITURA-DISCIPLINA
               END-PERFORM
               CLOSE CADDIS
           END-IF.

       LEITURA-DISCIPLINA.
           READ CADDIS
               AT END MOVE "SIM" TO WS-FIM-DIS
           END-READ.

       VERIFICA-STATUS-IMP.
           IF WS-STATUS-IMP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-IMP"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REJ.
           IF WS-STATUS-REJ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REJ"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REG.
           IF WS-STATUS-REG NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REG"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA-PEDIDO.
           READ DECLARA-PED
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-VERIFICACAO.
           READ DECLARA-VERIF
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-REGISTRO.
           READ DECLARA-REG
               AT END MOVE "SIM" TO WS-FIM-REG
           END-READ.

       LEITURA-FALTA-DIS.
           READ CAD-FALTA-DIS
               AT END MOVE "SIM" TO WS-FIM-FDA
           END-READ.

      *    OS PEDIDOS CHEGAM ORDENADOS POR MATRICULA PARA QUE AS FALTAS
      *    POR DISCIPLINA POSSAM SER LIDAS EM UMA UNICA PASSADA.
       EMISSAO.
           PERFORM VALIDA-PEDIDO.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITO
           ELSE
               PERFORM EMITE-DECLARACAO
           END-IF.
           PERFORM LEITURA-PEDIDO.

       VALIDA-PEDIDO.
           MOVE SPACES TO WS-MOTIVO.
           IF TIPO-PED NOT = "M" AND TIPO-PED NOT = "F"
                   AND TIPO-PED NOT = "C" AND TIPO-PED NOT = "T"
               MOVE "TI" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               IF WS-ALU-ABERTO = "S"
                   MOVE NUMERO-PED TO NUMERO-ENT
                   READ CADALU
                       INVALID KEY
                           MOVE "NE" TO WS-MOTIVO
                   END-READ
               ELSE
                   MOVE "NE" TO WS-MOTIVO
               END-IF
           END-IF.
      *    ALUNO TRANSFERIDO, DESISTENTE OU CONCLUINTE SO RECEBE A
      *    DECLARACAO DE TRANSFERENCIA.
           IF WS-MOTIVO = SPACES AND TIPO-PED NOT = "T"
               IF SITUACAO-ENT = "T" OR SITUACAO-ENT = "D"
                       OR SITUACAO-ENT = "C"
                   MOVE "SI" TO WS-MOTIVO
               END-IF
           END-IF.

       GRAVA-REJEITO.
           MOVE TIPO-PED TO TIPO-REJ.
           MOVE NUMERO-PED TO NUMERO-REJ.
           MOVE WS-MOTIVO TO MOTIVO-REJ.
           WRITE REG-REJ.
           PERFORM VERIFICA-STATUS-REJ.
           ADD 1 TO WS-CONTADOR-REJ.

       EMITE-DECLARACAO.
           ADD 1 TO WS-PROTOCOLO.
           PERFORM GERA-CODIGO.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-EMISSAO.
           PERFORM BUSCA-TURMA.
           MOVE WS-PROTOCOLO TO PROTOCOLO-DRG.
           MOVE WS-CODIGO TO CODIGO-DRG.
           MOVE TIPO-PED TO TIPO-DRG.
           MOVE NUMERO-ENT TO NUMERO-DRG.
           MOVE NOME-ENT TO NOME-DRG.
           MOVE TURMA-ENT TO TURMA-DRG.
           MOVE WS-DATA-SISTEMA TO DATA-EMISSAO-DRG.
           MOVE WS-HORA-EMISSAO TO HORA-EMISSAO-DRG.
           MOVE SOLICITANTE-PED TO SOLICITANTE-DRG.
           WRITE REG-DRG.
           PERFORM VERIFICA-STATUS-REG.
           ADD 1 TO WS-CONTADOR-EMITIDO.
           PERFORM IMPRIME-DECLARACAO.

      *    CODIGO DE VERIFICACAO DE 8 POSICOES SORTEADO NUM ALFABETO
      *    SEM CARACTERES AMBIGUOS (0/O, 1/I).
       GERA-CODIGO.
           MOVE SPACES TO WS-CODIGO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM
               COMPUTE WS-POSICAO = WS-ALEATORIO * 32 + 1
               IF WS-POSICAO > 32
                   MOVE 32 TO WS-POSICAO
               END-IF
               MOVE WS-ALFABETO (WS-POSICAO:1) TO WS-CODIGO (WS-K:1)
           END-PERFORM.

       BUSCA-TURMA.
           MOVE SPACES TO WS-DESCR-TURMA.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTD-TUR
               IF WS-TUR-CODIGO (WS-T) = TURMA-ENT
                   MOVE WS-TUR-DESCRICAO (WS-T) TO WS-DESCR-TURMA
                   IF WS-TUR-ANO (WS-T) = WS-ANO-LETIVO
                       MOVE WS-QTD-TUR TO WS-T
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DESCR-TURMA = SPACES
               MOVE TURMA-ENT TO WS-DESCR-TURMA
           END-IF.

       IMPRIME-DECLARACAO.
           EVALUATE TIPO-PED
               WHEN "M" MOVE "DECLARACAO DE MATRICULA"
                           TO WS-DESCR-TIPO
               WHEN "F" MOVE "DECLARACAO DE FREQUENCIA"
                           TO WS-DESCR-TIPO
               WHEN "C" MOVE "DECLARACAO DE ESCOLARIDADE"
                           TO WS-DESCR-TIPO
               WHEN "T" MOVE "DECLARACAO DE TRANSFERENCIA"
                           TO WS-DESCR-TIPO
           END-EVALUATE.
           MOVE ALL "*" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "            " DELIMITED BY SIZE
                  WS-DESCR-TIPO DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE DD-ENT TO WS-DE-DD.
           MOVE MM-ENT TO WS-DE-MM.
           MOVE AAAA-ENT TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "DECLARAMOS QUE " DELIMITED BY SIZE
                  NOME-ENT DELIMITED BY "  "
                  " (MATRICULA " DELIMITED BY SIZE
                  NUMERO-ENT DELIMITED BY SIZE
                  ")," DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "NASCIDO(A) EM " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           EVALUATE TIPO-PED
               WHEN "T"
                   PERFORM IMPRIME-CORPO-TRANSFERENCIA
               WHEN "F"
                   PERFORM IMPRIME-CORPO-MATRICULA
                   PERFORM IMPRIME-CORPO-FREQUENCIA
               WHEN "C"
                   MOVE "ESTA CURSANDO NESTE ESTABELECIMENTO"
                       TO WS-LINHA-IMP
                   WRITE REG-IMP FROM WS-LINHA-IMP
                   PERFORM IMPRIME-TURMA
               WHEN OTHER
                   PERFORM IMPRIME-CORPO-MATRICULA
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "EMITIDA EM " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  "  PROTOCOLO " DELIMITED BY SIZE
                  WS-PROTOCOLO DELIMITED BY SIZE
                  "  CODIGO DE VERIFICACAO " DELIMITED BY SIZE
                  WS-CODIGO DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE "A AUTENTICIDADE PODE SER CONFIRMADA NA SECRETARIA."
               TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE ALL "*" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.

       IMPRIME-CORPO-MATRICULA.
           MOVE "ESTA REGULARMENTE MATRICULADO(A) NESTE ESTABELECIMENTO"
               TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           PERFORM IMPRIME-TURMA.

       IMPRIME-TURMA.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "NA TURMA " DELIMITED BY SIZE
                  TURMA-ENT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DESCR-TURMA DELIMITED BY "  "
                  ", UNIDADE " DELIMITED BY SIZE
                  UNIDADE-ENT DELIMITED BY SIZE
                  ", ANO LETIVO " DELIMITED BY SIZE
                  WS-ANO-LETIVO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.

       IMPRIME-CORPO-FREQUENCIA.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE "FALTAS REGISTRADAS NO ANO LETIVO, POR DISCIPLINA:"
               TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE ZEROS TO WS-TOTAL-FALTAS.
           PERFORM UNTIL WS-FIM-FDA = "SIM"
                   OR NUMERO-FDA NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-FALTA-DIS
           END-PERFORM.
           PERFORM UNTIL WS-FIM-FDA = "SIM"
                   OR NUMERO-FDA NOT = NUMERO-ENT
               PERFORM BUSCA-NOME-DISCIPLINA
               MOVE SPACES TO WS-LINHA-IMP
               STRING "  " DELIMITED BY SIZE
                      WS-NOME-DISCIPLINA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FALTAS-FDA DELIMITED BY SIZE
                   INTO WS-LINHA-IMP
               WRITE REG-IMP FROM WS-LINHA-IMP
               ADD FALTAS-FDA TO WS-TOTAL-FALTAS
               PERFORM LEITURA-FALTA-DIS
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  TOTAL DE FALTAS       " DELIMITED BY SIZE
                  WS-TOTAL-FALTAS DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.

       BUSCA-NOME-DISCIPLINA.
           MOVE SPACES TO WS-NOME-DISCIPLINA.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-QTD-DIS
               IF WS-DIS-CODIGO (WS-D) = DISCIPLINA-FDA
                   MOVE WS-DIS-NOME (WS-D) TO WS-NOME-DISCIPLINA
                   MOVE WS-QTD-DIS TO WS-D
               END-IF
           END-PERFORM.
           IF WS-NOME-DISCIPLINA = SPACES
               STRING "DISCIPLINA " DELIMITED BY SIZE
                      DISCIPLINA-FDA DELIMITED BY SIZE
                   INTO WS-NOME-DISCIPLINA
           END-IF.

       IMPRIME-CORPO-TRANSFERENCIA.
           MOVE "FOI ALUNO(A) DESTE ESTABELECIMENTO" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           PERFORM IMPRIME-TURMA.
           MOVE SPACES TO WS-LINHA-IMP.
           IF SITUACAO-ENT = "T" AND DATA-SITUACAO-ENT NUMERIC
               MOVE DATA-SITUACAO-ENT TO WS-DATA-TRAB
               MOVE WS-DT-DD TO WS-DE-DD
               MOVE WS-DT-MM TO WS-DE-MM
               MOVE WS-DT-AAAA TO WS-DE-AAAA
               STRING "TENDO SIDO TRANSFERIDO(A) EM " DELIMITED BY SIZE
                      WS-DATA-EDITADA DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                   INTO WS-LINHA-IMP
           ELSE
               MOVE "PODENDO PROSSEGUIR ESTUDOS EM OUTRA ESCOLA."
                   TO WS-LINHA-IMP
           END-IF.
           WRITE REG-IMP FROM WS-LINHA-IMP.

      *    O REGISTRO DE EMISSOES E GRAVADO EM ORDEM DE PROTOCOLO, E AS
      *    CONSULTAS CHEGAM ORDENADAS PELO MESMO CAMPO.
       VERIFICACAO.
           PERFORM UNTIL WS-FIM-REG = "SIM"
                   OR PROTOCOLO-DRG NOT LESS THAN PROTOCOLO-VER
               PERFORM LEITURA-REGISTRO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-FIM-REG NOT = "SIM"
                   AND PROTOCOLO-DRG = PROTOCOLO-VER
               IF CODIGO-DRG = CODIGO-VER
                   ADD 1 TO WS-CONTADOR-AUTENTICO
                   STRING PROTOCOLO-VER DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CODIGO-VER DELIMITED BY SIZE
                          " AUTENTICA " DELIMITED BY SIZE
                          TIPO-DRG DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DATA-EMISSAO-DRG DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NUMERO-DRG DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NOME-DRG DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               ELSE
                   ADD 1 TO WS-CONTADOR-REJ
                   STRING PROTOCOLO-VER DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CODIGO-VER DELIMITED BY SIZE
                          " NAO CONFERE - CODIGO INVALIDO PARA O"
                              DELIMITED BY SIZE
                          " PROTOCOLO" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-REJ
               STRING PROTOCOLO-VER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CODIGO-VER DELIMITED BY SIZE
                      " NAO CONFERE - PROTOCOLO INEXISTENTE"
                          DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM LEITURA-VERIFICACAO.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           IF WS-MODO = "V"
               STRING "EXE85 - CONSULTAS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  AUTENTICAS: " DELIMITED BY SIZE
                      WS-CONTADOR-AUTENTICO DELIMITED BY SIZE
                      "  NAO CONFEREM: " DELIMITED BY SIZE
                      WS-CONTADOR-REJ DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           ELSE
               STRING "EXE85 - PEDIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  EMITIDAS: " DELIMITED BY SIZE
                      WS-CONTADOR-EMITIDO DELIMITED BY SIZE
                      "  RECUSADAS: " DELIMITED BY SIZE
                      WS-CONTADOR-REJ DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           END-IF.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE85 - ULTIMO PROTOCOLO: " DELIMITED BY SIZE
                  WS-PROTOCOLO DELIMITED BY SIZE
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
               MOVE "EXE85" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           IF WS-MODO = "V"
               MOVE WS-CONTADOR-AUTENTICO TO GRAVADOS-RHI
           ELSE
               MOVE WS-CONTADOR-EMITIDO TO GRAVADOS-RHI
           END-IF.
           MOVE WS-CONTADOR-REJ TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "PARM=" DELIMITED BY SIZE
                  WS-STATUS-PARM DELIMITED BY SIZE
                  " PED=" DELIMITED BY SIZE
                  WS-STATUS-PED DELIMITED BY SIZE
                  " VER=" DELIMITED BY SIZE
                  WS-STATUS-VER DELIMITED BY SIZE
                  " REG=" DELIMITED BY SIZE
                  WS-STATUS-REG DELIMITED BY SIZE
                  " IMP=" DELIMITED BY SIZE
                  WS-STATUS-IMP DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-STATUS-REJ DELIMITED BY SIZE
                  " CTL=" DELIMITED BY SIZE
                  WS-STATUS-CTL DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " FDA=" DELIMITED BY SIZE
                  WS-STATUS-FDA DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           IF WS-MODO = "V"
               MOVE REG-VER TO WS-DIAG-REGISTRO
           ELSE
               MOVE REG-PED TO WS-DIAG-REGISTRO
           END-IF.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-MODO = "V"
               IF WS-STATUS-VER = "00" OR WS-STATUS-VER = "10"
                   CLOSE DECLARA-VERIF
                         REL-EXE85
                   IF WS-STATUS-REG = "00" OR WS-STATUS-REG = "10"
                       CLOSE DECLARA-REG
                   END-IF
               END-IF
           ELSE
               IF WS-STATUS-PED = "00" OR WS-STATUS-PED = "10"
                   CLOSE DECLARA-PED
                         DECLARA-IMP
                         DECLARA-REJ
                         DECLARA-REG
                   IF WS-ALU-ABERTO = "S"
                       CLOSE CADALU
                   END-IF
                   IF WS-STATUS-FDA = "00" OR WS-STATUS-FDA = "10"
                       CLOSE CAD-FALTA-DIS
                   END-IF
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EXE85.
