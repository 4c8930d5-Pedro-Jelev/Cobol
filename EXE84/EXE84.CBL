       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE84.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSELHO-TRAN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRN.

           SELECT CAD-CONSELHO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CNS.

           SELECT CAD-CONSELHO-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CNN.

           SELECT CADAPR-DIS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-APD.

           SELECT CADFIN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FIN.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADDIS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DIS.

           SELECT CONSELHO-REJ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REJ.

           SELECT CONSELHO-JRN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-JRN.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE84   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT ORDENA-CNS   ASSIGN TO DISK.

           SELECT LOG-EXE84   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    DISCIPLINA 000 = RESULTADO ANUAL DO ALUNO (CADFIN).
       FD CONSELHO-TRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSELHO-TRAN.DAT".

       01 REG-TRN.
           03 TIPO-TRN         PIC X(01).
           03 CHAVE-TRN.
              04 NUMERO-TRN       PIC 9(07).
              04 ANO-TRN          PIC 9(04).
              04 DISCIPLINA-TRN   PIC 9(03).
           03 DECISAO-TRN      PIC X(01).
           03 DATA-REUNIAO-TRN PIC 9(08).
           03 JUSTIFICATIVA-TRN PIC X(60).

      *    SITUACAO E MEDIA ORIGINAIS SAO AS CALCULADAS NA INCLUSAO E
      *    NAO MUDAM MAIS; A DECISAO (A APROVADO / R RETIDO) PREVALECE
      *    NO FECHAMENTO (EXE20) E NO HISTORICO (EXE55).
       FD CAD-CONSELHO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSELHO.DAT".

       01 REG-CNS.
           03 CHAVE-CNS.
              04 NUMERO-CNS       PIC 9(07).
              04 ANO-CNS          PIC 9(04).
              04 DISCIPLINA-CNS   PIC 9(03).
           03 TURMA-CNS        PIC X(03).
           03 MEDIA-ORIG-CNS   PIC 9(02)V99.
           03 SITUACAO-ORIG-CNS PIC X(01).
           03 DECISAO-CNS      PIC X(01).
           03 DATA-REUNIAO-CNS PIC 9(08).
           03 JUSTIFICATIVA-CNS PIC X(60).
           03 DATA-REGISTRO-CNS PIC 9(08).

       FD CAD-CONSELHO-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSELHO-NOVO.DAT".

       01 REG-CNN.
           03 CHAVE-CNN.
              04 NUMERO-CNN       PIC 9(07).
              04 ANO-CNN          PIC 9(04).
              04 DISCIPLINA-CNN   PIC 9(03).
           03 TURMA-CNN        PIC X(03).
           03 MEDIA-ORIG-CNN   PIC 9(02)V99.
           03 SITUACAO-ORIG-CNN PIC X(01).
           03 DECISAO-CNN      PIC X(01).
           03 DATA-REUNIAO-CNN PIC 9(08).
           03 JUSTIFICATIVA-CNN PIC X(60).
           03 DATA-REGISTRO-CNN PIC 9(08).

       FD CADAPR-DIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAPR-DIS.DAT".

       01 REG-APD.
           03 CHAVE-APD.
              04 NUMERO-APD       PIC 9(07).
              04 DISCIPLINA-APD   PIC 9(03).
           03 MEDIA-APD        PIC 9(02)V99.
           03 SITUACAO-APD     PIC X(01).

       FD CADFIN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFIN.DAT".

       01 REG-FIN.
           03 NUMERO-FIN       PIC 9(07).
           03 QTD-BIM-FIN      PIC 9(01).
           03 MEDIA-FINAL-FIN  PIC 9(02)V99.
           03 SITUACAO-FIN     PIC X(01).
           03 TURMA-FIN        PIC X(03).

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

       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".

       01 REG-DIS.
           03 CODIGO-DIS       PIC 9(03).
           03 NOME-DIS         PIC X(20).

       FD CONSELHO-REJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSELHO-REJ.DAT".

       01 REG-REJ.
           03 TIPO-REJ         PIC X(01).
           03 NUMERO-REJ       PIC 9(07).
           03 ANO-REJ          PIC 9(04).
           03 DISCIPLINA-REJ   PIC 9(03).
           03 MOTIVO-REJ       PIC X(02).

       FD CONSELHO-JRN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSELHO-JRN.DAT".

       01 REG-JRN.
           03 DATA-JRN         PIC 9(08).
           03 TIPO-JRN         PIC X(01).
           03 IMAGEM-ANTES-JRN PIC X(99).
           03 IMAGEM-DEPOIS-JRN PIC X(99).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE84
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE84.DAT".

       01 REG-REL                  PIC X(80).

       SD ORDENA-CNS.

       01 REG-ORD.
           03 NUMERO-ORD       PIC 9(07).
           03 ANO-ORD          PIC 9(04).
           03 DISCIPLINA-ORD   PIC 9(03).
           03 TURMA-ORD        PIC X(03).
           03 MEDIA-ORIG-ORD   PIC 9(02)V99.
           03 SITUACAO-ORIG-ORD PIC X(01).
           03 DECISAO-ORD      PIC X(01).
           03 DATA-REUNIAO-ORD PIC 9(08).
           03 JUSTIFICATIVA-ORD PIC X(60).
           03 DATA-REGISTRO-ORD PIC 9(08).

       FD LOG-EXE84
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE84.DAT".

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
       77 WS-STATUS-TRN    PIC X(02) VALUE "00".
       77 WS-STATUS-CNS    PIC X(02) VALUE "00".
       77 WS-STATUS-CNN    PIC X(02) VALUE "00".
       77 WS-STATUS-APD    PIC X(02) VALUE "00".
       77 WS-STATUS-FIN    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-DIS    PIC X(02) VALUE "00".
       77 WS-STATUS-REJ    PIC X(02) VALUE "00".
       77 WS-STATUS-JRN    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-TRN       PIC X(03) VALUE "NAO".
       77 WS-FIM-CNS       PIC X(03) VALUE "NAO".
       77 WS-FIM-APD       PIC X(03) VALUE "NAO".
       77 WS-FIM-FIN       PIC X(03) VALUE "NAO".
       77 WS-FIM-DIS       PIC X(03) VALUE "NAO".
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE84".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-APLICADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REL      PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-MOVTO    PIC 9(08) VALUE ZEROS.
       77 WS-ANO-LETIVO    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DIS       PIC 9(03) VALUE ZEROS.
       77 WS-D             PIC 9(03).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-TURMA-ANT     PIC X(03) VALUE SPACES.
       77 WS-ANO-ANT       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TURMA     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APROVADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RETIDOS   PIC 9(05) VALUE ZEROS.
       77 WS-TURMA-ORIGEM  PIC X(03) VALUE SPACES.
       77 WS-MEDIA-ORIGEM  PIC 9(02)V99 VALUE ZEROS.
       77 WS-SITUACAO-ORIGEM PIC X(01) VALUE SPACES.
       01 WS-IMAGEM-ANTES  PIC X(99) VALUE SPACES.
       01 WS-IMAGEM-DEPOIS PIC X(99) VALUE SPACES.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-TABELA-DIS.
           03 WS-DIS-OCORRE OCCURS 100 TIMES.
               05 WS-DIS-CODIGO PIC 9(03).
               05 WS-DIS-NOME   PIC X(20).

       01 WS-LINHA-DET1.
           03 WS-DET-NUMERO        PIC 9(07).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-DISCIPLINA    PIC X(20).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-MEDIA         PIC Z9.99.
           03 FILLER               PIC X(02) VALUE SPACES.
           03 WS-DET-ORIGINAL      PIC X(01).
           03 FILLER               PIC X(04) VALUE " -> ".
           03 WS-DET-DECISAO       PIC X(09).
           03 FILLER               PIC X(02) VALUE SPACES.
           03 FILLER               PIC X(09) VALUE "REUNIAO: ".
           03 WS-DET-REUNIAO       PIC 9(08).
           03 FILLER               PIC X(09) VALUE SPACES.

       01 WS-LINHA-DET2.
           03 FILLER               PIC X(09) VALUE SPACES.
           03 WS-DET-JUSTIFICATIVA PIC X(60).
           03 FILLER               PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EM01EX84.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL WS-FIM-TRN = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE84.
           PERFORM LE-DATA-MOVTO.
           PERFORM CARREGA-DISCIPLINAS.
           OPEN INPUT CONSELHO-TRAN.
           IF WS-STATUS-TRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "SIM" TO WS-FIM-TRN
           ELSE
               OPEN OUTPUT CAD-CONSELHO-NOVO
                    OUTPUT CONSELHO-REJ
               PERFORM VERIFICA-STATUS-CNN
               PERFORM VERIFICA-STATUS-REJ
               OPEN EXTEND CONSELHO-JRN
               IF WS-STATUS-JRN NOT = "00"
                   OPEN OUTPUT CONSELHO-JRN
               END-IF
               PERFORM VERIFICA-STATUS-JRN
               OPEN INPUT CAD-CONSELHO
               IF WS-STATUS-CNS = "00"
                   PERFORM LEITURA-CONSELHO
               ELSE
                   MOVE "SIM" TO WS-FIM-CNS
               END-IF
               OPEN INPUT CADAPR-DIS
               IF WS-STATUS-APD = "00"
                   PERFORM LEITURA-APROVACAO
               ELSE
                   MOVE "SIM" TO WS-FIM-APD
               END-IF
               OPEN INPUT CADFIN
               IF WS-STATUS-FIN = "00"
                   PERFORM LEITURA-FINAL
               ELSE
                   MOVE "SIM" TO WS-FIM-FIN
               END-IF
               OPEN INPUT CADALU
               IF WS-STATUS-ALU = "00"
                   MOVE "S" TO WS-ALU-ABERTO
               END-IF
               PERFORM LEITURA
           END-IF.

       LE-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-MOVTO.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-MOV = "00"
               READ DATA-MOVTO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MOV = "00"
                   MOVE DATA-MOVTO-REG TO WS-DATA-MOVTO
               END-IF
               CLOSE DATA-MOVTO
           END-IF.
           MOVE WS-DATA-MOVTO (1:4) TO WS-ANO-LETIVO.

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

       VERIFICA-STATUS-CNN.
           IF WS-STATUS-CNN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CNN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REJ.
           IF WS-STATUS-REJ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REJ"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-JRN.
           IF WS-STATUS-JRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-JRN"
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
           READ CONSELHO-TRAN
                AT END
                MOVE "SIM" TO WS-FIM-TRN.
           IF WS-FIM-TRN NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-CONSELHO.
           READ CAD-CONSELHO
               AT END MOVE "SIM" TO WS-FIM-CNS
           END-READ.

       LEITURA-APROVACAO.
           READ CADAPR-DIS
               AT END MOVE "SIM" TO WS-FIM-APD
           END-READ.

       LEITURA-FINAL.
           READ CADFIN
               AT END MOVE "SIM" TO WS-FIM-FIN
           END-READ.
           IF WS-FIM-FIN NOT = "SIM"
               IF REG-FIN (1:3) = "TRL"
                   MOVE "SIM" TO WS-FIM-FIN
               END-IF
           END-IF.

       PRINCIPAL.
           PERFORM COPIA-ATE-CHAVE.
           PERFORM VALIDA-TRANSACAO.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITO
               IF WS-FIM-CNS NOT = "SIM"
                       AND CHAVE-CNS = CHAVE-TRN
                   PERFORM COPIA-CONSELHO
                   PERFORM LEITURA-CONSELHO
               END-IF
           ELSE
               PERFORM APLICA-TRANSACAO
           END-IF.
           PERFORM LEITURA.

       COPIA-ATE-CHAVE.
           PERFORM UNTIL WS-FIM-CNS = "SIM"
                   OR CHAVE-CNS NOT LESS THAN CHAVE-TRN
               PERFORM COPIA-CONSELHO
               PERFORM LEITURA-CONSELHO
           END-PERFORM.

       COPIA-CONSELHO.
           MOVE REG-CNS TO REG-CNN.
           WRITE REG-CNN.
           PERFORM VERIFICA-STATUS-CNN.

       VALIDA-TRANSACAO.
           MOVE SPACES TO WS-MOTIVO.
           IF TIPO-TRN NOT = "I" AND TIPO-TRN NOT = "A"
                   AND TIPO-TRN NOT = "E"
               MOVE "TI" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND TIPO-TRN NOT = "E"
               IF DECISAO-TRN NOT = "A" AND DECISAO-TRN NOT = "R"
                   MOVE "DC" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES
                  AND (DATA-REUNIAO-TRN NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (DATA-REUNIAO-TRN)
                      NOT = ZEROS
                   OR DATA-REUNIAO-TRN > WS-DATA-MOVTO)
                   MOVE "DT" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES AND JUSTIFICATIVA-TRN = SPACES
                   MOVE "JU" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND TIPO-TRN = "I"
               PERFORM VALIDA-INCLUSAO
           END-IF.

      *    A INCLUSAO SO VALE PARA O ANO LETIVO EM CURSO, QUE E O DOS
      *    RESULTADOS EM CADAPR-DIS E CADFIN.
       VALIDA-INCLUSAO.
           IF ANO-TRN NOT = WS-ANO-LETIVO
               MOVE "AN" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND DISCIPLINA-TRN NOT = ZEROS
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-QTD-DIS
                   IF WS-DIS-CODIGO (WS-D) = DISCIPLINA-TRN
                       MOVE "S" TO WS-ACHOU
                       MOVE WS-QTD-DIS TO WS-D
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   MOVE "DS" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE SPACES TO WS-TURMA-ORIGEM
               IF WS-ALU-ABERTO = "S"
                   MOVE NUMERO-TRN TO NUMERO-ENT
                   READ CADALU
                       INVALID KEY
                           MOVE "NE" TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE TURMA-ENT TO WS-TURMA-ORIGEM
                   END-READ
               ELSE
                   MOVE "NE" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM BUSCA-RESULTADO-ORIGINAL
           END-IF.

       BUSCA-RESULTADO-ORIGINAL.
           MOVE SPACES TO WS-SITUACAO-ORIGEM.
           MOVE ZEROS TO WS-MEDIA-ORIGEM.
           IF DISCIPLINA-TRN = ZEROS
               PERFORM UNTIL WS-FIM-FIN = "SIM"
                       OR NUMERO-FIN NOT LESS THAN NUMERO-TRN
                   PERFORM LEITURA-FINAL
               END-PERFORM
               IF WS-FIM-FIN NOT = "SIM" AND NUMERO-FIN = NUMERO-TRN
                   MOVE SITUACAO-FIN TO WS-SITUACAO-ORIGEM
                   MOVE MEDIA-FINAL-FIN TO WS-MEDIA-ORIGEM
                   MOVE TURMA-FIN TO WS-TURMA-ORIGEM
               END-IF
           ELSE
               PERFORM UNTIL WS-FIM-APD = "SIM"
                       OR NUMERO-APD > NUMERO-TRN
                       OR (NUMERO-APD = NUMERO-TRN
                           AND DISCIPLINA-APD NOT LESS THAN
                               DISCIPLINA-TRN)
                   PERFORM LEITURA-APROVACAO
               END-PERFORM
               IF WS-FIM-APD NOT = "SIM"
                  AND NUMERO-APD = NUMERO-TRN
                  AND DISCIPLINA-APD = DISCIPLINA-TRN
                   MOVE SITUACAO-APD TO WS-SITUACAO-ORIGEM
                   MOVE MEDIA-APD TO WS-MEDIA-ORIGEM
               END-IF
           END-IF.
           IF WS-SITUACAO-ORIGEM = SPACES
               MOVE "SR" TO WS-MOTIVO
           END-IF.

       APLICA-TRANSACAO.
           IF WS-FIM-CNS NOT = "SIM" AND CHAVE-CNS = CHAVE-TRN
               EVALUATE TIPO-TRN
                   WHEN "I"
                       MOVE "JC" TO WS-MOTIVO
                       PERFORM GRAVA-REJEITO
                       PERFORM COPIA-CONSELHO
                   WHEN "A"
                       MOVE REG-CNS TO WS-IMAGEM-ANTES
                       MOVE REG-CNS TO REG-CNN
                       MOVE DECISAO-TRN TO DECISAO-CNN
                       MOVE DATA-REUNIAO-TRN TO DATA-REUNIAO-CNN
                       MOVE JUSTIFICATIVA-TRN TO JUSTIFICATIVA-CNN
                       MOVE WS-DATA-MOVTO TO DATA-REGISTRO-CNN
                       WRITE REG-CNN
                       PERFORM VERIFICA-STATUS-CNN
                       MOVE REG-CNN TO WS-IMAGEM-DEPOIS
                       PERFORM GRAVA-JORNAL
                       ADD 1 TO WS-CONTADOR-APLICADO
                   WHEN "E"
                       MOVE REG-CNS TO WS-IMAGEM-ANTES
                       MOVE SPACES TO WS-IMAGEM-DEPOIS
                       PERFORM GRAVA-JORNAL
                       ADD 1 TO WS-CONTADOR-APLICADO
               END-EVALUATE
               PERFORM LEITURA-CONSELHO
           ELSE
               IF TIPO-TRN = "I"
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   PERFORM GRAVA-INCLUSAO
                   MOVE REG-CNN TO WS-IMAGEM-DEPOIS
                   PERFORM GRAVA-JORNAL
                   ADD 1 TO WS-CONTADOR-APLICADO
               ELSE
                   MOVE "NE" TO WS-MOTIVO
                   PERFORM GRAVA-REJEITO
               END-IF
           END-IF.

       GRAVA-INCLUSAO.
           MOVE CHAVE-TRN TO CHAVE-CNN.
           MOVE WS-TURMA-ORIGEM TO TURMA-CNN.
           MOVE WS-MEDIA-ORIGEM TO MEDIA-ORIG-CNN.
           MOVE WS-SITUACAO-ORIGEM TO SITUACAO-ORIG-CNN.
           MOVE DECISAO-TRN TO DECISAO-CNN.
           MOVE DATA-REUNIAO-TRN TO DATA-REUNIAO-CNN.
           MOVE JUSTIFICATIVA-TRN TO JUSTIFICATIVA-CNN.
           MOVE WS-DATA-MOVTO TO DATA-REGISTRO-CNN.
           WRITE REG-CNN.
           PERFORM VERIFICA-STATUS-CNN.

       GRAVA-JORNAL.
           MOVE WS-DATA-MOVTO TO DATA-JRN.
           MOVE TIPO-TRN TO TIPO-JRN.
           MOVE WS-IMAGEM-ANTES TO IMAGEM-ANTES-JRN.
           MOVE WS-IMAGEM-DEPOIS TO IMAGEM-DEPOIS-JRN.
           WRITE REG-JRN.
           PERFORM VERIFICA-STATUS-JRN.

       GRAVA-REJEITO.
           MOVE TIPO-TRN TO TIPO-REJ.
           MOVE NUMERO-TRN TO NUMERO-REJ.
           MOVE ANO-TRN TO ANO-REJ.
           MOVE DISCIPLINA-TRN TO DISCIPLINA-REJ.
           IF WS-MOTIVO = SPACES
               MOVE "TI" TO WS-MOTIVO.
           MOVE WS-MOTIVO TO MOTIVO-REJ.
           WRITE REG-REJ.
           PERFORM VERIFICA-STATUS-REJ.
           ADD 1 TO WS-CONTADOR-REJ.

       COPIA-CONSELHO-FINAL.
           PERFORM UNTIL WS-FIM-CNS = "SIM"
               PERFORM COPIA-CONSELHO
               PERFORM LEITURA-CONSELHO
           END-PERFORM.

      *    ATA PARA O ARQUIVO DA SECRETARIA: TODAS AS DECISOES DO
      *    REGISTRO, POR ANO E TURMA.
       EMITE-RELATORIO.
           OPEN OUTPUT REL-EXE84.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "DECISOES DO CONSELHO DE CLASSE - EMISSAO: "
                      DELIMITED BY SIZE
                  WS-DATA-MOVTO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           SORT ORDENA-CNS
               ON ASCENDING KEY ANO-ORD
               ON ASCENDING KEY TURMA-ORD
               ON ASCENDING KEY NUMERO-ORD
               ON ASCENDING KEY DISCIPLINA-ORD
               USING CAD-CONSELHO-NOVO
               OUTPUT PROCEDURE IS GRAVA-RELATORIO.
           PERFORM FECHA-TURMA.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "TOTAL DE DECISOES: " DELIMITED BY SIZE
                  WS-CONTADOR-REL DELIMITED BY SIZE
                  "  APROVACOES: " DELIMITED BY SIZE
                  WS-QTD-APROVADOS DELIMITED BY SIZE
                  "  RETENCOES: " DELIMITED BY SIZE
                  WS-QTD-RETIDOS DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           CLOSE REL-EXE84.

       GRAVA-RELATORIO.
           PERFORM RETORNA-ORDENADO.
           PERFORM UNTIL WS-FIM-ORD = "SIM"
               IF ANO-ORD NOT = WS-ANO-ANT
                  OR TURMA-ORD NOT = WS-TURMA-ANT
                   PERFORM FECHA-TURMA
                   MOVE ANO-ORD TO WS-ANO-ANT
                   MOVE TURMA-ORD TO WS-TURMA-ANT
                   MOVE SPACES TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
                   STRING "ANO LETIVO: " DELIMITED BY SIZE
                          ANO-ORD DELIMITED BY SIZE
                          "   TURMA: " DELIMITED BY SIZE
                          TURMA-ORD DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
               PERFORM IMPRIME-DECISAO
               ADD 1 TO WS-QTD-TURMA WS-CONTADOR-REL
               PERFORM RETORNA-ORDENADO
           END-PERFORM.

       RETORNA-ORDENADO.
           RETURN ORDENA-CNS
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.

       IMPRIME-DECISAO.
           MOVE NUMERO-ORD TO WS-DET-NUMERO.
           IF DISCIPLINA-ORD = ZEROS
               MOVE "RESULTADO ANUAL" TO WS-DET-DISCIPLINA
           ELSE
               MOVE SPACES TO WS-DET-DISCIPLINA
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-QTD-DIS
                   IF WS-DIS-CODIGO (WS-D) = DISCIPLINA-ORD
                       MOVE WS-DIS-NOME (WS-D) TO WS-DET-DISCIPLINA
                       MOVE WS-QTD-DIS TO WS-D
                   END-IF
               END-PERFORM
               IF WS-DET-DISCIPLINA = SPACES
                   STRING "DISCIPLINA " DELIMITED BY SIZE
                          DISCIPLINA-ORD DELIMITED BY SIZE
                       INTO WS-DET-DISCIPLINA
               END-IF
           END-IF.
           MOVE MEDIA-ORIG-ORD TO WS-DET-MEDIA.
           MOVE SITUACAO-ORIG-ORD TO WS-DET-ORIGINAL.
           IF DECISAO-ORD = "A"
               MOVE "APROVADO" TO WS-DET-DECISAO
               ADD 1 TO WS-QTD-APROVADOS
           ELSE
               MOVE "RETIDO" TO WS-DET-DECISAO
               ADD 1 TO WS-QTD-RETIDOS
           END-IF.
           MOVE DATA-REUNIAO-ORD TO WS-DET-REUNIAO.
           WRITE REG-REL FROM WS-LINHA-DET1.
           MOVE JUSTIFICATIVA-ORD TO WS-DET-JUSTIFICATIVA.
           WRITE REG-REL FROM WS-LINHA-DET2.

       FECHA-TURMA.
           IF WS-TURMA-ANT NOT = SPACES OR WS-ANO-ANT NOT = ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING "  DECISOES NA TURMA " DELIMITED BY SIZE
                      WS-TURMA-ANT DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-QTD-TURMA DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           MOVE ZEROS TO WS-QTD-TURMA.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE84 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  APLICADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-APLICADO DELIMITED BY SIZE
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
               MOVE "EXE84" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-MOVTO TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-APLICADO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-REJ TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "TRN=" DELIMITED BY SIZE
                  WS-STATUS-TRN DELIMITED BY SIZE
                  " CNS=" DELIMITED BY SIZE
                  WS-STATUS-CNS DELIMITED BY SIZE
                  " CNN=" DELIMITED BY SIZE
                  WS-STATUS-CNN DELIMITED BY SIZE
                  " APD=" DELIMITED BY SIZE
                  WS-STATUS-APD DELIMITED BY SIZE
                  " FIN=" DELIMITED BY SIZE
                  WS-STATUS-FIN DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-STATUS-REJ DELIMITED BY SIZE
                  " JRN=" DELIMITED BY SIZE
                  WS-STATUS-JRN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TRN TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-TRN = "00" OR WS-STATUS-TRN = "10"
               PERFORM COPIA-CONSELHO-FINAL
               CLOSE CONSELHO-TRAN
                     CAD-CONSELHO-NOVO
                     CONSELHO-REJ
                     CONSELHO-JRN
               IF WS-STATUS-CNS = "00" OR WS-STATUS-CNS = "10"
                   CLOSE CAD-CONSELHO
               END-IF
               IF WS-STATUS-APD = "00" OR WS-STATUS-APD = "10"
                   CLOSE CADAPR-DIS
               END-IF
               IF WS-STATUS-FIN = "00" OR WS-STATUS-FIN = "10"
                   CLOSE CADFIN
               END-IF
               IF WS-ALU-ABERTO = "S"
                   CLOSE CADALU
               END-IF
               PERFORM EMITE-RELATORIO
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EXE84.
