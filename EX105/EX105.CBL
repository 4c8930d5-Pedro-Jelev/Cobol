       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX105.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    CARGA DA TABELA DE CEP. LE O ARQUIVO DE LOGRADOUROS DOS
      *    CORREIOS (CEP-CORREIOS.DAT) E RECRIA O CAD-CEP.DAT, INDEXADO
      *    PELO CEP, CONSULTADO PELO CEPBUSCA NA VALIDACAO DOS
      *    ENDERECOS DE CLIENTES (EXE01) E RESPONSAVEIS (EXE21).
      *    LOGRADOURO, BAIRRO E CIDADE SAO TRUNCADOS PARA O TAMANHO DO
      *    ENDERECO ESTRUTURADO (ENDER01). REGISTRO COM CEP NAO
      *    NUMERICO OU ZERADO (CE), UF INEXISTENTE (UF), CIDADE EM
      *    BRANCO (CI) OU CEP REPETIDO (DU, FICA O PRIMEIRO) VAI PARA O
      *    CEP-REJ E DA RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-CORREIOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-COR.

           SELECT CAD-CEP   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CEP-CEP
           FILE STATUS  IS  WS-STATUS-CEP.

           SELECT CEP-REJ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REJ.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EX105   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CEP-CORREIOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEP-CORREIOS.DAT".

       01 REG-COR.
           03 CEP-COR          PIC X(08).
           03 LOGRADOURO-COR   PIC X(60).
           03 BAIRRO-COR       PIC X(40).
           03 CIDADE-COR       PIC X(40).
           03 UF-COR           PIC X(02).

       FD CAD-CEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CEP.DAT".

       01 REG-CEP.
           03 CEP-CEP          PIC 9(08).
           03 UF-CEP           PIC X(02).
           03 CIDADE-CEP       PIC X(25).
           03 BAIRRO-CEP       PIC X(20).
           03 LOGRADOURO-CEP   PIC X(30).

       FD CEP-REJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEP-REJ.DAT".

       01 REG-REJ.
           03 CEP-REJ-CEP      PIC X(08).
           03 UF-REJ           PIC X(02).
           03 CIDADE-REJ       PIC X(25).
           03 MOTIVO-REJ       PIC X(02).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD LOG-EX105
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX105.DAT".

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
       77 WS-STATUS-COR    PIC X(02) VALUE "00".
       77 WS-STATUS-CEP    PIC X(02) VALUE "00".
       77 WS-STATUS-REJ    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX105".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CARGA  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DUP    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ    PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-REJ      PIC X(02) VALUE SPACES.
       77 WS-U               PIC 9(02).
       77 WS-UF-VALIDA       PIC X(01) VALUE "N".
       01 WS-LINHA-LOG             PIC X(80).

       01 WS-UFS.
           03 FILLER PIC X(18) VALUE "ACALAMAPBACEDFESGO".
           03 FILLER PIC X(18) VALUE "MAMGMSMTPAPBPEPIPR".
           03 FILLER PIC X(18) VALUE "RJRNRORRRSSCSESPTO".
       01 WS-UFS-R REDEFINES WS-UFS.
           03 WS-UF PIC X(02) OCCURS 27 TIMES.

       PROCEDURE DIVISION.
       PGM-EM01EX105.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX105.
           PERFORM LE-DATA-MOVTO.
           OPEN INPUT CEP-CORREIOS.
           PERFORM VERIFICA-STATUS-COR.
           OPEN OUTPUT CAD-CEP
                OUTPUT CEP-REJ.
           PERFORM VERIFICA-STATUS-CEP.
           PERFORM VERIFICA-STATUS-REJ.
           IF WS-QTD-ERROS-IO > 0
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM LEITURA.

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

       VERIFICA-STATUS-COR.
           IF WS-STATUS-COR NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-COR"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       VERIFICA-STATUS-CEP.
           IF WS-STATUS-CEP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CEP"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REJ.
           IF WS-STATUS-REJ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REJ"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           IF FIM-ARQ NOT = "SIM"
               READ CEP-CORREIOS
                    AT END
                    MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   PERFORM VERIFICA-STATUS-COR
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-IF.

       PRINCIPAL.
           PERFORM VALIDA-CEP.
           IF WS-MOTIVO-REJ = SPACES
               PERFORM GRAVA-CEP
           ELSE
               PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LEITURA.

       VALIDA-CEP.
           MOVE SPACES TO WS-MOTIVO-REJ.
           PERFORM VERIFICA-UF.
           IF CEP-COR NOT NUMERIC
              OR CEP-COR = "00000000"
               MOVE "CE" TO WS-MOTIVO-REJ
           ELSE
               IF WS-UF-VALIDA = "N"
                   MOVE "UF" TO WS-MOTIVO-REJ
               ELSE
                   IF CIDADE-COR = SPACES
                       MOVE "CI" TO WS-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF.

       VERIFICA-UF.
           MOVE "N" TO WS-UF-VALIDA.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > 27
               IF WS-UF (WS-U) = UF-COR
                   MOVE "S" TO WS-UF-VALIDA
               END-IF
           END-PERFORM.

       GRAVA-CEP.
           MOVE CEP-COR TO CEP-CEP.
           MOVE UF-COR TO UF-CEP.
           MOVE CIDADE-COR TO CIDADE-CEP.
           MOVE BAIRRO-COR TO BAIRRO-CEP.
           MOVE LOGRADOURO-COR TO LOGRADOURO-CEP.
           WRITE REG-CEP
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-DUP
                   MOVE "DU" TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CARGA
           END-WRITE.

       GRAVA-REJEITO.
           MOVE CEP-COR TO CEP-REJ-CEP.
           MOVE UF-COR TO UF-REJ.
           MOVE CIDADE-COR TO CIDADE-REJ.
           MOVE WS-MOTIVO-REJ TO MOTIVO-REJ.
           WRITE REG-REJ.
           PERFORM VERIFICA-STATUS-REJ.
           ADD 1 TO WS-CONTADOR-REJ.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX105 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  CARREGADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-CARGA DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX105 - DUPLICADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-DUP DELIMITED BY SIZE
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
               MOVE "EX105" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-CARGA TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-REJ TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-REJ > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "COR=" DELIMITED BY SIZE
                  WS-STATUS-COR DELIMITED BY SIZE
                  " CEP=" DELIMITED BY SIZE
                  WS-STATUS-CEP DELIMITED BY SIZE
                  " REJ=" DELIMITED BY SIZE
                  WS-STATUS-REJ DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-COR TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           CLOSE CEP-CORREIOS
                 CAD-CEP
                 CEP-REJ.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-REJ > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX105.
