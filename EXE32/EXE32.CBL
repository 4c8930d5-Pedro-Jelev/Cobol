       DATE-WRITTEN.  22/08/2026.
       DATE-COMPILED.

      *    REMESSA BANCARIA DO LIQUIDO DA FOLHA (CAD-LIQ.DAT). COM "A"
      *    NO PARM-EXE32.DAT GERA A REMESSA DO ADIANTAMENTO QUINZENAL
      *    A PARTIR DO CAD-ADIANT.DAT DO EXE99, EM REMESSA-ADT.DAT E
      *    REMESSA-ADT-EXC.DAT, SEM TOCAR NA REMESSA DA FOLHA.
      *    NA FOLHA, OS CREDITOS DE PENSAO ALIMENTICIA AOS
      *    BENEFICIARIOS (CAD-PENSAO-PAG.DAT) ENTRAM NA MESMA REMESSA,
      *    LOGO APOS O CREDITO DO FUNCIONARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT CAD-PENSAO-PAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPG.

           SELECT PARM-EXE32   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRM.

           SELECT LOG-EXE32   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

       FILE SECTION.
       FD CAD-LIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQ-LIQ.

       01 REG-LIQ.
           03 CODIGO-LIQ       PIC 9(05).

       FD REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REM.

       01 REG-REM-HEADER.
           03 TIPO-HDR         PIC X(01).

       FD REMESSA-EXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQ-EXC.

       01 REG-EXC.
           03 MATRICULA-EXC    PIC 9(05).
       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD CAD-PENSAO-PAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO-PAG.DAT".

       01 REG-PPG.
           COPY PENPAG01.

       FD PARM-EXE32
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE32.DAT".

       01 REG-PARM.
           03 TIPO-REMESSA-PARM PIC X(01).

       FD LOG-EXE32
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE32.DAT".
       77 WS-HASH-CONTA    PIC 9(12) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-PRM    PIC X(02) VALUE "00".
       77 WS-STATUS-PPG    PIC X(02) VALUE "00".
       77 WS-FIM-PPG       PIC X(03) VALUE "SIM".
       77 WS-CONTADOR-PENSAO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PENSAO-EXC PIC 9(07) VALUE ZEROS.
       77 WS-TIPO-REMESSA  PIC X(01) VALUE "F".
       77 WS-ARQ-LIQ       PIC X(20) VALUE "CAD-LIQ.DAT".
       77 WS-ARQ-REM       PIC X(20) VALUE "REMESSA.DAT".
       77 WS-ARQ-EXC       PIC X(20) VALUE "REMESSA-EXC.DAT".
       77 WS-DESCRICAO-REM PIC X(20) VALUE "FOLHA DE PAGAMENTO".
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-EXE32.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           OPEN INPUT CAD-LIQ.
           IF WS-STATUS-LIQ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               ELSE
                   MOVE "SIM" TO WS-FIM-BCO
               END-IF
               IF WS-TIPO-REMESSA NOT = "A"
                   OPEN INPUT CAD-PENSAO-PAG
                   IF WS-STATUS-PPG = "00"
                       MOVE "NAO" TO WS-FIM-PPG
                       PERFORM LEITURA-PENSAO-PAG
                   END-IF
               END-IF
               PERFORM GRAVA-HEADER
               PERFORM LEITURA
           END-IF.
               CLOSE DATA-MOVTO
           END-IF.

       LE-PARAMETRO.
           OPEN INPUT PARM-EXE32.
           IF WS-STATUS-PRM = "00"
               READ PARM-EXE32
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PRM = "00"
                       AND TIPO-REMESSA-PARM = "A"
                   MOVE "A" TO WS-TIPO-REMESSA
               END-IF
               CLOSE PARM-EXE32
           END-IF.
           IF WS-TIPO-REMESSA = "A"
               MOVE "CAD-ADIANT.DAT" TO WS-ARQ-LIQ
               MOVE "REMESSA-ADT.DAT" TO WS-ARQ-REM
               MOVE "REMESSA-ADT-EXC.DAT" TO WS-ARQ-EXC
               MOVE "ADIANTAMENTO SALAR." TO WS-DESCRICAO-REM
           END-IF.

       VERIFICA-STATUS-REM.
           IF WS-STATUS-REM NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               AT END MOVE "SIM" TO WS-FIM-BCO
           END-READ.

       LEITURA-PENSAO-PAG.
           READ CAD-PENSAO-PAG
               AT END MOVE "SIM" TO WS-FIM-PPG
           END-READ.

       PRINCIPAL.
           PERFORM UNTIL WS-FIM-PPG = "SIM"
                   OR MATRICULA-PPG NOT LESS THAN CODIGO-LIQ
               PERFORM REMETE-PENSAO
           END-PERFORM.
           PERFORM BUSCA-CONTA.
           PERFORM UNTIL WS-FIM-PPG = "SIM"
                   OR MATRICULA-PPG NOT = CODIGO-LIQ
               PERFORM REMETE-PENSAO
           END-PERFORM.
           PERFORM LEITURA.

       BUSCA-CONTA.
       GRAVA-HEADER.
           MOVE "0" TO TIPO-HDR.
           MOVE WS-DATA-SISTEMA TO DATA-HDR.
           MOVE WS-DESCRICAO-REM TO DESCRICAO-HDR.
           WRITE REG-REM-HEADER.
           PERFORM VERIFICA-STATUS-REM.

           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-SEM-CONTA.

      *    O CREDITO DO BENEFICIARIO LEVA A MATRICULA DO FUNCIONARIO
      *    QUE PAGA A PENSAO.
       REMETE-PENSAO.
           IF BANCO-PPG = ZEROS OR CONTA-PPG = ZEROS
               MOVE MATRICULA-PPG TO MATRICULA-EXC
               MOVE VALOR-PPG TO VALOR-EXC
               MOVE "PS" TO MOTIVO-EXC
               WRITE REG-EXC
               PERFORM VERIFICA-STATUS-EXC
               ADD 1 TO WS-CONTADOR-PENSAO-EXC
           ELSE
               MOVE "1" TO TIPO-DET
               MOVE MATRICULA-PPG TO MATRICULA-DET
               MOVE BANCO-PPG TO BANCO-DET
               MOVE AGENCIA-PPG TO AGENCIA-DET
               MOVE CONTA-PPG TO CONTA-DET
               MOVE VALOR-PPG TO VALOR-DET
               WRITE REG-REM-DETALHE
               PERFORM VERIFICA-STATUS-REM
               ADD 1 TO WS-CONTADOR-REMESSA
               ADD 1 TO WS-CONTADOR-PENSAO
               ADD VALOR-PPG TO WS-TOTAL-VALOR
               ADD CONTA-PPG TO WS-HASH-CONTA
           END-IF.
           PERFORM LEITURA-PENSAO-PAG.

       GRAVA-TRAILER.
           MOVE "9" TO TIPO-TRL.
           MOVE WS-CONTADOR-REMESSA TO TOTAL-REG-TRL.
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-PENSAO > 0 OR WS-CONTADOR-PENSAO-EXC > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE32 - PENSOES REMETIDAS: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO DELIMITED BY SIZE
                      "  SEM CONTA: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO-EXC DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-TIPO-REMESSA = "A"
               MOVE "EXE32 - REMESSA DO ADIANTAMENTO QUINZENAL"
                   TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " MOV=" DELIMITED BY SIZE
                  WS-STATUS-MOV DELIMITED BY SIZE
                  " PRM=" DELIMITED BY SIZE
                  WS-STATUS-PRM DELIMITED BY SIZE
                  " PPG=" DELIMITED BY SIZE
                  WS-STATUS-PPG DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-LIQ TO WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-LIQ = "00" OR WS-STATUS-LIQ = "10"
               PERFORM UNTIL WS-FIM-PPG = "SIM"
                   PERFORM REMETE-PENSAO
               END-PERFORM
               PERFORM GRAVA-TRAILER
               CLOSE CAD-LIQ
                     REMESSA
                     REMESSA-EXC
                     CAD-BANCO
               IF WS-TIPO-REMESSA NOT = "A"
                  AND (WS-STATUS-PPG = "00" OR WS-STATUS-PPG = "10")
                   CLOSE CAD-PENSAO-PAG
               END-IF
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
