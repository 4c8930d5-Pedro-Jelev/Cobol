           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT CAD-CONSIG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CSG.

           SELECT CAD-CONSIG-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CSN.

           SELECT CAD-CONSIG-RESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CMV.

           SELECT CAD-PENSAO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PEN.

           SELECT CAD-PENSAO-RESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPG.

           SELECT REL-EXE67   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           03 MATRICULA-EXC    PIC 9(05).
           03 MOTIVO-EXC       PIC X(02).

      *        PERMANENT PAYROLL HISTORY - THE SEVERANCE SPLIT BY TAX
      *        TREATMENT UNDER THE COMPETENCIA OF THE TERMINATION:
      *        RS SALARY BALANCE, RT PROPORTIONAL 13TH, RI VACATION,
      *        1/3 AND NOTICE PAY.
       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS                 PIC X(80).

       FD CAD-CONSIG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG.DAT".

       01 REG-CSG.
           COPY CONSIG01.

       FD CAD-CONSIG-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG-NOVO.DAT".

       01 REG-CSG-NOVO             PIC X(47).

      *        SETTLEMENTS ARE APPENDED HERE UNTIL CONSIGNADO.SH REMITS
      *        THEM TO THE BANKS.
       FD CAD-CONSIG-RESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG-RESC.DAT".

       01 REG-CMV.
           COPY CSGMOV01.

      *        COURT-ORDERED ALIMONY IN FORCE AT THE TERMINATION DATE
      *        IS TAKEN FROM THE SEVERANCE BEFORE THE LOAN SETTLEMENT.
      *        THE BENEFICIARY CREDITS ARE APPENDED HERE UNTIL FOLHA.SH
      *        REMITS THEM WITH THE NEXT PAYROLL.
       FD CAD-PENSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO.DAT".

       01 REG-PEN.
           COPY PENSAO01.

       FD CAD-PENSAO-RESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO-RESC.DAT".

       01 REG-PPG.
           COPY PENPAG01.

       FD REL-EXE67
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE67.DAT".
       77 WS-VALOR-AVISO   PIC 9(06)V99 VALUE ZEROS.
       77 WS-TOTAL-RESC    PIC 9(07)V99 VALUE ZEROS.
       77 WS-IDX           PIC 9(06).
       77 WS-STATUS-CSG    PIC X(02) VALUE "00".
       77 WS-STATUS-CSN    PIC X(02) VALUE "00".
       77 WS-STATUS-CMV    PIC X(02) VALUE "00".
       77 WS-FIM-CSG       PIC X(03) VALUE "SIM".
       77 WS-PERC-MARGEM   PIC 9(02)V99 VALUE 35.
       77 WS-LIMITE-CONSIG PIC 9(07)V99 VALUE ZEROS.
       77 WS-SALDO-CONTRATO PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-CONTRATO PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOTAL-CONSIG  PIC 9(07)V99 VALUE ZEROS.
       77 WS-LIQUIDO-RESC  PIC 9(07)V99 VALUE ZEROS.
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       77 WS-STATUS-PEN    PIC X(02) VALUE "00".
       77 WS-STATUS-PPG    PIC X(02) VALUE "00".
       77 WS-FIM-PEN       PIC X(03) VALUE "SIM".
       77 WS-VALOR-PENSAO  PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-ORDEM   PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONTADOR-PENSAO PIC 9(07) VALUE ZEROS.
       01 WS-REG-FHS.
           COPY FOLHIS01.
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-REAJUSTE.
                   OPEN OUTPUT CAD-RESC-LIQ
               END-IF
               PERFORM VERIFICA-STATUS-LIQ
               OPEN EXTEND CAD-FOLHA-HIST
               IF WS-STATUS-FHS NOT = "00"
                   OPEN OUTPUT CAD-FOLHA-HIST
               END-IF
               PERFORM VERIFICA-STATUS-FHS
               OPEN INPUT CADFUN
               IF WS-STATUS-FUN = "00"
                   PERFORM LEITURA-FUNCIONARIO
               ELSE
                   MOVE "SIM" TO WS-FIM-SLD
               END-IF
               OPEN INPUT CAD-CONSIG
               IF WS-STATUS-CSG = "00"
                   MOVE "NAO" TO WS-FIM-CSG
                   OPEN OUTPUT CAD-CONSIG-NOVO
                   PERFORM VERIFICA-STATUS-CSN
                   OPEN EXTEND CAD-CONSIG-RESC
                   IF WS-STATUS-CMV NOT = "00"
                       OPEN OUTPUT CAD-CONSIG-RESC
                   END-IF
                   PERFORM VERIFICA-STATUS-CMV
                   PERFORM LEITURA-CONSIGNADO
               END-IF
               OPEN INPUT CAD-PENSAO
               IF WS-STATUS-PEN = "00"
                   MOVE "NAO" TO WS-FIM-PEN
                   OPEN EXTEND CAD-PENSAO-RESC
                   IF WS-STATUS-PPG NOT = "00"
                       OPEN OUTPUT CAD-PENSAO-RESC
                   END-IF
                   PERFORM VERIFICA-STATUS-PPG
                   PERFORM LEITURA-PENSAO
               END-IF
               PERFORM LEITURA
           END-IF.

                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-FHS.
           IF WS-STATUS-FHS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FHS"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-CSN.
           IF WS-STATUS-CSN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CSN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-CMV.
           IF WS-STATUS-CMV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CMV"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-PPG.
           IF WS-STATUS-PPG NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PPG"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ RESCISAO-TRAN
                AT END
               AT END MOVE "SIM" TO WS-FIM-SLD
           END-READ.

       LEITURA-CONSIGNADO.
           READ CAD-CONSIG
               AT END MOVE "SIM" TO WS-FIM-CSG
           END-READ.

       LEITURA-PENSAO.
           READ CAD-PENSAO
               AT END MOVE "SIM" TO WS-FIM-PEN
           END-READ.

       PRINCIPAL.
           PERFORM UNTIL WS-FIM-FUN = "SIM"
                   OR CODIGO-ENT NOT LESS THAN MATRICULA-TRN
           COMPUTE WS-TOTAL-RESC = WS-SALDO-SALARIO + WS-VALOR-13
               + WS-VALOR-FERIAS + WS-VALOR-TERCO + WS-VALOR-AVISO.
           PERFORM GRAVA-DEMONSTRATIVO.
           PERFORM DESCONTA-PENSAO.
           PERFORM QUITA-CONSIGNADO.
           PERFORM GRAVA-AUDITORIA.
           PERFORM GRAVA-LIQUIDO.
           PERFORM GRAVA-HISTORICO.
           ADD 1 TO WS-CONTADOR-GRAVADO.

       CALCULA-SALDO-SALARIO.
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *        NO INSS/IRRF IS WITHHELD FROM THE SEVERANCE HERE, SO THE
      *        GROSS (B) AND NET (L) BASES ARE BOTH THE SEVERANCE TOTAL.
      *        A FIXED-AMOUNT ORDER (F) TAKES ONE MONTHLY AMOUNT. EACH
      *        ORDER IS CAPPED AT WHAT THE EARLIER ORDERS LEFT.
       DESCONTA-PENSAO.
           MOVE ZEROS TO WS-VALOR-PENSAO.
           PERFORM UNTIL WS-FIM-PEN = "SIM"
                   OR MATRICULA-PEN NOT LESS THAN MATRICULA-TRN
               PERFORM LEITURA-PENSAO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-PEN = "SIM"
                   OR MATRICULA-PEN NOT = MATRICULA-TRN
               IF INICIO-PEN NOT GREATER THAN DATA-DESLIG-TRN
                  AND (FIM-PEN = ZEROS
                       OR FIM-PEN NOT LESS THAN DATA-DESLIG-TRN)
                   PERFORM VALORIZA-PENSAO
               END-IF
               PERFORM LEITURA-PENSAO
           END-PERFORM.

       VALORIZA-PENSAO.
           MOVE ZEROS TO WS-VALOR-ORDEM.
           IF BASE-PEN = "F" AND VALOR-FIXO-PEN NUMERIC
               MOVE VALOR-FIXO-PEN TO WS-VALOR-ORDEM
           END-IF.
           IF (BASE-PEN = "B" OR BASE-PEN = "L")
                   AND PERCENTUAL-PEN NUMERIC
               COMPUTE WS-VALOR-ORDEM ROUNDED =
                   WS-TOTAL-RESC * PERCENTUAL-PEN / 100
           END-IF.
           IF WS-VALOR-ORDEM > WS-TOTAL-RESC - WS-VALOR-PENSAO
               COMPUTE WS-VALOR-ORDEM =
                   WS-TOTAL-RESC - WS-VALOR-PENSAO
           END-IF.
           IF WS-VALOR-ORDEM > ZEROS
               ADD WS-VALOR-ORDEM TO WS-VALOR-PENSAO
               MOVE MATRICULA-PEN TO MATRICULA-PPG
               MOVE SEQUENCIA-PEN TO SEQUENCIA-PPG
               MOVE BANCO-PEN TO BANCO-PPG
               MOVE AGENCIA-PEN TO AGENCIA-PPG
               MOVE CONTA-PEN TO CONTA-PPG
               MOVE WS-VALOR-ORDEM TO VALOR-PPG
               COMPUTE COMPETENCIA-PPG = DATA-DESLIG-TRN / 100
               MOVE "RS" TO ORIGEM-PPG
               WRITE REG-PPG
               PERFORM VERIFICA-STATUS-PPG
               ADD 1 TO WS-CONTADOR-PENSAO
               MOVE SPACES TO WS-LINHA-REL
               STRING "  PENSAO ALIMENTICIA..... " DELIMITED BY SIZE
                      WS-VALOR-ORDEM DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      BENEFICIARIO-PEN DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

      *        OUTSTANDING PAYROLL LOANS (INSTALLMENT TIMES REMAINING
      *        INSTALLMENTS) ARE SETTLED FROM THE SEVERANCE UP TO
      *        WS-PERC-MARGEM OF ITS TOTAL NET OF ALIMONY, IN CONTRACT
      *        ORDER. A CONTRACT NOT FULLY COVERED IS CLOSED AS T AND
      *        THE BANK COLLECTS THE RESIDUAL FROM THE FORMER EMPLOYEE.
       QUITA-CONSIGNADO.
           MOVE ZEROS TO WS-TOTAL-CONSIG.
           COMPUTE WS-LIMITE-CONSIG ROUNDED =
               (WS-TOTAL-RESC - WS-VALOR-PENSAO) * WS-PERC-MARGEM / 100.
           PERFORM UNTIL WS-FIM-CSG = "SIM"
                   OR MATRICULA-CSG NOT LESS THAN MATRICULA-TRN
               PERFORM GRAVA-CONSIGNADO
               PERFORM LEITURA-CONSIGNADO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-CSG = "SIM"
                   OR MATRICULA-CSG NOT = MATRICULA-TRN
               IF SITUACAO-CSG = "A"
                       AND PARCELAS-RESTANTES-CSG > ZEROS
                   PERFORM QUITA-CONTRATO
               END-IF
               PERFORM GRAVA-CONSIGNADO
               PERFORM LEITURA-CONSIGNADO
           END-PERFORM.
           COMPUTE WS-LIQUIDO-RESC = WS-TOTAL-RESC - WS-VALOR-PENSAO
               - WS-TOTAL-CONSIG.
           IF WS-TOTAL-CONSIG > ZEROS OR WS-VALOR-PENSAO > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING "  LIQUIDO A RECEBER...... " DELIMITED BY SIZE
                      WS-LIQUIDO-RESC DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       QUITA-CONTRATO.
           COMPUTE WS-SALDO-CONTRATO =
               VALOR-PARCELA-CSG * PARCELAS-RESTANTES-CSG.
           IF WS-SALDO-CONTRATO > WS-LIMITE-CONSIG
               MOVE WS-LIMITE-CONSIG TO WS-VALOR-CONTRATO
               MOVE "T" TO SITUACAO-CSG
           ELSE
               MOVE WS-SALDO-CONTRATO TO WS-VALOR-CONTRATO
               MOVE "Q" TO SITUACAO-CSG
           END-IF.
           SUBTRACT WS-VALOR-CONTRATO FROM WS-LIMITE-CONSIG.
           ADD WS-VALOR-CONTRATO TO WS-TOTAL-CONSIG.
           MOVE BANCO-CSG TO BANCO-CMV.
           MOVE MATRICULA-CSG TO MATRICULA-CMV.
           MOVE CONTRATO-CSG TO CONTRATO-CMV.
           COMPUTE COMPETENCIA-CMV = DATA-DESLIG-TRN / 100.
           MOVE "S" TO TIPO-CMV.
           MOVE VALOR-PARCELA-CSG TO VALOR-PARCELA-CMV.
           MOVE WS-VALOR-CONTRATO TO VALOR-DESCONTADO-CMV.
           MOVE PARCELAS-RESTANTES-CSG TO PARCELAS-RESTANTES-CMV.
           WRITE REG-CMV.
           PERFORM VERIFICA-STATUS-CMV.
           MOVE COMPETENCIA-CMV TO COMPETENCIA-ULT-CSG.
           MOVE WS-VALOR-CONTRATO TO VALOR-ULT-CSG.
           MOVE "S" TO TIPO-ULT-CSG.
           IF SITUACAO-CSG = "Q"
               MOVE ZEROS TO PARCELAS-RESTANTES-CSG
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  CONSIGNADO BCO " DELIMITED BY SIZE
                  BANCO-CSG DELIMITED BY SIZE
                  "...... " DELIMITED BY SIZE
                  WS-VALOR-CONTRATO DELIMITED BY SIZE
                  "  CONTRATO " DELIMITED BY SIZE
                  CONTRATO-CSG DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  WS-SALDO-CONTRATO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-CONSIGNADO.
           WRITE REG-CSG-NOVO FROM REG-CSG.
           PERFORM VERIFICA-STATUS-CSN.

       GRAVA-AUDITORIA.
           MOVE CODIGO-ENT TO CODIGO-AUD.
           MOVE DATA-DESLIG-TRN TO DATA-DESLIG-AUD.
           MOVE WS-TOTAL-RESC TO BRUTO-LIQ.
           MOVE ZEROS TO INSS-LIQ.
           MOVE ZEROS TO IRRF-LIQ.
           MOVE WS-LIQUIDO-RESC TO LIQUIDO-LIQ.
           MOVE DEPTO-ENT TO DEPTO-LIQ.
           WRITE REG-LIQ.
           PERFORM VERIFICA-STATUS-LIQ.

       GRAVA-HISTORICO.
           MOVE CODIGO-ENT TO MATRICULA-FHS.
           COMPUTE COMPETENCIA-FHS = DATA-DESLIG-TRN / 100.
           MOVE NOME-ENT TO NOME-FHS.
           MOVE DEPTO-ENT TO DEPTO-FHS.
           MOVE ZEROS TO INSS-FHS.
           MOVE ZEROS TO IRRF-FHS.
           MOVE ZEROS TO DEPENDENTES-FHS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-MOVTO-FHS.
           MOVE "RS" TO TIPO-FHS.
           MOVE WS-SALDO-SALARIO TO BRUTO-FHS.
           MOVE WS-SALDO-SALARIO TO LIQUIDO-FHS.
           WRITE REG-FHS FROM WS-REG-FHS.
           PERFORM VERIFICA-STATUS-FHS.
           IF WS-VALOR-13 > ZEROS
               MOVE "RT" TO TIPO-FHS
               MOVE WS-VALOR-13 TO BRUTO-FHS
               MOVE WS-VALOR-13 TO LIQUIDO-FHS
               WRITE REG-FHS FROM WS-REG-FHS
               PERFORM VERIFICA-STATUS-FHS
           END-IF.
           COMPUTE BRUTO-FHS = WS-VALOR-FERIAS + WS-VALOR-TERCO
               + WS-VALOR-AVISO.
           IF BRUTO-FHS > ZEROS
               MOVE "RI" TO TIPO-FHS
               MOVE BRUTO-FHS TO LIQUIDO-FHS
               WRITE REG-FHS FROM WS-REG-FHS
               PERFORM VERIFICA-STATUS-FHS
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE67 - LIDOS: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-PENSAO > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE67 - PENSOES DESCONTADAS: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
                  WS-STATUS-AUD DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
                  " CSG=" DELIMITED BY SIZE
                  WS-STATUS-CSG DELIMITED BY SIZE
                  " CSN=" DELIMITED BY SIZE
                  WS-STATUS-CSN DELIMITED BY SIZE
                  " CMV=" DELIMITED BY SIZE
                  WS-STATUS-CMV DELIMITED BY SIZE
                  " PEN=" DELIMITED BY SIZE
                  WS-STATUS-PEN DELIMITED BY SIZE
                  " PPG=" DELIMITED BY SIZE
                  WS-STATUS-PPG DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-TRN TO WS-DIAG-REGISTRO.
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-CSG = "00" OR WS-STATUS-CSG = "10"
               PERFORM UNTIL WS-FIM-CSG = "SIM"
                   PERFORM GRAVA-CONSIGNADO
                   PERFORM LEITURA-CONSIGNADO
               END-PERFORM
           END-IF.
           IF WS-STATUS-TRN = "00" OR WS-STATUS-TRN = "10"
               CLOSE RESCISAO-TRAN
                     CADFUN
                     CAD-SALDO-FERIAS
                     CAD-RESC-LIQ
                     CAD-FOLHA-HIST
                     CAD-AUD-RESC
                     RESCISAO-EXC
                     REL-EXE67
               IF WS-STATUS-CSG = "00" OR WS-STATUS-CSG = "10"
                   CLOSE CAD-CONSIG
                         CAD-CONSIG-NOVO
                         CAD-CONSIG-RESC
               END-IF
               IF WS-STATUS-PEN = "00" OR WS-STATUS-PEN = "10"
                   CLOSE CAD-PENSAO
                         CAD-PENSAO-RESC
               END-IF
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
