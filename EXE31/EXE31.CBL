           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RET.

           SELECT CAD-VT-DESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-VTD.

           SELECT CAD-ADIANT-DESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ADD.

           SELECT CAD-PENSAO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PEN.

           SELECT CAD-PENSAO-PAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPG.

           SELECT CAD-CONSIG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CSG.

           SELECT CAD-CONSIG-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CSN.

           SELECT CAD-CONSIG-MOV   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CMV.

           SELECT PARM-EXE31   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIQ.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.
           03 MESES-RET        PIC 9(02).
           03 VALOR-RETRO-RET  PIC 9(06)V99.

      *    VALE-TRANSPORTE DA COMPETENCIA GERADO PELO EXE97.
       FD CAD-VT-DESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-VT-DESC.DAT".

       01 REG-VTD.
           03 MATRICULA-VTD    PIC 9(05).
           03 COMPETENCIA-VTD  PIC 9(06).
           03 DIAS-VTD         PIC 9(02).
           03 VALOR-VALE-VTD   PIC 9(05)V99.
           03 SALARIO-BASE-VTD PIC 9(05)V99.

      *    ADIANTAMENTO QUINZENAL DA COMPETENCIA PAGO PELO EXE99.
       FD CAD-ADIANT-DESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ADIANT-DESC.DAT".

       01 REG-ADD.
           03 MATRICULA-ADD    PIC 9(05).
           03 COMPETENCIA-ADD  PIC 9(06).
           03 VALOR-ADD        PIC 9(06)V99.

       FD CAD-PENSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO.DAT".

       01 REG-PEN.
           COPY PENSAO01.

       FD CAD-PENSAO-PAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO-PAG.DAT".

       01 REG-PPG.
           COPY PENPAG01.

       FD CAD-CONSIG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG.DAT".

       01 REG-CSG.
           COPY CONSIG01.

       FD CAD-CONSIG-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG-NOVO.DAT".

       01 REG-CSG-NOVO             PIC X(47).

       FD CAD-CONSIG-MOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG-MOV.DAT".

       01 REG-CMV.
           COPY CSGMOV01.

      *    MARGEM-CONSIG-PARM: PERCENTUAL DO LIQUIDO (BRUTO MENOS INSS,
      *    IRRF E PENSAO ALIMENTICIA) QUE OS EMPRESTIMOS CONSIGNADOS
      *    PODEM COMPROMETER;
      *    SEM ELE VALE 35%.
       FD PARM-EXE31
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE31.DAT".

       01 REG-PARM-EXE31.
           03 DEDUCAO-DEP-PARM PIC 9(04)V99.
           03 MARGEM-CONSIG-PARM PIC 9(02)V99.

       FD CAD-LIQ
           LABEL RECORD ARE STANDARD
           03 LIQUIDO-LIQ      PIC 9(06)V99.
           03 DEPTO-LIQ        PIC X(03).

      *        PERMANENT PAYROLL HISTORY - ONE FO RECORD PER
      *        MATRICULA PER RUN, SALARY AND VACATION PAY TOGETHER.
       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS                 PIC X(80).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".
       77 WS-FIM-RET       PIC X(03) VALUE "NAO".
       77 WS-VALOR-RETRO   PIC 9(06)V99 VALUE ZEROS.
       77 WS-BRUTO-TOTAL   PIC 9(07)V99 VALUE ZEROS.
       77 WS-STATUS-VTD    PIC X(02) VALUE "00".
       77 WS-FIM-VTD       PIC X(03) VALUE "NAO".
       77 WS-VALOR-VT      PIC 9(05)V99 VALUE ZEROS.
       77 WS-COMPETENCIA-FOLHA PIC 9(06) VALUE ZEROS.
       77 WS-STATUS-ADD    PIC X(02) VALUE "00".
       77 WS-FIM-ADD       PIC X(03) VALUE "NAO".
       77 WS-VALOR-ADIANT  PIC 9(06)V99 VALUE ZEROS.
       77 WS-ADIANT-PAGO   PIC 9(07)V99 VALUE ZEROS.
       77 WS-LIMITE-ADIANT PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONTADOR-ADT-IGNORADO PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-ADT-PARCIAL PIC 9(05) VALUE ZEROS.
       77 WS-STATUS-PEN    PIC X(02) VALUE "00".
       77 WS-STATUS-PPG    PIC X(02) VALUE "00".
       77 WS-FIM-PEN       PIC X(03) VALUE "NAO".
       77 WS-MATRICULA-PENSAO PIC X(05) VALUE SPACES.
       77 WS-PRIMEIRO-PENSAO PIC X(01) VALUE "N".
       77 WS-QTD-PENSAO    PIC 9(02) VALUE ZEROS.
       77 WS-P             PIC 9(02).
       77 WS-VALOR-PENSAO  PIC 9(07)V99 VALUE ZEROS.
       77 WS-PENSAO-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
       77 WS-LIMITE-PENSAO PIC 9(07)V99 VALUE ZEROS.
       77 WS-PENSAO-ESTAVEL PIC X(01) VALUE "N".
       77 WS-ITERACAO      PIC 9(02) VALUE ZEROS.
       77 WS-CONTADOR-PENSAO PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-PENSAO-PARCIAL PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-PENSAO-INVALIDA PIC 9(05) VALUE ZEROS.
       01 WS-TABELA-PENSAO.
           03 WS-PENSAO-OCORRE OCCURS 5 TIMES.
               05 WS-PEN-SEQUENCIA    PIC 9(02).
               05 WS-PEN-BENEFICIARIO PIC X(30).
               05 WS-PEN-BANCO        PIC 9(03).
               05 WS-PEN-AGENCIA      PIC 9(05).
               05 WS-PEN-CONTA        PIC 9(10).
               05 WS-PEN-BASE         PIC X(01).
               05 WS-PEN-FIXO         PIC 9(05)V99.
               05 WS-PEN-PERCENTUAL   PIC 9(02)V99.
               05 WS-PEN-VALOR        PIC 9(06)V99.
               05 WS-PEN-CALCULADO    PIC 9(06)V99.
       77 WS-STATUS-CSG    PIC X(02) VALUE "00".
       77 WS-STATUS-CSN    PIC X(02) VALUE "00".
       77 WS-STATUS-CMV    PIC X(02) VALUE "00".
       77 WS-FIM-CSG       PIC X(03) VALUE "SIM".
       77 WS-PERC-MARGEM   PIC 9(02)V99 VALUE 35.
       77 WS-MARGEM-CONSIG PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-CONSIG  PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-CONTRATO PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-CONTRATOS PIC 9(02) VALUE ZEROS.
       77 WS-C             PIC 9(02).
       77 WS-CONTADOR-CONSIG-PARCIAL PIC 9(05) VALUE ZEROS.
       77 WS-CONTADOR-CONSIG-RECUSADO PIC 9(05) VALUE ZEROS.
       01 WS-TABELA-CONSIG.
           03 WS-CONSIG-OCORRE OCCURS 10 TIMES.
               05 WS-CONSIG-BANCO    PIC 9(03).
               05 WS-CONSIG-CONTRATO PIC X(12).
               05 WS-CONSIG-VALOR    PIC 9(07)V99.
               05 WS-CONSIG-TIPO     PIC X(01).
       77 WS-LIMITE-VT     PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONTADOR-VT-IGNORADO PIC 9(05) VALUE ZEROS.
       77 WS-STATUS-FHS    PIC X(02) VALUE SPACES.
       77 WS-HIST-PENDENTE PIC X(01) VALUE "N".
       01 WS-REG-FHS.
           COPY FOLHIS01.
       01 WS-LINHA-HOL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       INICIO.
           OPEN OUTPUT LOG-EXE31.
           PERFORM LE-DATA-MOVTO.
           COMPUTE WS-COMPETENCIA-FOLHA = WS-DATA-MOVTO / 100.
           PERFORM CARREGA-TABELA-INSS.
           PERFORM CARREGA-TABELA-IRRF.
           IF WS-TABELA-CHEIA = "S"
               ELSE
                   OPEN OUTPUT CAD-LIQ
                        OUTPUT HOLERITE
                        OUTPUT CAD-PENSAO-PAG
                   PERFORM VERIFICA-STATUS-PPG
                   OPEN INPUT CAD-PENSAO
                   IF WS-STATUS-PEN = "00"
                       PERFORM LEITURA-PENSAO
                   ELSE
                       MOVE "SIM" TO WS-FIM-PEN
                   END-IF
                   OPEN EXTEND CAD-FOLHA-HIST
                   IF WS-STATUS-FHS NOT = "00"
                       OPEN OUTPUT CAD-FOLHA-HIST
                   END-IF
                   IF WS-STATUS-FHS NOT = "00"
                       ADD 1 TO WS-QTD-ERROS-IO
                   END-IF
                   OPEN INPUT CAD-DEPENDENTES
                   IF WS-STATUS-DEP = "00"
                       PERFORM LEITURA-DEPENDENTE
                   ELSE
                       MOVE "SIM" TO WS-FIM-RET
                   END-IF
                   OPEN INPUT CAD-VT-DESC
                   IF WS-STATUS-VTD = "00"
                       PERFORM LEITURA-VALE-TRANSPORTE
                   ELSE
                       MOVE "SIM" TO WS-FIM-VTD
                   END-IF
                   OPEN INPUT CAD-ADIANT-DESC
                   IF WS-STATUS-ADD = "00"
                       PERFORM LEITURA-ADIANTAMENTO
                   ELSE
                       MOVE "SIM" TO WS-FIM-ADD
                   END-IF
                   OPEN INPUT CAD-CONSIG
                   IF WS-STATUS-CSG = "00"
                       MOVE "NAO" TO WS-FIM-CSG
                       OPEN OUTPUT CAD-CONSIG-NOVO
                                   CAD-CONSIG-MOV
                       PERFORM VERIFICA-STATUS-CSN
                       PERFORM VERIFICA-STATUS-CMV
                       PERFORM LEITURA-CONSIGNADO
                   END-IF
                   PERFORM LEITURA
               END-IF
           END-IF.
                  AND DEDUCAO-DEP-PARM > ZEROS
                   MOVE DEDUCAO-DEP-PARM TO WS-DEDUCAO-DEP
               END-IF
               IF WS-STATUS-PARM = "00"
                  AND MARGEM-CONSIG-PARM NUMERIC
                  AND MARGEM-CONSIG-PARM > ZEROS
                   MOVE MARGEM-CONSIG-PARM TO WS-PERC-MARGEM
               END-IF
               CLOSE PARM-EXE31
           END-IF.

           END-PERFORM.
           COMPUTE WS-BRUTO-TOTAL = SALARIO-SAI + WS-VALOR-RETRO.

       LEITURA-VALE-TRANSPORTE.
           READ CAD-VT-DESC
               AT END MOVE "SIM" TO WS-FIM-VTD
           END-READ.

       LEITURA-ADIANTAMENTO.
           READ CAD-ADIANT-DESC
               AT END MOVE "SIM" TO WS-FIM-ADD
           END-READ.

      *    O ADIANTAMENTO JA PAGO NA COMPETENCIA E DESCONTADO NO
      *    PRIMEIRO REGISTRO DA MATRICULA, SEM PASSAR DO LIQUIDO APOS
      *    INSS, IRRF E PENSAO. ADIANTAMENTO DE OUTRA COMPETENCIA NAO E
      *    DESCONTADO.
       BUSCA-ADIANTAMENTO.
           MOVE ZEROS TO WS-VALOR-ADIANT.
           MOVE ZEROS TO WS-ADIANT-PAGO.
           PERFORM UNTIL WS-FIM-ADD = "SIM"
                   OR MATRICULA-ADD NOT LESS THAN CODIGO-ENT
               PERFORM LEITURA-ADIANTAMENTO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-ADD = "SIM"
                   OR MATRICULA-ADD NOT = CODIGO-ENT
               IF COMPETENCIA-ADD = WS-COMPETENCIA-FOLHA
                   ADD VALOR-ADD TO WS-ADIANT-PAGO
               ELSE
                   ADD 1 TO WS-CONTADOR-ADT-IGNORADO
               END-IF
               PERFORM LEITURA-ADIANTAMENTO
           END-PERFORM.
           IF WS-ADIANT-PAGO > ZEROS
               IF WS-BRUTO-TOTAL < WS-VALOR-INSS + WS-VALOR-IRRF
                       + WS-VALOR-PENSAO
                   MOVE ZEROS TO WS-LIMITE-ADIANT
               ELSE
                   COMPUTE WS-LIMITE-ADIANT = WS-BRUTO-TOTAL
                       - WS-VALOR-INSS - WS-VALOR-IRRF
                       - WS-VALOR-PENSAO
               END-IF
               IF WS-ADIANT-PAGO > WS-LIMITE-ADIANT
                   MOVE WS-LIMITE-ADIANT TO WS-VALOR-ADIANT
                   ADD 1 TO WS-CONTADOR-ADT-PARCIAL
               ELSE
                   MOVE WS-ADIANT-PAGO TO WS-VALOR-ADIANT
               END-IF
           END-IF.

      *    O VALE E DESCONTADO NO PRIMEIRO REGISTRO DA MATRICULA, ATE
      *    6% DO SALARIO-BASE E SEM PASSAR DO LIQUIDO. VALE DE OUTRA
      *    COMPETENCIA NAO E DESCONTADO.
       BUSCA-VALE-TRANSPORTE.
           MOVE ZEROS TO WS-VALOR-VT.
           PERFORM UNTIL WS-FIM-VTD = "SIM"
                   OR MATRICULA-VTD NOT LESS THAN CODIGO-ENT
               PERFORM LEITURA-VALE-TRANSPORTE
           END-PERFORM.
           PERFORM UNTIL WS-FIM-VTD = "SIM"
                   OR MATRICULA-VTD NOT = CODIGO-ENT
               IF COMPETENCIA-VTD = WS-COMPETENCIA-FOLHA
                   ADD VALOR-VALE-VTD TO WS-VALOR-VT
                   COMPUTE WS-LIMITE-VT ROUNDED =
                       SALARIO-BASE-VTD * 0.06
               ELSE
                   ADD 1 TO WS-CONTADOR-VT-IGNORADO
               END-IF
               PERFORM LEITURA-VALE-TRANSPORTE
           END-PERFORM.
           IF WS-VALOR-VT > ZEROS
               IF WS-VALOR-VT > WS-LIMITE-VT
                   MOVE WS-LIMITE-VT TO WS-VALOR-VT
               END-IF
               IF WS-BRUTO-TOTAL < WS-VALOR-INSS + WS-VALOR-IRRF
                       + WS-VALOR-PENSAO + WS-VALOR-ADIANT
                   MOVE ZEROS TO WS-LIMITE-VT
               ELSE
                   COMPUTE WS-LIMITE-VT = WS-BRUTO-TOTAL
                       - WS-VALOR-INSS - WS-VALOR-IRRF
                       - WS-VALOR-PENSAO - WS-VALOR-ADIANT
               END-IF
               IF WS-VALOR-VT > WS-LIMITE-VT
                   MOVE WS-LIMITE-VT TO WS-VALOR-VT
               END-IF
           END-IF.

       LEITURA-CONSIGNADO.
           READ CAD-CONSIG
               AT END MOVE "SIM" TO WS-FIM-CSG
           END-READ.

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

      *    AS PARCELAS DOS CONTRATOS DA MATRICULA SAO DESCONTADAS NO
      *    PRIMEIRO REGISTRO DELA, NA ORDEM DO CADASTRO, ENQUANTO
      *    COUBEREM NA MARGEM (WS-PERC-MARGEM DE BRUTO - INSS - IRRF -
      *    PENSAO,
      *    SEM PASSAR DO LIQUIDO QUE SOBRA APOS O ADIANTAMENTO E O
      *    VALE-TRANSPORTE).
      *    A PARCELA QUE NAO CABE INTEIRA E DESCONTADA ATE O SALDO DA
      *    MARGEM (P) OU RECUSADA (R) E NAO BAIXA A PARCELA; O BANCO
      *    COBRA A DIFERENCA DIRETAMENTE DO FUNCIONARIO.
       BUSCA-CONSIGNADO.
           MOVE ZEROS TO WS-VALOR-CONSIG.
           MOVE ZEROS TO WS-QTD-CONTRATOS.
           PERFORM UNTIL WS-FIM-CSG = "SIM"
                   OR MATRICULA-CSG NOT LESS THAN CODIGO-ENT
               PERFORM GRAVA-CONSIGNADO
               PERFORM LEITURA-CONSIGNADO
           END-PERFORM.
           IF WS-FIM-CSG NOT = "SIM"
                   AND MATRICULA-CSG = CODIGO-ENT
               PERFORM CALCULA-MARGEM
           END-IF.
           PERFORM UNTIL WS-FIM-CSG = "SIM"
                   OR MATRICULA-CSG NOT = CODIGO-ENT
               PERFORM DESCONTA-PARCELA
               PERFORM GRAVA-CONSIGNADO
               PERFORM LEITURA-CONSIGNADO
           END-PERFORM.

       CALCULA-MARGEM.
           IF WS-BRUTO-TOTAL < WS-VALOR-INSS + WS-VALOR-IRRF
                   + WS-VALOR-PENSAO + WS-VALOR-ADIANT + WS-VALOR-VT
               MOVE ZEROS TO WS-MARGEM-CONSIG
           ELSE
               COMPUTE WS-MARGEM-CONSIG ROUNDED =
                   (WS-BRUTO-TOTAL - WS-VALOR-INSS - WS-VALOR-IRRF
                   - WS-VALOR-PENSAO) * WS-PERC-MARGEM / 100
               IF WS-MARGEM-CONSIG > WS-BRUTO-TOTAL - WS-VALOR-INSS
                       - WS-VALOR-IRRF - WS-VALOR-PENSAO
                       - WS-VALOR-ADIANT - WS-VALOR-VT
                   COMPUTE WS-MARGEM-CONSIG = WS-BRUTO-TOTAL
                       - WS-VALOR-INSS - WS-VALOR-IRRF
                       - WS-VALOR-PENSAO
                       - WS-VALOR-ADIANT - WS-VALOR-VT
               END-IF
           END-IF.

      *    CONTRATO JA PROCESSADO NESTA COMPETENCIA (REPROCESSAMENTO DA
      *    FOLHA) REPETE O MESMO DESCONTO SEM BAIXAR OUTRA PARCELA.
       DESCONTA-PARCELA.
           IF COMPETENCIA-ULT-CSG = WS-COMPETENCIA-FOLHA
                   AND TIPO-ULT-CSG NOT = "S"
               MOVE VALOR-ULT-CSG TO WS-VALOR-CONTRATO
               IF WS-VALOR-CONTRATO > WS-MARGEM-CONSIG
                   MOVE WS-MARGEM-CONSIG TO WS-VALOR-CONTRATO
               END-IF
               PERFORM REGISTRA-DESCONTO
           ELSE
               IF SITUACAO-CSG = "A"
                       AND PARCELAS-RESTANTES-CSG > ZEROS
                   EVALUATE TRUE
                       WHEN VALOR-PARCELA-CSG
                               NOT GREATER THAN WS-MARGEM-CONSIG
                           MOVE VALOR-PARCELA-CSG TO WS-VALOR-CONTRATO
                           MOVE "D" TO TIPO-ULT-CSG
                           SUBTRACT 1 FROM PARCELAS-RESTANTES-CSG
                           IF PARCELAS-RESTANTES-CSG = ZEROS
                               MOVE "Q" TO SITUACAO-CSG
                           END-IF
                       WHEN WS-MARGEM-CONSIG > ZEROS
                           MOVE WS-MARGEM-CONSIG TO WS-VALOR-CONTRATO
                           MOVE "P" TO TIPO-ULT-CSG
                           ADD 1 TO WS-CONTADOR-CONSIG-PARCIAL
                       WHEN OTHER
                           MOVE ZEROS TO WS-VALOR-CONTRATO
                           MOVE "R" TO TIPO-ULT-CSG
                           ADD 1 TO WS-CONTADOR-CONSIG-RECUSADO
                   END-EVALUATE
                   MOVE WS-COMPETENCIA-FOLHA TO COMPETENCIA-ULT-CSG
                   MOVE WS-VALOR-CONTRATO TO VALOR-ULT-CSG
                   PERFORM REGISTRA-DESCONTO
               END-IF
           END-IF.

       REGISTRA-DESCONTO.
           SUBTRACT WS-VALOR-CONTRATO FROM WS-MARGEM-CONSIG.
           ADD WS-VALOR-CONTRATO TO WS-VALOR-CONSIG.
           IF WS-QTD-CONTRATOS < 10
               ADD 1 TO WS-QTD-CONTRATOS
               MOVE BANCO-CSG TO WS-CONSIG-BANCO (WS-QTD-CONTRATOS)
               MOVE CONTRATO-CSG
                   TO WS-CONSIG-CONTRATO (WS-QTD-CONTRATOS)
               MOVE WS-VALOR-CONTRATO
                   TO WS-CONSIG-VALOR (WS-QTD-CONTRATOS)
               MOVE TIPO-ULT-CSG TO WS-CONSIG-TIPO (WS-QTD-CONTRATOS)
           END-IF.
           MOVE BANCO-CSG TO BANCO-CMV.
           MOVE MATRICULA-CSG TO MATRICULA-CMV.
           MOVE CONTRATO-CSG TO CONTRATO-CMV.
           MOVE WS-COMPETENCIA-FOLHA TO COMPETENCIA-CMV.
           MOVE TIPO-ULT-CSG TO TIPO-CMV.
           MOVE VALOR-PARCELA-CSG TO VALOR-PARCELA-CMV.
           MOVE WS-VALOR-CONTRATO TO VALOR-DESCONTADO-CMV.
           MOVE PARCELAS-RESTANTES-CSG TO PARCELAS-RESTANTES-CMV.
           WRITE REG-CMV.
           PERFORM VERIFICA-STATUS-CMV.

       GRAVA-CONSIGNADO.
           WRITE REG-CSG-NOVO FROM REG-CSG.
           PERFORM VERIFICA-STATUS-CSN.

       PRINCIPAL.
           PERFORM CONTA-DEPENDENTES.
           PERFORM BUSCA-RETRO.
           PERFORM CALCULA-INSS.
           PERFORM BUSCA-PENSAO.
           PERFORM CALCULA-PENSAO.
           PERFORM BUSCA-ADIANTAMENTO.
           PERFORM BUSCA-VALE-TRANSPORTE.
           PERFORM BUSCA-CONSIGNADO.
           PERFORM GRAVACAO.
           PERFORM GRAVA-PENSAO-PAG.
           PERFORM GRAVA-HOLERITE.
           PERFORM ACUMULA-HISTORICO.
           PERFORM LEITURA.

       CALCULA-INSS.
               MOVE WS-INSS-LIMITE (WS-T) TO WS-BASE-ANTERIOR
           END-PERFORM.

      *    PENSAO ALIMENTICIA JUDICIAL (CAD-PENSAO). AS ORDENS VIGENTES
      *    DA MATRICULA SAO CARREGADAS NO PRIMEIRO REGISTRO DELA; AS
      *    PERCENTUAIS VALEM TAMBEM PARA O REGISTRO DE FERIAS, O VALOR
      *    FIXO SO E DESCONTADO NO PRIMEIRO. A PENSAO E DEDUZIDA DA
      *    BASE DO IRRF, ANTES DE ADIANTAMENTO, VALE E CONSIGNADO.
       BUSCA-PENSAO.
           IF CODIGO-ENT = WS-MATRICULA-PENSAO
               MOVE "N" TO WS-PRIMEIRO-PENSAO
           ELSE
               MOVE CODIGO-ENT TO WS-MATRICULA-PENSAO
               MOVE "S" TO WS-PRIMEIRO-PENSAO
               MOVE ZEROS TO WS-QTD-PENSAO
               PERFORM UNTIL WS-FIM-PEN = "SIM"
                       OR MATRICULA-PEN NOT LESS THAN CODIGO-ENT
                   PERFORM LEITURA-PENSAO
               END-PERFORM
               PERFORM UNTIL WS-FIM-PEN = "SIM"
                       OR MATRICULA-PEN NOT = CODIGO-ENT
                   IF INICIO-PEN NOT GREATER THAN WS-DATA-MOVTO
                      AND (FIM-PEN = ZEROS
                           OR FIM-PEN NOT LESS THAN WS-DATA-MOVTO)
                       PERFORM CARREGA-ORDEM-PENSAO
                   END-IF
                   PERFORM LEITURA-PENSAO
               END-PERFORM
           END-IF.

       CARREGA-ORDEM-PENSAO.
           IF (BASE-PEN = "F" AND VALOR-FIXO-PEN NUMERIC)
              OR ((BASE-PEN = "B" OR BASE-PEN = "L")
                  AND PERCENTUAL-PEN NUMERIC)
               IF WS-QTD-PENSAO < 5
                   ADD 1 TO WS-QTD-PENSAO
                   MOVE SEQUENCIA-PEN
                       TO WS-PEN-SEQUENCIA (WS-QTD-PENSAO)
                   MOVE BENEFICIARIO-PEN
                       TO WS-PEN-BENEFICIARIO (WS-QTD-PENSAO)
                   MOVE BANCO-PEN TO WS-PEN-BANCO (WS-QTD-PENSAO)
                   MOVE AGENCIA-PEN TO WS-PEN-AGENCIA (WS-QTD-PENSAO)
                   MOVE CONTA-PEN TO WS-PEN-CONTA (WS-QTD-PENSAO)
                   MOVE BASE-PEN TO WS-PEN-BASE (WS-QTD-PENSAO)
                   MOVE ZEROS TO WS-PEN-FIXO (WS-QTD-PENSAO)
                   MOVE ZEROS TO WS-PEN-PERCENTUAL (WS-QTD-PENSAO)
                   IF BASE-PEN = "F"
                       MOVE VALOR-FIXO-PEN
                           TO WS-PEN-FIXO (WS-QTD-PENSAO)
                   ELSE
                       MOVE PERCENTUAL-PEN
                           TO WS-PEN-PERCENTUAL (WS-QTD-PENSAO)
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTADOR-PENSAO-INVALIDA
               END-IF
           ELSE
               ADD 1 TO WS-CONTADOR-PENSAO-INVALIDA
           END-IF.

      *    NA BASE LIQUIDA A PENSAO DEPENDE DO IRRF E O IRRF DA PENSAO:
      *    O CALCULO SE REPETE ATE A PENSAO FICAR ESTAVEL.
       CALCULA-PENSAO.
           MOVE ZEROS TO WS-VALOR-PENSAO.
           PERFORM CALCULA-IRRF.
           IF WS-QTD-PENSAO > ZEROS
               MOVE ZEROS TO WS-ITERACAO
               MOVE "N" TO WS-PENSAO-ESTAVEL
               PERFORM UNTIL WS-PENSAO-ESTAVEL = "S"
                       OR WS-ITERACAO NOT LESS THAN 10
                   ADD 1 TO WS-ITERACAO
                   MOVE WS-VALOR-PENSAO TO WS-PENSAO-ANTERIOR
                   PERFORM VALORIZA-PENSAO
                   PERFORM CALCULA-IRRF
                   IF WS-VALOR-PENSAO = WS-PENSAO-ANTERIOR
                       MOVE "S" TO WS-PENSAO-ESTAVEL
                   END-IF
               END-PERFORM
           END-IF.

      *    CADA ORDEM E LIMITADA AO LIQUIDO (BRUTO - INSS - IRRF) QUE
      *    AS ORDENS ANTERIORES DEIXARAM.
       VALORIZA-PENSAO.
           MOVE ZEROS TO WS-VALOR-PENSAO.
           IF WS-BRUTO-TOTAL < WS-VALOR-INSS + WS-VALOR-IRRF
               MOVE ZEROS TO WS-LIMITE-PENSAO
           ELSE
               COMPUTE WS-LIMITE-PENSAO = WS-BRUTO-TOTAL
                   - WS-VALOR-INSS - WS-VALOR-IRRF
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PENSAO
               EVALUATE WS-PEN-BASE (WS-P)
                   WHEN "F"
                       IF WS-PRIMEIRO-PENSAO = "S"
                           MOVE WS-PEN-FIXO (WS-P)
                               TO WS-PEN-CALCULADO (WS-P)
                       ELSE
                           MOVE ZEROS TO WS-PEN-CALCULADO (WS-P)
                       END-IF
                   WHEN "B"
                       COMPUTE WS-PEN-CALCULADO (WS-P) ROUNDED =
                           WS-BRUTO-TOTAL * WS-PEN-PERCENTUAL (WS-P)
                           / 100
                   WHEN OTHER
                       COMPUTE WS-PEN-CALCULADO (WS-P) ROUNDED =
                           WS-LIMITE-PENSAO * WS-PEN-PERCENTUAL (WS-P)
                           / 100
               END-EVALUATE
               MOVE WS-PEN-CALCULADO (WS-P) TO WS-PEN-VALOR (WS-P)
               IF WS-PEN-VALOR (WS-P) > WS-LIMITE-PENSAO
                       - WS-VALOR-PENSAO
                   COMPUTE WS-PEN-VALOR (WS-P) = WS-LIMITE-PENSAO
                       - WS-VALOR-PENSAO
               END-IF
               ADD WS-PEN-VALOR (WS-P) TO WS-VALOR-PENSAO
           END-PERFORM.

       LEITURA-PENSAO.
           READ CAD-PENSAO
               AT END MOVE "SIM" TO WS-FIM-PEN
           END-READ.

       VERIFICA-STATUS-PPG.
           IF WS-STATUS-PPG NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PPG"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

      *    CREDITO DE CADA ORDEM AO BENEFICIARIO, REMETIDO PELO EXE32
      *    JUNTO COM A FOLHA.
       GRAVA-PENSAO-PAG.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PENSAO
               IF WS-PEN-VALOR (WS-P) > ZEROS
                   MOVE CODIGO-ENT TO MATRICULA-PPG
                   MOVE WS-PEN-SEQUENCIA (WS-P) TO SEQUENCIA-PPG
                   MOVE WS-PEN-BANCO (WS-P) TO BANCO-PPG
                   MOVE WS-PEN-AGENCIA (WS-P) TO AGENCIA-PPG
                   MOVE WS-PEN-CONTA (WS-P) TO CONTA-PPG
                   MOVE WS-PEN-VALOR (WS-P) TO VALOR-PPG
                   MOVE WS-COMPETENCIA-FOLHA TO COMPETENCIA-PPG
                   MOVE "FO" TO ORIGEM-PPG
                   WRITE REG-PPG
                   PERFORM VERIFICA-STATUS-PPG
                   ADD 1 TO WS-CONTADOR-PENSAO
               END-IF
               IF WS-PEN-VALOR (WS-P) < WS-PEN-CALCULADO (WS-P)
                   ADD 1 TO WS-CONTADOR-PENSAO-PARCIAL
               END-IF
           END-PERFORM.

       CALCULA-IRRF.
           COMPUTE WS-BASE-IRRF = WS-BRUTO-TOTAL - WS-VALOR-INSS
               - WS-VALOR-DEDUCAO-DEP - WS-VALOR-PENSAO.
           IF WS-BRUTO-TOTAL < WS-VALOR-INSS + WS-VALOR-DEDUCAO-DEP
                   + WS-VALOR-PENSAO
               MOVE ZEROS TO WS-BASE-IRRF
           END-IF.
           MOVE "N" TO WS-ACHOU-FAIXA.

       GRAVACAO.
           COMPUTE WS-VALOR-LIQUIDO = WS-BRUTO-TOTAL - WS-VALOR-INSS
               - WS-VALOR-IRRF - WS-VALOR-PENSAO - WS-VALOR-ADIANT
               - WS-VALOR-VT - WS-VALOR-CONSIG.
           MOVE CODIGO-ENT TO CODIGO-LIQ.
           MOVE WS-BRUTO-TOTAL TO BRUTO-LIQ.
           MOVE WS-VALOR-INSS TO INSS-LIQ.
                  WS-VALOR-IRRF DELIMITED BY SIZE
               INTO WS-LINHA-HOL.
           WRITE REG-HOL FROM WS-LINHA-HOL.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PENSAO
               IF WS-PEN-CALCULADO (WS-P) > ZEROS
                   MOVE SPACES TO WS-LINHA-HOL
                   STRING "PENSAO ALIMENTICIA.. " DELIMITED BY SIZE
                          WS-PEN-VALOR (WS-P) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-PEN-BENEFICIARIO (WS-P) DELIMITED BY SIZE
                       INTO WS-LINHA-HOL
                   IF WS-PEN-VALOR (WS-P) < WS-PEN-CALCULADO (WS-P)
                       MOVE "PARCIAL" TO WS-LINHA-HOL (66:)
                   END-IF
                   WRITE REG-HOL FROM WS-LINHA-HOL
               END-IF
           END-PERFORM.
           IF WS-ADIANT-PAGO > ZEROS
               MOVE SPACES TO WS-LINHA-HOL
               STRING "ADIANTAMENTO........ " DELIMITED BY SIZE
                      WS-VALOR-ADIANT DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
               IF WS-VALOR-ADIANT < WS-ADIANT-PAGO
                   MOVE "PARCIAL" TO WS-LINHA-HOL (66:)
               END-IF
               WRITE REG-HOL FROM WS-LINHA-HOL
           END-IF.
           IF WS-VALOR-VT > ZEROS
               MOVE SPACES TO WS-LINHA-HOL
               STRING "VALE-TRANSPORTE..... " DELIMITED BY SIZE
                      WS-VALOR-VT DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
               WRITE REG-HOL FROM WS-LINHA-HOL
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CONTRATOS
               MOVE SPACES TO WS-LINHA-HOL
               STRING "CONSIGNADO.......... " DELIMITED BY SIZE
                      WS-CONSIG-VALOR (WS-C) DELIMITED BY SIZE
                      "  BANCO " DELIMITED BY SIZE
                      WS-CONSIG-BANCO (WS-C) DELIMITED BY SIZE
                      " CONTR. " DELIMITED BY SIZE
                      WS-CONSIG-CONTRATO (WS-C) DELIMITED BY SIZE
                   INTO WS-LINHA-HOL
               EVALUATE WS-CONSIG-TIPO (WS-C)
                   WHEN "P"
                       MOVE "PARCIAL" TO WS-LINHA-HOL (66:)
                   WHEN "R"
                       MOVE "SEM MARGEM" TO WS-LINHA-HOL (66:)
               END-EVALUATE
               WRITE REG-HOL FROM WS-LINHA-HOL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-HOL.
           STRING "SALARIO LIQUIDO..... " DELIMITED BY SIZE
                  WS-VALOR-LIQUIDO DELIMITED BY SIZE
               INTO WS-LINHA-HOL.
           WRITE REG-HOL FROM WS-LINHA-HOL.

      *        SALARY AND THE VACATION PAY EXE68 APPENDS TO THE
      *        INPUT ARRIVE AS SEPARATE RECORDS OF THE SAME MATRICULA;
      *        THE HISTORY KEEPS THEIR SUM UNDER THE RUN'S COMPETENCIA.
       ACUMULA-HISTORICO.
           IF WS-HIST-PENDENTE = "S"
                   AND MATRICULA-FHS NOT = CODIGO-ENT
               PERFORM GRAVA-HISTORICO
           END-IF.
           IF WS-HIST-PENDENTE = "N"
               MOVE CODIGO-ENT TO MATRICULA-FHS
               COMPUTE COMPETENCIA-FHS = WS-DATA-MOVTO / 100
               MOVE "FO" TO TIPO-FHS
               MOVE NOME-SAI TO NOME-FHS
               MOVE DEPTO-ENT TO DEPTO-FHS
               MOVE ZEROS TO BRUTO-FHS
               MOVE ZEROS TO INSS-FHS
               MOVE ZEROS TO IRRF-FHS
               MOVE ZEROS TO LIQUIDO-FHS
               MOVE WS-QTD-DEPENDENTES TO DEPENDENTES-FHS
               MOVE WS-DATA-MOVTO TO DATA-MOVTO-FHS
               MOVE "S" TO WS-HIST-PENDENTE
           END-IF.
           ADD WS-BRUTO-TOTAL TO BRUTO-FHS.
           ADD WS-VALOR-INSS TO INSS-FHS.
           ADD WS-VALOR-IRRF TO IRRF-FHS.
           ADD WS-VALOR-LIQUIDO TO LIQUIDO-FHS.

       GRAVA-HISTORICO.
           WRITE REG-FHS FROM WS-REG-FHS.
           IF WS-STATUS-FHS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
           END-IF.
           MOVE "N" TO WS-HIST-PENDENTE.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE31 - LIDOS: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-VT-IGNORADO > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE31 - VALE-TRANSPORTE DE OUTRA COMPETENCIA"
                          DELIMITED BY SIZE
                      " NAO DESCONTADO: " DELIMITED BY SIZE
                      WS-CONTADOR-VT-IGNORADO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-CONTADOR-PENSAO > 0
                   OR WS-CONTADOR-PENSAO-PARCIAL > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE31 - PENSOES CREDITADAS: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO DELIMITED BY SIZE
                      "  ACIMA DO LIQUIDO: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO-PARCIAL DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-CONTADOR-PENSAO-INVALIDA > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE31 - ORDENS DE PENSAO INVALIDAS OU ACIMA DE "
                          DELIMITED BY SIZE
                      "5 POR MATRICULA: " DELIMITED BY SIZE
                      WS-CONTADOR-PENSAO-INVALIDA DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-CONTADOR-ADT-IGNORADO > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE31 - ADIANTAMENTO DE OUTRA COMPETENCIA"
                          DELIMITED BY SIZE
                      " NAO DESCONTADO: " DELIMITED BY SIZE
                      WS-CONTADOR-ADT-IGNORADO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-CONTADOR-ADT-PARCIAL > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE31 - ADIANTAMENTO MAIOR QUE O LIQUIDO, "
                          DELIMITED BY SIZE
                      "DESCONTO PARCIAL: " DELIMITED BY SIZE
                      WS-CONTADOR-ADT-PARCIAL DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.
           IF WS-CONTADOR-CONSIG-PARCIAL > 0
                   OR WS-CONTADOR-CONSIG-RECUSADO > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE31 - CONSIGNADO ACIMA DA MARGEM - PARCIAIS: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-CONSIG-PARCIAL DELIMITED BY SIZE
                      "  RECUSADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-CONSIG-RECUSADO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
                  WS-STATUS-MOV DELIMITED BY SIZE
                  " RET=" DELIMITED BY SIZE
                  WS-STATUS-RET DELIMITED BY SIZE
                  " VTD=" DELIMITED BY SIZE
                  WS-STATUS-VTD DELIMITED BY SIZE
                  " ADD=" DELIMITED BY SIZE
                  WS-STATUS-ADD DELIMITED BY SIZE
                  " PEN=" DELIMITED BY SIZE
                  WS-STATUS-PEN DELIMITED BY SIZE
                  " PPG=" DELIMITED BY SIZE
                  WS-STATUS-PPG DELIMITED BY SIZE
                  " CSG=" DELIMITED BY SIZE
                  WS-STATUS-CSG DELIMITED BY SIZE
                  " CSN=" DELIMITED BY SIZE
                  WS-STATUS-CSN DELIMITED BY SIZE
                  " CMV=" DELIMITED BY SIZE
                  WS-STATUS-CMV DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-HIST-PENDENTE = "S"
               PERFORM GRAVA-HISTORICO
           END-IF.
           IF WS-STATUS-CSG = "00" OR WS-STATUS-CSG = "10"
               PERFORM UNTIL WS-FIM-CSG = "SIM"
                   PERFORM GRAVA-CONSIGNADO
                   PERFORM LEITURA-CONSIGNADO
               END-PERFORM
               CLOSE CAD-CONSIG
                     CAD-CONSIG-NOVO
                     CAD-CONSIG-MOV
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
           IF WS-STATUS-RET = "00" OR WS-STATUS-RET = "10"
               CLOSE CAD-RETRO
           END-IF.
           IF WS-STATUS-VTD = "00" OR WS-STATUS-VTD = "10"
               CLOSE CAD-VT-DESC
           END-IF.
           IF WS-STATUS-ADD = "00" OR WS-STATUS-ADD = "10"
               CLOSE CAD-ADIANT-DESC
           END-IF.
           IF WS-STATUS-PEN = "00" OR WS-STATUS-PEN = "10"
               CLOSE CAD-PENSAO
           END-IF.
           IF WS-STATUS-FHS = "00"
               CLOSE CAD-FOLHA-HIST
           END-IF.
           CLOSE  CAD-SAI-FUN
                  CAD-LIQ
                  HOLERITE
                  CAD-PENSAO-PAG
                  LOG-EXE31.
