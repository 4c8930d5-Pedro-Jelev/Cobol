           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LGPD.

           SELECT MOV-CONTAB-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MCT.

           SELECT CAD-PERDA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRD.

           SELECT RECUPERA-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RCN.

           SELECT REL-EXE28   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

       01 REG-PARM-LGPD.
           03 MODO-LGPD        PIC X(01).

       FD MOV-CONTAB-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOV-CONTAB-NOVO.DAT".

       01 REG-MCT.
           03 EVENTO-MCT       PIC X(02).
           03 NUMERO-MCT       PIC 9(07).
           03 COMPETENCIA-MCT  PIC 9(06).
           03 TIPO-MCT         PIC 9(02).
           03 VALOR-MCT        PIC 9(07)V99.
           03 DATA-MCT         PIC 9(08).

      *    ITENS BAIXADOS COMO PERDA PELO EXE91 (ORDEM DE CHAVE).
       FD CAD-PERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PERDA.DAT".

       01 REG-PRD.
           03 CHAVE-PRD.
              04 NUMERO-PRD       PIC 9(07).
              04 COMPETENCIA-PRD  PIC 9(06).
              04 TIPO-PRD         PIC 9(02).
           03 VALOR-PRD        PIC 9(05)V99.
           03 VENCIMENTO-PRD   PIC 9(08).
           03 BOLSA-PRD        PIC 9(03).
           03 DATA-BAIXA-PRD   PIC 9(08).
           03 MOTIVO-PRD       PIC X(02).

       FD RECUPERA-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECUPERA-NOVO.DAT".

       01 REG-RCN.
           03 NUMERO-RCN       PIC 9(07).
           03 COMPETENCIA-RCN  PIC 9(06).
           03 TIPO-RCN         PIC 9(02).
           03 VALOR-RCN        PIC 9(05)V99.
           03 DATA-PAG-RCN     PIC 9(08).
           03 DATA-REGISTRO-RCN PIC 9(08).

       FD REL-EXE28
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE28.DAT".
       77 WS-CONTADOR-REEMBOLSO PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-LGPD   PIC X(02) VALUE "00".
       77 WS-MODO-LGPD     PIC X(01) VALUE "F".
       77 WS-STATUS-MCT    PIC X(02) VALUE "00".
       77 WS-VALOR-EVENTO  PIC 9(07)V99 VALUE ZEROS.
       77 WS-CONTADOR-EVENTOS PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-PRD    PIC X(02) VALUE "00".
       77 WS-STATUS-RCN    PIC X(02) VALUE "00".
       77 WS-FIM-PRD       PIC X(03) VALUE "NAO".
       77 WS-ITEM-BAIXADO  PIC X(01) VALUE "N".
       77 WS-CONTADOR-RECUPERA PIC 9(07) VALUE ZEROS.
       01 WS-NUMERO-MASCARADO PIC X(07) VALUE SPACES.
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-REB             PIC X(80).
           03 WS-TIPO-OCORRE OCCURS 99 TIMES.
               05 WS-TIPO-QTD    PIC 9(07) VALUE ZEROS.
               05 WS-TIPO-VALOR  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TP            PIC 9(03).

       01 WS-AGING-TITULO.
           03 FILLER PIC X(14) VALUE "A VENCER      ".
                OUTPUT CADMEN-ABERTO-NOVO
                OUTPUT CADPAG-EXC
                OUTPUT CAD-CREDITO-NOVO
                OUTPUT REL-REEMBOLSO
                OUTPUT MOV-CONTAB-NOVO
                OUTPUT RECUPERA-NOVO.
           PERFORM VERIFICA-STATUS-MCT.
           PERFORM VERIFICA-STATUS-RCN.
           MOVE "CANDIDATOS A REEMBOLSO - CREDITO SEM COBRANCA"
               TO WS-LINHA-REB.
           WRITE REG-REB FROM WS-LINHA-REB.
           ELSE
               MOVE "SIM" TO WS-FIM-ABT
           END-IF.
           OPEN INPUT CAD-PERDA.
           IF WS-STATUS-PRD = "00"
               PERFORM LEITURA-PERDA
           ELSE
               MOVE "SIM" TO WS-FIM-PRD
           END-IF.
           OPEN INPUT CADPAG.
           IF WS-STATUS-PAG = "00"
               PERFORM LEITURA-PAGAMENTO
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-FECHADO.
           MOVE "PF" TO EVENTO-MCT.
           MOVE NUMERO-PAG TO NUMERO-MCT.
           MOVE COMPETENCIA-PAG TO COMPETENCIA-MCT.
           MOVE TIPO-PAG TO TIPO-MCT.
           MOVE VALOR-PAG TO WS-VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
                   AT END MOVE "SIM" TO WS-FIM-PAG
               END-READ
               IF WS-FIM-PAG NOT = "SIM"
                   PERFORM VERIFICA-PERDA
                   IF WS-ITEM-BAIXADO = "S"
                       PERFORM GRAVA-RECUPERACAO
                   ELSE
                       PERFORM VERIFICA-COMPETENCIA-FECHADA
                       IF WS-COMP-FECHADA = "S"
                           PERFORM GRAVA-EXC-FECHADO
                       ELSE
                           MOVE "S" TO WS-PAG-VALIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    PAGAMENTO DE ITEM JA BAIXADO COMO PERDA (EXE91) E
      *    RECUPERACAO: NAO VOLTA AO CONTAS A RECEBER NEM VIRA CREDITO.
      *    O CAD-PERDA E O CADPAG ESTAO NA MESMA ORDEM DE CHAVE.
       VERIFICA-PERDA.
           MOVE "N" TO WS-ITEM-BAIXADO.
           PERFORM UNTIL WS-FIM-PRD = "SIM"
                   OR CHAVE-PRD NOT LESS THAN CHAVE-PAG
               PERFORM LEITURA-PERDA
           END-PERFORM.
           IF WS-FIM-PRD NOT = "SIM" AND CHAVE-PRD = CHAVE-PAG
               MOVE "S" TO WS-ITEM-BAIXADO
           END-IF.

       LEITURA-PERDA.
           READ CAD-PERDA
               AT END MOVE "SIM" TO WS-FIM-PRD
           END-READ.

       GRAVA-RECUPERACAO.
           MOVE NUMERO-PAG TO NUMERO-RCN.
           MOVE COMPETENCIA-PAG TO COMPETENCIA-RCN.
           MOVE TIPO-PAG TO TIPO-RCN.
           MOVE VALOR-PAG TO VALOR-RCN.
           MOVE DATA-PAG TO DATA-PAG-RCN.
           MOVE WS-DATA-REFERENCIA TO DATA-REGISTRO-RCN.
           WRITE REG-RCN.
           PERFORM VERIFICA-STATUS-RCN.
           ADD 1 TO WS-CONTADOR-RECUPERA.
           MOVE "RC" TO EVENTO-MCT.
           MOVE NUMERO-PAG TO NUMERO-MCT.
           MOVE COMPETENCIA-PAG TO COMPETENCIA-MCT.
           MOVE TIPO-PAG TO TIPO-MCT.
           MOVE VALOR-PAG TO WS-VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.
           MOVE NUMERO-PAG TO WS-NUMERO-MASCARADO.
           PERFORM MASCARA-NUMERO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ALUNO " DELIMITED BY SIZE
                  WS-NUMERO-MASCARADO DELIMITED BY SIZE
                  "  COMPETENCIA " DELIMITED BY SIZE
                  COMPETENCIA-PAG DELIMITED BY SIZE
                  "  TIPO " DELIMITED BY SIZE
                  TIPO-PAG DELIMITED BY SIZE
                  "  RECUPERADO " DELIMITED BY SIZE
                  VALOR-PAG DELIMITED BY SIZE
                  "  ITEM BAIXADO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-RCN.
           IF WS-STATUS-RCN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-RCN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       CONFRONTA.
           PERFORM CONTROLA-ALUNO-CORRENTE.
           IF WS-FIM-ABT = "SIM"
               SUBTRACT WS-CREDITO-USADO FROM WS-CREDITO-ALUNO
               SUBTRACT WS-CREDITO-USADO FROM WS-SALDO
               ADD 1 TO WS-CONTADOR-CRED-APL
               MOVE "CA" TO EVENTO-MCT
               PERFORM MONTA-EVENTO-ABERTO
               MOVE WS-CREDITO-USADO TO WS-VALOR-EVENTO
               PERFORM GRAVA-EVENTO
               MOVE NUMERO-ABT TO WS-NUMERO-MASCARADO
               PERFORM MASCARA-NUMERO
               MOVE SPACES TO WS-LINHA-REL
               PERFORM LEITURA-PAGAMENTO
           END-PERFORM.
           PERFORM CALCULA-VALOR-ESPERADO.
           PERFORM GRAVA-EVENTOS-BAIXA.
           IF WS-PAGO-TOTAL = WS-VALOR-ESPERADO
               ADD 1 TO WS-CONTADOR-BAIXA
           ELSE
                   ADD 1 TO WS-CONTADOR-BAIXA.
           PERFORM LEITURA-ABERTO.

       GRAVA-EVENTOS-BAIXA.
           PERFORM MONTA-EVENTO-ABERTO.
           IF WS-VALOR-ESPERADO > VALOR-ABT
               MOVE "EN" TO EVENTO-MCT
               COMPUTE WS-VALOR-EVENTO = WS-VALOR-ESPERADO - VALOR-ABT
               PERFORM GRAVA-EVENTO
           END-IF.
           MOVE "PG" TO EVENTO-MCT.
           IF WS-PAGO-TOTAL > WS-VALOR-ESPERADO
               MOVE WS-VALOR-ESPERADO TO WS-VALOR-EVENTO
               PERFORM GRAVA-EVENTO
               MOVE "CG" TO EVENTO-MCT
               COMPUTE WS-VALOR-EVENTO =
                   WS-PAGO-TOTAL - WS-VALOR-ESPERADO
           ELSE
               MOVE WS-PAGO-TOTAL TO WS-VALOR-EVENTO
           END-IF.
           PERFORM GRAVA-EVENTO.

       MONTA-EVENTO-ABERTO.
           MOVE NUMERO-ABT TO NUMERO-MCT.
           MOVE COMPETENCIA-ABT TO COMPETENCIA-MCT.
           MOVE TIPO-ABT TO TIPO-MCT.

       GRAVA-EVENTO.
           IF WS-VALOR-EVENTO > ZEROS
               MOVE WS-VALOR-EVENTO TO VALOR-MCT
               MOVE WS-DATA-REFERENCIA TO DATA-MCT
               WRITE REG-MCT
               PERFORM VERIFICA-STATUS-MCT
               ADD 1 TO WS-CONTADOR-EVENTOS
           END-IF.

       VERIFICA-STATUS-MCT.
           IF WS-STATUS-MCT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-MCT"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       CALCULA-VALOR-ESPERADO.
           MOVE VALOR-ABT TO WS-VALOR-ESPERADO.
           IF WS-DATA-ULT-PAG > VENCIMENTO-ABT
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-SEM-COB.
           ADD VALOR-PAG TO WS-CREDITO-ALUNO.
           MOVE "CG" TO EVENTO-MCT.
           MOVE NUMERO-PAG TO NUMERO-MCT.
           MOVE COMPETENCIA-PAG TO COMPETENCIA-MCT.
           MOVE TIPO-PAG TO TIPO-MCT.
           MOVE VALOR-PAG TO WS-VALOR-EVENTO.
           PERFORM GRAVA-EVENTO.

       COBRANCA-EM-ABERTO.
           MOVE VALOR-ABT TO WS-SALDO.
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE28 - EVENTOS CONTABEIS: " DELIMITED BY SIZE
                  WS-CONTADOR-EVENTOS DELIMITED BY SIZE
                  "  RECUPERACOES: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUPERA DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       ESVAZIA-CREDITOS.
           PERFORM UNTIL WS-FIM-CRD = "SIM"
                  WS-STATUS-CRN DELIMITED BY SIZE
                  " REB=" DELIMITED BY SIZE
                  WS-STATUS-REB DELIMITED BY SIZE
                  " MCT=" DELIMITED BY SIZE
                  WS-STATUS-MCT DELIMITED BY SIZE
                  " PRD=" DELIMITED BY SIZE
                  WS-STATUS-PRD DELIMITED BY SIZE
                  " RCN=" DELIMITED BY SIZE
                  WS-STATUS-RCN DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE ZEROS TO WS-DIAG-CONTADOR.
           MOVE SPACES TO WS-DIAG-REGISTRO.
           PERFORM ESVAZIA-CREDITOS.
           PERFORM GRAVA-TOTAIS-AGING.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-STATUS-PRD = "00" OR WS-STATUS-PRD = "10"
               CLOSE CAD-PERDA
           END-IF.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
                  CAD-CREDITO
                  CAD-CREDITO-NOVO
                  REL-REEMBOLSO
                  MOV-CONTAB-NOVO
                  RECUPERA-NOVO
                  REL-EXE28
                  LOG-EXE28.
