           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FAM.

           SELECT CADMEN-BOLSA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MBL.

           SELECT ORDENA-FAM   ASSIGN TO DISK.

           SELECT LOG-EXE27   ASSIGN TO DISK
           03 NUMERO-RES       PIC 9(07).
           03 NOME-RESP-RES    PIC X(30).
           03 PARENTESCO-RES   PIC X(10).
           03 ENDERECO-RES.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-RES==
                   ==PREFIXO-NUM== BY ==NUM-END-RES==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-RES==
                   ==PREFIXO-BAI== BY ==BAIRRO-RES==
                   ==PREFIXO-CID== BY ==CIDADE-RES==
                   ==PREFIXO-UF== BY ==UF-RES==
                   ==PREFIXO-CEP== BY ==CEP-RES==.
           03 TELEFONE-RES     PIC X(11).

       FD CADTPC
           03 VALOR-TOTAL-FAM  PIC 9(07)V99.
           03 VENCIMENTO-FAM   PIC 9(08).

      *    BOLSA APLICADA A CADA ALUNO NA COMPETENCIA, COM A FONTE
      *    QUE A CUSTEIA, PARA O FATURAMENTO DOS PATROCINADORES.
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

       SD ORDENA-FAM.

       01 REG-ORD.
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-TRB    PIC X(02) VALUE "00".
       77 WS-STATUS-FAM    PIC X(02) VALUE "00".
       77 WS-STATUS-MBL    PIC X(02) VALUE "00".
       77 WS-RES-ABERTO    PIC X(01) VALUE "N".
       77 WS-DESCONTO-IRMAO PIC 9(02)V99 VALUE ZEROS.
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-NUMERO-ANT    PIC 9(07) VALUE ZEROS.
       77 WS-VIG-BOLSA     PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA-X PIC X(06) VALUE SPACES.
       77 WS-TIPO-BOLSA    PIC X(02) VALUE SPACES.
       77 WS-FONTE-BOLSA   PIC X(10) VALUE SPACES.
       77 WS-QTD-UNIDADES  PIC 9(02) VALUE ZEROS.
       77 WS-U             PIC 9(02).
       77 WS-UNIDADE-IDX   PIC 9(02) VALUE ZEROS.
               PERFORM VERIFICA-STATUS-TRB
               OPEN OUTPUT CADMEN-FAM
               PERFORM VERIFICA-STATUS-FAM
               OPEN OUTPUT CADMEN-BOLSA
               PERFORM VERIFICA-STATUS-MBL
               OPEN INPUT CADRES
               IF WS-STATUS-RES = "00"
                   MOVE "S" TO WS-RES-ABERTO
       BUSCA-BOLSA.
           MOVE ZEROS TO WS-PERCENTUAL.
           MOVE ZEROS TO WS-VIG-BOLSA.
           MOVE SPACES TO WS-TIPO-BOLSA
                          WS-FONTE-BOLSA.
           PERFORM UNTIL WS-FIM-BLS = "SIM"
                   OR NUMERO-BLS NOT LESS THAN NUMERO-ENT
               PERFORM LEITURA-BOLSA
              AND INICIO-BLS NOT LESS THAN WS-VIG-BOLSA
               MOVE INICIO-BLS TO WS-VIG-BOLSA
               MOVE PERCENTUAL-BLS TO WS-PERCENTUAL
               MOVE TIPO-BOLSA-BLS TO WS-TIPO-BOLSA
               MOVE FONTE-BLS TO WS-FONTE-BOLSA
           END-IF.

       GRAVACAO.
           MOVE UNIDADE-ENT TO UNIDADE-TRB.
           WRITE REG-TRB.
           PERFORM VERIFICA-STATUS-TRB.
           IF WS-PERCENTUAL > ZEROS
               PERFORM GRAVA-BOLSA-APLICADA
           END-IF.
           PERFORM GRAVA-EXTRAS
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-QTD-TIPOS.

      *    O DESCONTO DA BOLSA E A DIFERENCA ENTRE O VALOR BASE E O
      *    VALOR COBRADO; O DESCONTO DE IRMAOS NAO ENTRA.
       GRAVA-BOLSA-APLICADA.
           MOVE NUMERO-ENT TO NUMERO-MBL.
           MOVE WS-COMPETENCIA TO COMPETENCIA-MBL.
           MOVE WS-TIPO-BOLSA TO TIPO-BOLSA-MBL.
           MOVE WS-FONTE-BOLSA TO FONTE-MBL.
           MOVE WS-PERCENTUAL TO PERCENTUAL-MBL.
           MOVE WS-VALOR-BASE TO VALOR-BASE-MBL.
           COMPUTE DESCONTO-MBL = WS-VALOR-BASE - WS-VALOR-COBRADO.
           MOVE UNIDADE-ENT TO UNIDADE-MBL.
           WRITE REG-MBL.
           PERFORM VERIFICA-STATUS-MBL.

       GRAVA-EXTRAS.
           IF WS-TPC-RECORRENCIA (WS-T) = "M"
              OR (WS-TPC-RECORRENCIA (WS-T) = "A"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-MBL.
           IF WS-STATUS-MBL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-MBL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GRAVA-TRAILER.
           MOVE "TRL" TO TRAILER-ID-MEN.
           MOVE WS-TOTAL-REG TO TOTAL-REG-MEN.
                  WS-STATUS-FAM DELIMITED BY SIZE
                  " TPC=" DELIMITED BY SIZE
                  WS-STATUS-TPC DELIMITED BY SIZE
                  " MBL=" DELIMITED BY SIZE
                  WS-STATUS-MBL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
               CLOSE CADALU
                     CADMEN
                     CADMEN-FAM
                     CADMEN-BOLSA
                     CADBOLSA-VIG
               IF WS-RES-ABERTO = "S"
                   CLOSE CADRES
