       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE98.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    REMESSA DOS EMPRESTIMOS CONSIGNADOS. JUNTA OS DESCONTOS DA
      *    FOLHA (CAD-CONSIG-MOV.DAT, EXE31) E AS QUITACOES NA
      *    RESCISAO (CAD-CONSIG-RESC.DAT, EXE67), ORDENA POR BANCO E
      *    GRAVA EM CONSIG-REM.DAT UM BLOCO POR BANCO CREDOR
      *    (CABECALHO 1, DETALHES 2, TRAILER 9). O CONSIGNADO.SH
      *    SEPARA CADA BLOCO NO ARQUIVO DO SEU BANCO.
      *    PARCELA PARCIAL OU RECUSADA POR FALTA DE MARGEM SAI COM
      *    RC=4 PARA QUE O BANCO SEJA AVISADO DA DIFERENCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-CONSIG-MOV   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CMV.

           SELECT CAD-CONSIG-RESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CRS.

           SELECT ORDENA-CONSIG   ASSIGN TO DISK.

           SELECT PARM-NFSE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NFP.

           SELECT CONSIG-REM   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REM.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE98   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE98   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CAD-CONSIG-MOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG-MOV.DAT".

       01 REG-CMV                  PIC X(46).

       FD CAD-CONSIG-RESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONSIG-RESC.DAT".

       01 REG-CRS                  PIC X(46).

       SD ORDENA-CONSIG.

       01 REG-ORD.
           COPY CSGMOV01.

       FD PARM-NFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-NFSE.DAT".

       01 REG-NFP.
           03 CNPJ-NFP         PIC 9(14).
           03 FILLER           PIC X(37).

       FD CONSIG-REM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSIG-REM.DAT".

       01 REG-REM-DETALHE.
           03 TIPO-DET         PIC X(01).
           03 BANCO-DET        PIC 9(03).
           03 MATRICULA-DET    PIC 9(05).
           03 CONTRATO-DET     PIC X(12).
           03 COMPETENCIA-DET  PIC 9(06).
           03 MOVIMENTO-DET    PIC X(01).
           03 VALOR-PARCELA-DET PIC 9(05)V99.
           03 VALOR-DET        PIC 9(07)V99.
           03 RESTANTES-DET    PIC 9(03).

       01 REG-REM-HEADER REDEFINES REG-REM-DETALHE.
           03 TIPO-HDR         PIC X(01).
           03 BANCO-HDR        PIC 9(03).
           03 CNPJ-HDR         PIC 9(14).
           03 DATA-HDR         PIC 9(08).
           03 DESCRICAO-HDR    PIC X(20).
           03 FILLER           PIC X(01).

       01 REG-REM-TRAILER REDEFINES REG-REM-DETALHE.
           03 TIPO-TRL         PIC X(01).
           03 BANCO-TRL        PIC 9(03).
           03 TOTAL-REG-TRL    PIC 9(06).
           03 TOTAL-VALOR-TRL  PIC 9(11)V99.
           03 FILLER           PIC X(24).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE98
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE98.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE98
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE98.DAT".

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
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-STATUS-CMV    PIC X(02) VALUE "00".
       77 WS-STATUS-CRS    PIC X(02) VALUE "00".
       77 WS-STATUS-NFP    PIC X(02) VALUE "00".
       77 WS-STATUS-REM    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE98".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-BANCOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DIFERENCA PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-CNPJ          PIC 9(14) VALUE ZEROS.
       77 WS-BANCO-ATUAL   PIC 9(03) VALUE ZEROS.
       77 WS-BANCO-REG     PIC 9(06) VALUE ZEROS.
       77 WS-BANCO-VALOR   PIC 9(11)V99 VALUE ZEROS.
       77 WS-BANCO-PARCIAL PIC 9(05) VALUE ZEROS.
       77 WS-BANCO-RECUSADO PIC 9(05) VALUE ZEROS.
       77 WS-BANCO-QUITACAO PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GERAL   PIC 9(11)V99 VALUE ZEROS.
       01 WS-VALOR-EDITADO PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX98.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           SORT ORDENA-CONSIG
               ON ASCENDING KEY BANCO-CMV
                                MATRICULA-CMV
                                CONTRATO-CMV
               WITH DUPLICATES IN ORDER
               USING CAD-CONSIG-MOV
                     CAD-CONSIG-RESC
               OUTPUT PROCEDURE IS GERA-REMESSA.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE98.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-CNPJ.
           OPEN OUTPUT CONSIG-REM
                       REL-EXE98.
           PERFORM VERIFICA-STATUS-REM.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "REMESSA DE CONSIGNADOS AOS BANCOS - "
                      DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "BCO REGISTROS PARCIAIS RECUSADOS QUITACOES"
                      DELIMITED BY SIZE
                  "            VALOR" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

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

       LE-CNPJ.
           OPEN INPUT PARM-NFSE.
           IF WS-STATUS-NFP = "00"
               READ PARM-NFSE
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-NFP = "00" AND CNPJ-NFP NUMERIC
                   MOVE CNPJ-NFP TO WS-CNPJ
               END-IF
               CLOSE PARM-NFSE
           END-IF.

       VERIFICA-STATUS-REM.
           IF WS-STATUS-REM NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REM"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GERA-REMESSA.
           PERFORM LEITURA-ORDENADO.
           PERFORM UNTIL WS-FIM-ORD = "SIM"
               MOVE BANCO-CMV TO WS-BANCO-ATUAL
               PERFORM ABRE-BANCO
               PERFORM UNTIL WS-FIM-ORD = "SIM"
                       OR BANCO-CMV NOT = WS-BANCO-ATUAL
                   PERFORM GRAVA-DETALHE
                   PERFORM LEITURA-ORDENADO
               END-PERFORM
               PERFORM FECHA-BANCO
           END-PERFORM.

       LEITURA-ORDENADO.
           RETURN ORDENA-CONSIG
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.
           IF WS-FIM-ORD NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.

       ABRE-BANCO.
           ADD 1 TO WS-CONTADOR-BANCOS.
           MOVE ZEROS TO WS-BANCO-REG
                         WS-BANCO-VALOR
                         WS-BANCO-PARCIAL
                         WS-BANCO-RECUSADO
                         WS-BANCO-QUITACAO.
           MOVE SPACES TO REG-REM-HEADER.
           MOVE "1" TO TIPO-HDR.
           MOVE WS-BANCO-ATUAL TO BANCO-HDR.
           MOVE WS-CNPJ TO CNPJ-HDR.
           MOVE WS-DATA-SISTEMA TO DATA-HDR.
           MOVE "CONSIGNADO EM FOLHA" TO DESCRICAO-HDR.
           WRITE REG-REM-HEADER.
           PERFORM VERIFICA-STATUS-REM.

       GRAVA-DETALHE.
           MOVE "2" TO TIPO-DET.
           MOVE BANCO-CMV TO BANCO-DET.
           MOVE MATRICULA-CMV TO MATRICULA-DET.
           MOVE CONTRATO-CMV TO CONTRATO-DET.
           MOVE COMPETENCIA-CMV TO COMPETENCIA-DET.
           MOVE TIPO-CMV TO MOVIMENTO-DET.
           MOVE VALOR-PARCELA-CMV TO VALOR-PARCELA-DET.
           MOVE VALOR-DESCONTADO-CMV TO VALOR-DET.
           MOVE PARCELAS-RESTANTES-CMV TO RESTANTES-DET.
           WRITE REG-REM-DETALHE.
           PERFORM VERIFICA-STATUS-REM.
           ADD 1 TO WS-BANCO-REG.
           ADD VALOR-DESCONTADO-CMV TO WS-BANCO-VALOR.
           EVALUATE TIPO-CMV
               WHEN "P"
                   ADD 1 TO WS-BANCO-PARCIAL
                   ADD 1 TO WS-CONTADOR-DIFERENCA
               WHEN "R"
                   ADD 1 TO WS-BANCO-RECUSADO
                   ADD 1 TO WS-CONTADOR-DIFERENCA
               WHEN "S"
                   ADD 1 TO WS-BANCO-QUITACAO
           END-EVALUATE.

       FECHA-BANCO.
           MOVE SPACES TO REG-REM-TRAILER.
           MOVE "9" TO TIPO-TRL.
           MOVE WS-BANCO-ATUAL TO BANCO-TRL.
           MOVE WS-BANCO-REG TO TOTAL-REG-TRL.
           MOVE WS-BANCO-VALOR TO TOTAL-VALOR-TRL.
           WRITE REG-REM-TRAILER.
           PERFORM VERIFICA-STATUS-REM.
           ADD WS-BANCO-VALOR TO WS-TOTAL-GERAL.
           MOVE WS-BANCO-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING WS-BANCO-ATUAL DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-BANCO-REG DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-BANCO-PARCIAL DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-BANCO-RECUSADO DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-BANCO-QUITACAO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-GERAL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "BANCOS: " DELIMITED BY SIZE
                  WS-CONTADOR-BANCOS DELIMITED BY SIZE
                  "  MOVIMENTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-DIFERENCA > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING "PARCELAS NAO DESCONTADAS INTEGRALMENTE: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-DIFERENCA DELIMITED BY SIZE
                      " - BANCO COBRA A DIFERENCA" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE98 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  BANCOS: " DELIMITED BY SIZE
                  WS-CONTADOR-BANCOS DELIMITED BY SIZE
                  "  DIFERENCAS: " DELIMITED BY SIZE
                  WS-CONTADOR-DIFERENCA DELIMITED BY SIZE
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
               MOVE "EXE98" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-LIDO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-DIFERENCA TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-DIFERENCA > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "CMV=" DELIMITED BY SIZE
                  WS-STATUS-CMV DELIMITED BY SIZE
                  " CRS=" DELIMITED BY SIZE
                  WS-STATUS-CRS DELIMITED BY SIZE
                  " REM=" DELIMITED BY SIZE
                  WS-STATUS-REM DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ORD TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           PERFORM IMPRIME-TOTAIS.
           CLOSE CONSIG-REM
                 REL-EXE98.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-DIFERENCA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE98.
