       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE92.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    LANCAMENTO DA LIQUIDACAO DIARIA DE PIX. LE O ARQUIVO DE
      *    CREDITOS PIX DO BANCO (PIX-LIQ), CONFERE OS DETALHES COM O
      *    TRAILER, ORDENA OS CREDITOS PELO IDENTIFICADOR DA COBRANCA
      *    (TXID, GERADO PELO EXE46) E CONFRONTA CADA UM COM O ITEM DO
      *    CADMEN-ABERTO. O CREDITO QUE CONFERE VAI PARA O CADPAG-PIX,
      *    NO LAYOUT DO CADPAG, PARA SER CONSUMIDO PELO EXE28; OS DEMAIS
      *    VAO PARA O PIX-LIQ-EXC COM O MOTIVO. O RELATORIO TRAZ OS
      *    TOTAIS POR DATA DE CREDITO E A CONFERENCIA COM O TRAILER.
      *    VER PIX.SH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIX-LIQ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIQ.

           SELECT PIX-TRAB   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TRB.

           SELECT ORDENA-PIX   ASSIGN TO DISK.

           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT CADPAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAG.

           SELECT CADPAG-PIX   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPX.

           SELECT PIX-LIQ-EXC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE92   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE92   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    ARQUIVO DO BANCO: HEADER 0, UM DETALHE 1 POR CREDITO E
      *    TRAILER 9 COM A QUANTIDADE E O VALOR DOS DETALHES.
       FD PIX-LIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PIX-LIQ.DAT".

       01 REG-LIQ-DETALHE.
           03 TIPO-LIQ         PIC X(01).
           03 E2E-LIQ          PIC X(32).
           03 TXID-LIQ.
              04 PREFIXO-TX-LIQ     PIC X(03).
              04 NUMERO-TX-LIQ      PIC X(07).
              04 COMPETENCIA-TX-LIQ PIC X(06).
              04 TIPO-TX-LIQ        PIC X(02).
              04 VENCIMENTO-TX-LIQ  PIC X(08).
           03 VALOR-LIQ        PIC X(11).
           03 DATA-LIQ         PIC X(08).
           03 HORA-LIQ         PIC X(06).

       01 REG-LIQ-HEADER REDEFINES REG-LIQ-DETALHE.
           03 TIPO-LIQ-HDR     PIC X(01).
           03 DATA-LIQ-HDR     PIC X(08).
           03 FILLER           PIC X(83).

       01 REG-LIQ-TRAILER REDEFINES REG-LIQ-DETALHE.
           03 TIPO-LIQ-TRL     PIC X(01).
           03 TOTAL-REG-LIQ    PIC 9(07).
           03 TOTAL-VALOR-LIQ  PIC 9(11)V99.
           03 FILLER           PIC X(71).

       FD PIX-TRAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PIX-TRAB.DAT".

       01 REG-TRB.
           03 TXID-TRB         PIC X(26).
           03 DATA-TRB         PIC 9(08).
           03 HORA-TRB         PIC 9(06).
           03 E2E-TRB          PIC X(32).
           03 VALOR-TRB        PIC 9(09)V99.
           03 LINHA-TRB        PIC 9(07).

       SD ORDENA-PIX.

       01 REG-ORD.
           03 TXID-ORD.
              04 PREFIXO-TX-ORD     PIC X(03).
              04 CHAVE-ORD.
                 05 NUMERO-ORD      PIC 9(07).
                 05 COMPETENCIA-ORD PIC 9(06).
                 05 TIPO-ORD        PIC 9(02).
              04 VENCIMENTO-TX-ORD  PIC 9(08).
           03 DATA-ORD         PIC 9(08).
           03 HORA-ORD         PIC 9(06).
           03 E2E-ORD          PIC X(32).
           03 VALOR-ORD        PIC 9(09)V99.
           03 LINHA-ORD        PIC 9(07).

       FD CADMEN-ABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-ABERTO.DAT".

       01 REG-ABT.
           03 CHAVE-ABT.
              04 NUMERO-ABT       PIC 9(07).
              04 COMPETENCIA-ABT  PIC 9(06).
              04 TIPO-ABT         PIC 9(02).
           03 VALOR-ABT        PIC 9(05)V99.
           03 VENCIMENTO-ABT   PIC 9(08).
           03 BOLSA-ABT        PIC 9(03).

      *    PAGAMENTOS JA LANCADOS E AINDA NAO POSTADOS PELO EXE28.
       FD CADPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".

       01 REG-PAG.
           03 CHAVE-PAG.
              04 NUMERO-PAG       PIC 9(07).
              04 COMPETENCIA-PAG  PIC 9(06).
              04 TIPO-PAG         PIC 9(02).
           03 VALOR-PAG        PIC 9(05)V99.
           03 DATA-PAG         PIC 9(08).

       FD CADPAG-PIX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAG-PIX.DAT".

       01 REG-PPX.
           03 CHAVE-PPX.
              04 NUMERO-PPX       PIC 9(07).
              04 COMPETENCIA-PPX  PIC 9(06).
              04 TIPO-PPX         PIC 9(02).
           03 VALOR-PPX        PIC 9(05)V99.
           03 DATA-PPX         PIC 9(08).

       FD PIX-LIQ-EXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PIX-LIQ-EXC.DAT".

       01 REG-EXC.
           03 MOTIVO-EXC       PIC X(02).
           03 LINHA-EXC        PIC 9(07).
           03 E2E-EXC          PIC X(32).
           03 TXID-EXC         PIC X(26).
           03 VALOR-EXC        PIC 9(09)V99.
           03 DATA-EXC         PIC X(08).
           03 ESPERADO-EXC     PIC 9(05)V99.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE92
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE92.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE92
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE92.DAT".

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
       77 WS-STATUS-LIQ    PIC X(02) VALUE "00".
       77 WS-STATUS-TRB    PIC X(02) VALUE "00".
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-PAG    PIC X(02) VALUE "00".
       77 WS-STATUS-PPX    PIC X(02) VALUE "00".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-LIQ       PIC X(03) VALUE "NAO".
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-FIM-ABT       PIC X(03) VALUE "NAO".
       77 WS-FIM-PAG       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE92".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LINHA    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DET      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-LANCADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EXCECAO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FORMATO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-TRAILER  PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-VALOR-DET   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-LANCADO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-EXCECAO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TRAILER-REG       PIC 9(07) VALUE ZEROS.
       77 WS-TRAILER-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA-REG     PIC S9(07) VALUE ZEROS.
       77 WS-DIFERENCA-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WS-TRAILER-CONFERE   PIC X(01) VALUE "N".
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ARQUIVO  PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-CHAVE-ANT     PIC X(15) VALUE LOW-VALUES.
       77 WS-QTD-DATAS     PIC 9(03) VALUE ZEROS.
       77 WS-D             PIC 9(03).
       77 WS-D-ACHADA      PIC 9(03).
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       01 WS-DATA-TRAB.
           03 WS-DT-AAAA       PIC 9(04).
           03 WS-DT-MM         PIC 9(02).
           03 WS-DT-DD         PIC 9(02).
       01 WS-DATA-TRAB-N REDEFINES WS-DATA-TRAB PIC 9(08).
       01 WS-DATA-EDITADA.
           03 WS-DE-DD         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-AAAA       PIC 9(04).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-VALOR-EDITADO         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFERENCA-EDITADA     PIC -,---,---,--9.99.
       01 WS-QTD-EDITADA           PIC -,---,--9.
       01 WS-LINHA-EXC.
           03 WS-LE-MOTIVO     PIC X(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LE-LINHA      PIC ZZZZZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LE-TXID       PIC X(26).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LE-DATA       PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LE-VALOR      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LE-ESPERADO   PIC ZZ,ZZ9.99.
           03 FILLER           PIC X(07) VALUE SPACES.
       01 WS-LINHA-DATA.
           03 WS-LD-DATA       PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LD-QTD        PIC ZZZ,ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LD-VALOR      PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LD-QTD-LANC   PIC ZZZ,ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LD-LANCADO    PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LD-EXCECAO    PIC ZZZ,ZZZ,ZZ9.99.
      *    CREDITOS POR DATA DE LIQUIDACAO, EM ORDEM CRESCENTE.
       01 WS-TABELA-DATAS.
           03 WS-DTA-OCORRE OCCURS 60 TIMES.
               05 WS-DTA-DATA        PIC 9(08).
               05 WS-DTA-QTD         PIC 9(07).
               05 WS-DTA-VALOR       PIC 9(11)V99.
               05 WS-DTA-QTD-LANC    PIC 9(07).
               05 WS-DTA-LANCADO     PIC 9(11)V99.
               05 WS-DTA-EXCECAO     PIC 9(11)V99.

       PROCEDURE DIVISION.
       PGM-EM01EX92.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM LE-LIQUIDACAO
                  UNTIL WS-FIM-LIQ = "SIM".
           PERFORM CONCILIA-ARQUIVO.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE92.
           PERFORM LE-DATA-MOVTO.
           OPEN OUTPUT REL-EXE92
                OUTPUT CADPAG-PIX
                OUTPUT PIX-LIQ-EXC
                OUTPUT PIX-TRAB.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM VERIFICA-STATUS-PPX.
           PERFORM VERIFICA-STATUS-EXC.
           PERFORM VERIFICA-STATUS-TRB.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT PIX-LIQ.
           IF WS-STATUS-LIQ NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO WS-FIM-LIQ
           ELSE
               PERFORM LEITURA-LIQUIDACAO
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

       LEITURA-LIQUIDACAO.
           READ PIX-LIQ
               AT END MOVE "SIM" TO WS-FIM-LIQ
           END-READ.
           IF WS-FIM-LIQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LINHA
           END-IF.

      *    PRIMEIRA PASSAGEM: VALIDA CADA REGISTRO, SOMA OS DETALHES
      *    PARA A CONFERENCIA COM O TRAILER E SEPARA PARA ORDENACAO OS
      *    CREDITOS COM IDENTIFICADOR RECONHECIDO.
       LE-LIQUIDACAO.
           EVALUATE TIPO-LIQ
               WHEN "0"
                   IF DATA-LIQ-HDR NUMERIC
                       MOVE DATA-LIQ-HDR TO WS-DATA-ARQUIVO
                   END-IF
               WHEN "1"
                   PERFORM VALIDA-DETALHE
               WHEN "9"
                   ADD 1 TO WS-CONTADOR-TRAILER
                   MOVE TOTAL-REG-LIQ TO WS-TRAILER-REG
                   MOVE TOTAL-VALOR-LIQ TO WS-TRAILER-VALOR
               WHEN OTHER
                   MOVE "FM" TO WS-MOTIVO
                   MOVE ZEROS TO WS-VALOR-CREDITO
                   PERFORM GRAVA-EXCECAO-FORMATO
           END-EVALUATE.
           PERFORM LEITURA-LIQUIDACAO.

      *    FM: VALOR, DATA OU HORA NAO NUMERICOS. TX: IDENTIFICADOR QUE
      *    NAO FOI GERADO PARA UMA COBRANCA DE MENSALIDADE.
       VALIDA-DETALHE.
           ADD 1 TO WS-CONTADOR-DET.
           MOVE ZEROS TO WS-VALOR-CREDITO.
           IF VALOR-LIQ NOT NUMERIC OR DATA-LIQ NOT NUMERIC
                   OR HORA-LIQ NOT NUMERIC
               MOVE "FM" TO WS-MOTIVO
               IF VALOR-LIQ NUMERIC
                   COMPUTE WS-VALOR-CREDITO =
                       FUNCTION NUMVAL (VALOR-LIQ) / 100
                   ADD WS-VALOR-CREDITO TO WS-TOTAL-VALOR-DET
               END-IF
               PERFORM GRAVA-EXCECAO-FORMATO
           ELSE
               COMPUTE WS-VALOR-CREDITO =
                   FUNCTION NUMVAL (VALOR-LIQ) / 100
               ADD WS-VALOR-CREDITO TO WS-TOTAL-VALOR-DET
               MOVE DATA-LIQ TO WS-DATA-TRAB-N
               PERFORM LOCALIZA-DATA
               IF WS-D-ACHADA > ZEROS
                   ADD 1 TO WS-DTA-QTD (WS-D-ACHADA)
                   ADD WS-VALOR-CREDITO TO WS-DTA-VALOR (WS-D-ACHADA)
               END-IF
               IF PREFIXO-TX-LIQ NOT = "MEN"
                       OR NUMERO-TX-LIQ NOT NUMERIC
                       OR COMPETENCIA-TX-LIQ NOT NUMERIC
                       OR TIPO-TX-LIQ NOT NUMERIC
                       OR VENCIMENTO-TX-LIQ NOT NUMERIC
                   MOVE "TX" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-FORMATO
               ELSE
                   MOVE TXID-LIQ TO TXID-TRB
                   MOVE DATA-LIQ TO DATA-TRB
                   MOVE HORA-LIQ TO HORA-TRB
                   MOVE E2E-LIQ TO E2E-TRB
                   MOVE WS-VALOR-CREDITO TO VALOR-TRB
                   MOVE WS-CONTADOR-LINHA TO LINHA-TRB
                   WRITE REG-TRB
                   PERFORM VERIFICA-STATUS-TRB
               END-IF
           END-IF.

       GRAVA-EXCECAO-FORMATO.
           MOVE WS-MOTIVO TO MOTIVO-EXC.
           MOVE WS-CONTADOR-LINHA TO LINHA-EXC.
           MOVE E2E-LIQ TO E2E-EXC.
           MOVE TXID-LIQ TO TXID-EXC.
           MOVE WS-VALOR-CREDITO TO VALOR-EXC.
           MOVE DATA-LIQ TO DATA-EXC.
           MOVE ZEROS TO ESPERADO-EXC.
           IF WS-MOTIVO = "FM"
               ADD 1 TO WS-CONTADOR-FORMATO
           END-IF.
           PERFORM GRAVA-EXCECAO.

       GRAVA-EXCECAO.
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-EXCECAO.
           ADD VALOR-EXC TO WS-TOTAL-EXCECAO.
           IF DATA-EXC NUMERIC
               MOVE DATA-EXC TO WS-DATA-TRAB-N
               PERFORM LOCALIZA-DATA
               IF WS-D-ACHADA > ZEROS
                   ADD VALOR-EXC TO WS-DTA-EXCECAO (WS-D-ACHADA)
               END-IF
           END-IF.
           IF WS-CONTADOR-EXCECAO = 1
               MOVE SPACES TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE "CREDITOS NAO LANCADOS" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "MT   LINHA  IDENTIFICADOR (TXID)         DATA"
                          DELIMITED BY SIZE
                      "                 VALOR  ESPERADO"
                          DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           MOVE MOTIVO-EXC TO WS-LE-MOTIVO.
           MOVE LINHA-EXC TO WS-LE-LINHA.
           MOVE TXID-EXC TO WS-LE-TXID.
           IF DATA-EXC NUMERIC
               MOVE DATA-EXC TO WS-DATA-TRAB-N
               PERFORM EDITA-DATA
               MOVE WS-DATA-EDITADA TO WS-LE-DATA
           ELSE
               MOVE DATA-EXC TO WS-LE-DATA
           END-IF.
           MOVE VALOR-EXC TO WS-LE-VALOR.
           MOVE ESPERADO-EXC TO WS-LE-ESPERADO.
           WRITE REG-REL FROM WS-LINHA-EXC.
           PERFORM VERIFICA-STATUS-REL.

      *    A TABELA E MANTIDA EM ORDEM DE DATA; UMA DATA NOVA E
      *    INSERIDA NA SUA POSICAO. WS-DATA-TRAB-N TRAZ A DATA.
       LOCALIZA-DATA.
           MOVE ZEROS TO WS-D-ACHADA.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DATAS OR WS-D-ACHADA > ZEROS
               IF WS-DTA-DATA (WS-D) NOT LESS THAN WS-DATA-TRAB-N
                   MOVE WS-D TO WS-D-ACHADA
               END-IF
           END-PERFORM.
           IF WS-D-ACHADA = ZEROS
               PERFORM INSERE-DATA
           ELSE
               IF WS-DTA-DATA (WS-D-ACHADA) NOT = WS-DATA-TRAB-N
                   PERFORM INSERE-DATA
               END-IF
           END-IF.

       INSERE-DATA.
           IF WS-QTD-DATAS NOT LESS THAN 60
               MOVE "S" TO WS-TABELA-CHEIA
               MOVE ZEROS TO WS-D-ACHADA
           ELSE
               IF WS-D-ACHADA = ZEROS
                   COMPUTE WS-D-ACHADA = WS-QTD-DATAS + 1
               ELSE
                   PERFORM VARYING WS-D FROM WS-QTD-DATAS BY -1
                           UNTIL WS-D < WS-D-ACHADA
                       MOVE WS-DTA-OCORRE (WS-D)
                           TO WS-DTA-OCORRE (WS-D + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-QTD-DATAS
               MOVE WS-DATA-TRAB-N TO WS-DTA-DATA (WS-D-ACHADA)
               MOVE ZEROS TO WS-DTA-QTD (WS-D-ACHADA)
                             WS-DTA-VALOR (WS-D-ACHADA)
                             WS-DTA-QTD-LANC (WS-D-ACHADA)
                             WS-DTA-LANCADO (WS-D-ACHADA)
                             WS-DTA-EXCECAO (WS-D-ACHADA)
           END-IF.

       EDITA-DATA.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.

      *    SEGUNDA PASSAGEM: OS CREDITOS ORDENADOS PELO TXID (QUE TRAZ
      *    A CHAVE DA COBRANCA) SAO CONFRONTADOS COM O CADMEN-ABERTO E
      *    COM OS PAGAMENTOS AINDA NAO POSTADOS DO CADPAG.
       CONCILIA-ARQUIVO.
           IF WS-STATUS-LIQ = "00" OR WS-STATUS-LIQ = "10"
               CLOSE PIX-LIQ
           END-IF.
           CLOSE PIX-TRAB.
           PERFORM CONFERE-TRAILER.
           SORT ORDENA-PIX
               ON ASCENDING KEY TXID-ORD
               ON ASCENDING KEY DATA-ORD
               ON ASCENDING KEY HORA-ORD
               USING PIX-TRAB
               OUTPUT PROCEDURE IS CONCILIA-CREDITOS.

       CONFERE-TRAILER.
           COMPUTE WS-DIFERENCA-REG =
               WS-CONTADOR-DET - WS-TRAILER-REG.
           COMPUTE WS-DIFERENCA-VALOR =
               WS-TOTAL-VALOR-DET - WS-TRAILER-VALOR.
           IF WS-CONTADOR-TRAILER = 1
                   AND WS-DIFERENCA-REG = ZEROS
                   AND WS-DIFERENCA-VALOR = ZEROS
               MOVE "S" TO WS-TRAILER-CONFERE
           END-IF.

       CONCILIA-CREDITOS.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT = "00"
               PERFORM LEITURA-ABERTO
           ELSE
               MOVE "SIM" TO WS-FIM-ABT
           END-IF.
           OPEN INPUT CADPAG.
           IF WS-STATUS-PAG = "00"
               PERFORM LEITURA-PAGAMENTO
           ELSE
               MOVE "SIM" TO WS-FIM-PAG
           END-IF.
           PERFORM RETORNA-CREDITO.
           PERFORM UNTIL WS-FIM-ORD = "SIM"
               PERFORM AVALIA-CREDITO
               PERFORM RETORNA-CREDITO
           END-PERFORM.
           IF WS-STATUS-ABT = "00" OR WS-STATUS-ABT = "10"
               CLOSE CADMEN-ABERTO
           END-IF.
           IF WS-STATUS-PAG = "00" OR WS-STATUS-PAG = "10"
               CLOSE CADPAG
           END-IF.

       RETORNA-CREDITO.
           RETURN ORDENA-PIX
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
               AT END MOVE "SIM" TO WS-FIM-ABT
           END-READ.

       LEITURA-PAGAMENTO.
           READ CADPAG
               AT END MOVE "SIM" TO WS-FIM-PAG
           END-READ.

      *    NE: NAO HA ITEM EM ABERTO PARA A CHAVE. DU: SEGUNDO CREDITO
      *    PARA A MESMA COBRANCA NO ARQUIVO. JP: A COBRANCA JA TEM
      *    PAGAMENTO LANCADO AGUARDANDO O EXE28. VM: VALOR MENOR QUE O
      *    DEVIDO. VA: VALOR MAIOR QUE O DEVIDO PAGO ATE O VENCIMENTO.
      *    PAGO APOS O VENCIMENTO, O VALOR MAIOR E ACEITO: MULTA, JUROS
      *    E EVENTUAL SOBRA SAO TRATADOS PELO EXE28.
       AVALIA-CREDITO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS TO ESPERADO-EXC.
           IF CHAVE-ORD = WS-CHAVE-ANT
               MOVE "DU" TO WS-MOTIVO
           ELSE
               MOVE CHAVE-ORD TO WS-CHAVE-ANT
               PERFORM UNTIL WS-FIM-ABT = "SIM"
                       OR CHAVE-ABT NOT LESS THAN CHAVE-ORD
                   PERFORM LEITURA-ABERTO
               END-PERFORM
               IF WS-FIM-ABT = "SIM" OR CHAVE-ABT NOT = CHAVE-ORD
                   MOVE "NE" TO WS-MOTIVO
               ELSE
                   MOVE VALOR-ABT TO ESPERADO-EXC
                   PERFORM VERIFICA-PENDENTE
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               IF VALOR-ORD < VALOR-ABT
                   MOVE "VM" TO WS-MOTIVO
               ELSE
                   IF VALOR-ORD > VALOR-ABT
                       IF DATA-ORD NOT GREATER THAN VENCIMENTO-ABT
                               OR VALOR-ORD > 99999.99
                           MOVE "VA" TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM GRAVA-PAGAMENTO
           ELSE
               MOVE WS-MOTIVO TO MOTIVO-EXC
               MOVE LINHA-ORD TO LINHA-EXC
               MOVE E2E-ORD TO E2E-EXC
               MOVE TXID-ORD TO TXID-EXC
               MOVE VALOR-ORD TO VALOR-EXC
               MOVE DATA-ORD TO DATA-EXC
               PERFORM GRAVA-EXCECAO
           END-IF.

       VERIFICA-PENDENTE.
           PERFORM UNTIL WS-FIM-PAG = "SIM"
                   OR CHAVE-PAG NOT LESS THAN CHAVE-ORD
               PERFORM LEITURA-PAGAMENTO
           END-PERFORM.
           IF WS-FIM-PAG NOT = "SIM" AND CHAVE-PAG = CHAVE-ORD
               MOVE "JP" TO WS-MOTIVO
           END-IF.

       GRAVA-PAGAMENTO.
           MOVE CHAVE-ORD TO CHAVE-PPX.
           MOVE VALOR-ORD TO VALOR-PPX.
           MOVE DATA-ORD TO DATA-PPX.
           WRITE REG-PPX.
           PERFORM VERIFICA-STATUS-PPX.
           ADD 1 TO WS-CONTADOR-LANCADO.
           ADD VALOR-ORD TO WS-TOTAL-LANCADO.
           MOVE DATA-ORD TO WS-DATA-TRAB-N.
           PERFORM LOCALIZA-DATA.
           IF WS-D-ACHADA > ZEROS
               ADD 1 TO WS-DTA-QTD-LANC (WS-D-ACHADA)
               ADD VALOR-ORD TO WS-DTA-LANCADO (WS-D-ACHADA)
           END-IF.

       IMPRIME-CABECALHO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB-N.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "LIQUIDACAO DIARIA DE PIX - PROCESSADO EM "
                      DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.

       IMPRIME-DATAS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "TOTAIS POR DATA DE CREDITO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "DATA            QTD       VALOR CREDITADO  LANC."
                      DELIMITED BY SIZE
                  "    VALOR LANCADO  NAO LANCADO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DATAS
               MOVE WS-DTA-DATA (WS-D) TO WS-DATA-TRAB-N
               PERFORM EDITA-DATA
               MOVE WS-DATA-EDITADA TO WS-LD-DATA
               MOVE WS-DTA-QTD (WS-D) TO WS-LD-QTD
               MOVE WS-DTA-VALOR (WS-D) TO WS-LD-VALOR
               MOVE WS-DTA-QTD-LANC (WS-D) TO WS-LD-QTD-LANC
               MOVE WS-DTA-LANCADO (WS-D) TO WS-LD-LANCADO
               MOVE WS-DTA-EXCECAO (WS-D) TO WS-LD-EXCECAO
               WRITE REG-REL FROM WS-LINHA-DATA
           END-PERFORM.
           IF WS-TABELA-CHEIA = "S"
               MOVE "*** MAIS DE 60 DATAS - TOTAIS POR DATA INCOMPLETOS"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           IF WS-CONTADOR-FORMATO > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING "CREDITOS COM FORMATO INVALIDO, FORA DAS DATAS: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-FORMATO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-CONFERENCIA.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "CONFERENCIA COM O TRAILER DO ARQUIVO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "  DATA DO ARQUIVO (HEADER)" TO WS-LINHA-REL.
           IF WS-DATA-ARQUIVO > ZEROS
               MOVE WS-DATA-ARQUIVO TO WS-DATA-TRAB-N
               PERFORM EDITA-DATA
               MOVE WS-DATA-EDITADA TO WS-LINHA-REL (63:10)
           ELSE
               MOVE "SEM HEADER" TO WS-LINHA-REL (63:10)
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-CONTADOR-DET TO WS-QTD-EDITADA.
           MOVE "  DETALHES NO ARQUIVO" TO WS-LINHA-REL.
           MOVE WS-QTD-EDITADA TO WS-LINHA-REL (46:9).
           MOVE WS-TOTAL-VALOR-DET TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO WS-LINHA-REL (57:16).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TRAILER-REG TO WS-QTD-EDITADA.
           MOVE "  TRAILER" TO WS-LINHA-REL.
           MOVE WS-QTD-EDITADA TO WS-LINHA-REL (46:9).
           MOVE WS-TRAILER-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO WS-LINHA-REL (57:16).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-DIFERENCA-REG TO WS-QTD-EDITADA.
           MOVE "  DIFERENCA" TO WS-LINHA-REL.
           MOVE WS-QTD-EDITADA TO WS-LINHA-REL (46:9).
           MOVE WS-DIFERENCA-VALOR TO WS-DIFERENCA-EDITADA.
           MOVE WS-DIFERENCA-EDITADA TO WS-LINHA-REL (57:16).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-CONTADOR-LANCADO TO WS-QTD-EDITADA.
           MOVE "  LANCADOS NO CADPAG" TO WS-LINHA-REL.
           MOVE WS-QTD-EDITADA TO WS-LINHA-REL (46:9).
           MOVE WS-TOTAL-LANCADO TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO WS-LINHA-REL (57:16).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-CONTADOR-EXCECAO TO WS-QTD-EDITADA.
           MOVE "  NAO LANCADOS (PIX-LIQ-EXC)" TO WS-LINHA-REL.
           MOVE WS-QTD-EDITADA TO WS-LINHA-REL (46:9).
           MOVE WS-TOTAL-EXCECAO TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-EDITADO TO WS-LINHA-REL (57:16).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           EVALUATE TRUE
               WHEN WS-STATUS-LIQ NOT = "00"
                    AND WS-STATUS-LIQ NOT = "10"
                   MOVE "SITUACAO: ARQUIVO DE LIQUIDACAO NAO ENCONTRADO"
                       TO WS-LINHA-REL
               WHEN WS-CONTADOR-TRAILER = ZEROS
                   MOVE "SITUACAO: ARQUIVO SEM TRAILER - NADA LANCADO"
                       TO WS-LINHA-REL
               WHEN WS-CONTADOR-TRAILER > 1
                   MOVE "SITUACAO: MAIS DE UM TRAILER - NADA LANCADO"
                       TO WS-LINHA-REL
               WHEN WS-TRAILER-CONFERE = "N"
                   MOVE "SITUACAO: TRAILER NAO CONFERE - NADA LANCADO"
                       TO WS-LINHA-REL
               WHEN WS-CONTADOR-EXCECAO > ZEROS
                   MOVE "SITUACAO: CONFERIDO - HA CREDITOS NAO LANCADOS"
                       TO WS-LINHA-REL
               WHEN OTHER
                   MOVE "SITUACAO: CONFERIDO" TO WS-LINHA-REL
           END-EVALUATE.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-TRB.
           IF WS-STATUS-TRB NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-TRB"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-PPX.
           IF WS-STATUS-PPX NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PPX"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-EXC.
           IF WS-STATUS-EXC NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-EXC"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE92 - LINHAS: " DELIMITED BY SIZE
                  WS-CONTADOR-LINHA DELIMITED BY SIZE
                  "  CREDITOS: " DELIMITED BY SIZE
                  WS-CONTADOR-DET DELIMITED BY SIZE
                  "  LANCADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LANCADO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE92 - EXCECOES: " DELIMITED BY SIZE
                  WS-CONTADOR-EXCECAO DELIMITED BY SIZE
                  "  TRAILER CONFERE: " DELIMITED BY SIZE
                  WS-TRAILER-CONFERE DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-TRAILER-CONFERE = "N"
               MOVE "EXE92 - TRAILER AUSENTE OU NAO CONFERE COM OS"
                   TO WS-LINHA-LOG
               MOVE "DETALHES" TO WS-LINHA-LOG (47:8)
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE92" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-DET TO LIDOS-RHI.
           MOVE WS-CONTADOR-LANCADO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-EXCECAO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0 OR WS-TRAILER-CONFERE = "N"
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-EXCECAO > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "LIQ=" DELIMITED BY SIZE
                  WS-STATUS-LIQ DELIMITED BY SIZE
                  " TRB=" DELIMITED BY SIZE
                  WS-STATUS-TRB DELIMITED BY SIZE
                  " ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " PAG=" DELIMITED BY SIZE
                  WS-STATUS-PAG DELIMITED BY SIZE
                  " PPX=" DELIMITED BY SIZE
                  WS-STATUS-PPX DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LINHA TO WS-DIAG-CONTADOR.
           MOVE REG-LIQ-DETALHE TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

      *    COM TRAILER AUSENTE OU DIVERGENTE O ARQUIVO INTEIRO FICA
      *    SEM LANCAMENTO (RC=8) ATE O BANCO REENVIAR A LIQUIDACAO.
       TERMINO.
           CLOSE CADPAG-PIX
                 PIX-LIQ-EXC.
           PERFORM IMPRIME-DATAS.
           PERFORM IMPRIME-CONFERENCIA.
           CLOSE REL-EXE92.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRAILER-CONFERE = "N"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CONTADOR-EXCECAO > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE LOG-EXE92.
