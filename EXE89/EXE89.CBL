       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE89.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT CADRENEG-PAR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAR.

           SELECT CADMEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MEN.

           SELECT CADPAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAG.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE89   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE89   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADMEN-ABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-ABERTO.DAT".

       01 REG-ABT.
           03 NUMERO-ABT       PIC 9(07).
           03 COMPETENCIA-ABT  PIC 9(06).
           03 TIPO-ABT         PIC 9(02).
           03 VALOR-ABT        PIC 9(05)V99.
           03 VENCIMENTO-ABT   PIC 9(08).
           03 BOLSA-ABT        PIC 9(03).

       FD CADRENEG-PAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRENEG-PAR.DAT".

       01 REG-PAR.
           03 NUMERO-PLANO-PAR     PIC 9(05).
           03 NUMERO-ALUNO-PAR     PIC 9(07).
           03 SEQUENCIA-PAR        PIC 9(02).
           03 COMPETENCIA-PAR      PIC 9(06).
           03 VALOR-PAR            PIC 9(05)V99.
           03 VENCIMENTO-PAR       PIC 9(08).

      *    HISTORICO DAS COMPETENCIAS JA POSTADAS (VER BILLING.SH),
      *    USADO PARA MEDIR A PONTUALIDADE DOS PAGAMENTOS.
       FD CADMEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-HIST.DAT".

       01 REG-MEN.
           03 CHAVE-MEN.
              04 NUMERO-MEN       PIC 9(07).
              04 COMPETENCIA-MEN  PIC 9(06).
              04 TIPO-MEN         PIC 9(02).
           03 VALOR-MEN        PIC 9(05)V99.
           03 VENCIMENTO-MEN   PIC 9(08).
           03 BOLSA-MEN        PIC 9(03).

       FD CADPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAG-HIST.DAT".

       01 REG-PAG.
           03 CHAVE-PAG.
              04 NUMERO-PAG       PIC 9(07).
              04 COMPETENCIA-PAG  PIC 9(06).
              04 TIPO-PAG         PIC 9(02).
           03 VALOR-PAG        PIC 9(05)V99.
           03 DATA-PAG         PIC 9(08).

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

       FD PARM-REPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-REPO.DAT".

       01 REG-REPO.
           03 PROGRAMA-REPO    PIC X(05).
           03 PARAMETRO-REPO   PIC X(15).
           03 VALOR-REPO       PIC X(10).
           03 VIGENCIA-REPO    PIC 9(08).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE89
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE89.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE89
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE89.DAT".

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
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-PAR    PIC X(02) VALUE "00".
       77 WS-STATUS-MEN    PIC X(02) VALUE "00".
       77 WS-STATUS-PAG    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-PAR       PIC X(03) VALUE "NAO".
       77 WS-FIM-MEN       PIC X(03) VALUE "NAO".
       77 WS-FIM-PAG       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE89".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PROJETADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PARCELAS PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-INVALIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FORA     PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-FORA        PIC 9(09)V99 VALUE ZEROS.
       77 WS-CONTADOR-HIST     PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-REF      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC     PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PAGTO    PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-DIF      PIC S9(07) VALUE ZEROS.
       77 WS-IDADE         PIC S9(07) VALUE ZEROS.
       77 WS-HORIZONTE     PIC 9(03) VALUE 90.
       77 WS-VIG-HORIZONTE PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SEMANAS   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MESES     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-UNI       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PARC-TAB  PIC 9(04) VALUE ZEROS.
       77 WS-U             PIC 9(02).
       77 WS-S             PIC 9(02).
       77 WS-V             PIC 9(01).
       77 WS-F             PIC 9(01).
       77 WS-FX-PAGTO      PIC 9(01).
       77 WS-X             PIC 9(04).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-NUMERO-UNI-ANT PIC 9(07) VALUE ZEROS.
       77 WS-UNIDADE-ITEM  PIC X(02) VALUE SPACES.
       77 WS-ITEM-NUMERO   PIC 9(07) VALUE ZEROS.
       77 WS-ITEM-VALOR    PIC 9(05)V99 VALUE ZEROS.
       77 WS-ITEM-BOLSA    PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-VENC     PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-BRUTO   PIC 9(07)V99 VALUE ZEROS.
       77 WS-PCT-LIQUIDO   PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-BOLSA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-PROVAVEL PIC 9(07)V99 VALUE ZEROS.
       77 WS-TAXA-ITEM     PIC 9(03)V99 VALUE ZEROS.
       77 WS-PAGO-CHAVE    PIC 9(07)V99 VALUE ZEROS.
       77 WS-DATA-ULT-PAG  PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WS-TAXA-EDITADA  PIC ZZ9.99.
       77 WS-U-ACHADA      PIC 9(02).
       01 WS-MES-BASE.
           03 WS-MB-AAAA       PIC 9(04).
           03 WS-MB-MM         PIC 9(02).
       01 WS-MES-ITEM.
           03 WS-MI-AAAA       PIC 9(04).
           03 WS-MI-MM         PIC 9(02).
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).
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
       01 WS-PERIODO-SEMANA.
           03 FILLER           PIC X(04) VALUE "SEM ".
           03 WS-PS-SEMANA     PIC 9(02).
           03 FILLER           PIC X(01) VALUE " ".
           03 WS-PS-DD-INI     PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-PS-MM-INI     PIC 9(02).
           03 FILLER           PIC X(03) VALUE " A ".
           03 WS-PS-DD-FIM     PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-PS-MM-FIM     PIC 9(02).
       01 WS-PERIODO-MES.
           03 FILLER           PIC X(04) VALUE "MES ".
           03 WS-PM-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-PM-AAAA       PIC 9(04).
       01 WS-LINHA-DET.
           03 WS-DET-ROTULO    PIC X(20).
           03 WS-DET-COLUNA OCCURS 4 TIMES.
               05 FILLER           PIC X(01).
               05 WS-DET-EDITADO   PIC Z,ZZZ,ZZ9.99.
           03 FILLER           PIC X(08).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-VALOR-EDITADO         PIC Z,ZZZ,ZZ9.99.
       01 WS-VALOR-EDITADO-2       PIC Z,ZZZ,ZZ9.99.
      *    FAIXAS DE ATRASO NO PADRAO DO AGING DO EXE28: 1 = NO PRAZO,
      *    2 = ATE 30 DIAS, 3 = 31 A 60, 4 = 61 A 90, 5 = MAIS DE 90.
       01 WS-FAIXA-FIM-TAB.
           03 FILLER           PIC 9(03) VALUE 000.
           03 FILLER           PIC 9(03) VALUE 030.
           03 FILLER           PIC 9(03) VALUE 060.
           03 FILLER           PIC 9(03) VALUE 090.
           03 FILLER           PIC 9(03) VALUE 999.
       01 WS-FAIXA-FIM-R REDEFINES WS-FAIXA-FIM-TAB.
           03 WS-FAIXA-FIM     PIC 9(03) OCCURS 5 TIMES.
       01 WS-FAIXA-TITULO.
           03 FILLER PIC X(20) VALUE "NO PRAZO            ".
           03 FILLER PIC X(20) VALUE "VENCIDO ATE 30 DIAS ".
           03 FILLER PIC X(20) VALUE "VENCIDO 31 A 60 DIAS".
           03 FILLER PIC X(20) VALUE "VENCIDO 61 A 90 DIAS".
           03 FILLER PIC X(20) VALUE "VENCIDO MAIS DE 90  ".
       01 WS-FAIXA-TITULO-R REDEFINES WS-FAIXA-TITULO.
           03 WS-TITULO-FAIXA  PIC X(20) OCCURS 5 TIMES.
       01 WS-TABELA-TAXA.
           03 WS-TAXA-OCORRE OCCURS 5 TIMES.
               05 WS-TX-BASE       PIC 9(09)V99.
               05 WS-TX-PAGO       PIC 9(09)V99.
               05 WS-TX-PERCENTUAL PIC 9(03)V99.
               05 WS-TX-SEM-HIST   PIC X(01).
      *    VALORES POR UNIDADE: 1 BRUTO, 2 BOLSA, 3 ESPERADO,
      *    4 PROVAVEL. A OCORRENCIA 21 ACUMULA O TOTAL GERAL.
       01 WS-TABELA-UNI.
           03 WS-UNI-OCORRE OCCURS 21 TIMES.
               05 WS-UNI-CODIGO    PIC X(02).
               05 WS-UNI-SEMANA OCCURS 13 TIMES.
                   07 WS-SEM-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
               05 WS-UNI-MES OCCURS 4 TIMES.
                   07 WS-MES-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
               05 WS-UNI-ATRASO OCCURS 5 TIMES.
                   07 WS-ATR-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
       01 WS-TOTAL-UNIDADE.
           03 WS-TOT-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
       01 WS-ITEM-VALORES.
           03 WS-ITEM-COLUNA PIC 9(07)V99 OCCURS 4 TIMES.
       01 WS-TABELA-PARCELAS.
           03 WS-PRC-OCORRE OCCURS 3000 TIMES.
               05 WS-PRC-NUMERO      PIC 9(07).
               05 WS-PRC-COMPETENCIA PIC 9(06).
               05 WS-PRC-VALOR       PIC 9(05)V99.
               05 WS-PRC-BOLSA       PIC 9(03).
               05 WS-PRC-VENCIMENTO  PIC 9(08).
               05 WS-PRC-USADA       PIC X(01).

       PROCEDURE DIVISION.
       PGM-EM01EX89.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE89.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARM-REPO.
           COMPUTE WS-DIAS-REF =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA).
           MOVE WS-DATA-SISTEMA (1:6) TO WS-MES-BASE.
           COMPUTE WS-QTD-SEMANAS = (WS-HORIZONTE + 6) / 7.
           COMPUTE WS-DATA-TRAB-N = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-REF + WS-HORIZONTE - 1).
           COMPUTE WS-QTD-MESES = (WS-DT-AAAA * 12 + WS-DT-MM)
               - (WS-MB-AAAA * 12 + WS-MB-MM) + 1.
           INITIALIZE WS-TABELA-UNI WS-TABELA-TAXA.
           MOVE "**" TO WS-UNI-CODIGO (21).
           PERFORM CALCULA-TAXAS.
           OPEN OUTPUT REL-EXE89.
           PERFORM VERIFICA-STATUS-REL.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALU-ABERTO
           END-IF.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
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

      *    HORIZONTE-DIAS: JANELA DA PROJECAO, LIMITADA A 13 SEMANAS.
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EXE89"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.
           IF WS-HORIZONTE > 91
               MOVE 91 TO WS-HORIZONTE
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "HORIZONTE-DIAS"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-HORIZONTE
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                      AND WS-VALOR-N3 > ZEROS
                       MOVE VIGENCIA-REPO TO WS-VIG-HORIZONTE
                       MOVE WS-VALOR-N3 TO WS-HORIZONTE
                   END-IF
           END-EVALUATE.

      *    TAXA HISTORICA POR FAIXA: DAS COBRANCAS QUE CHEGARAM A FAIXA
      *    SEM PAGAMENTO, QUANTO (EM VALOR) FOI PAGO DENTRO DELA. SO
      *    ENTRAM FAIXAS JA ENCERRADAS NA DATA DE REFERENCIA.
       CALCULA-TAXAS.
           OPEN INPUT CADMEN.
           IF WS-STATUS-MEN = "00"
               OPEN INPUT CADPAG
               IF WS-STATUS-PAG = "00"
                   PERFORM LEITURA-PAGAMENTO
               ELSE
                   MOVE "SIM" TO WS-FIM-PAG
               END-IF
               PERFORM LEITURA-HISTORICO
               PERFORM UNTIL WS-FIM-MEN = "SIM"
                   PERFORM AVALIA-HISTORICO
                   PERFORM LEITURA-HISTORICO
               END-PERFORM
               CLOSE CADMEN
               IF WS-STATUS-PAG = "00" OR WS-STATUS-PAG = "10"
                   CLOSE CADPAG
               END-IF
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               IF WS-TX-BASE (WS-F) > ZEROS
                   COMPUTE WS-TX-PERCENTUAL (WS-F) ROUNDED =
                       WS-TX-PAGO (WS-F) * 100 / WS-TX-BASE (WS-F)
                   MOVE "N" TO WS-TX-SEM-HIST (WS-F)
               ELSE
                   MOVE 100 TO WS-TX-PERCENTUAL (WS-F)
                   MOVE "S" TO WS-TX-SEM-HIST (WS-F)
               END-IF
           END-PERFORM.

       LEITURA-HISTORICO.
           READ CADMEN
               AT END MOVE "SIM" TO WS-FIM-MEN
           END-READ.

       LEITURA-PAGAMENTO.
           READ CADPAG
               AT END MOVE "SIM" TO WS-FIM-PAG
           END-READ.

       AVALIA-HISTORICO.
           MOVE ZEROS TO WS-PAGO-CHAVE WS-DATA-ULT-PAG.
           PERFORM UNTIL WS-FIM-PAG = "SIM"
                   OR CHAVE-PAG NOT LESS THAN CHAVE-MEN
               PERFORM LEITURA-PAGAMENTO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-PAG = "SIM"
                   OR CHAVE-PAG NOT = CHAVE-MEN
               ADD VALOR-PAG TO WS-PAGO-CHAVE
               IF DATA-PAG > WS-DATA-ULT-PAG
                   MOVE DATA-PAG TO WS-DATA-ULT-PAG
               END-IF
               PERFORM LEITURA-PAGAMENTO
           END-PERFORM.
           IF VALOR-MEN = ZEROS OR VENCIMENTO-MEN NOT NUMERIC
              OR VENCIMENTO-MEN NOT LESS THAN WS-DATA-SISTEMA
               CONTINUE
           ELSE
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE (VENCIMENTO-MEN)
               IF WS-DIAS-VENC > ZEROS
                   ADD 1 TO WS-CONTADOR-HIST
                   COMPUTE WS-IDADE = WS-DIAS-REF - WS-DIAS-VENC
                   PERFORM CLASSIFICA-PAGAMENTO
                   PERFORM ACUMULA-TAXA
                       VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
               END-IF
           END-IF.

      *    FAIXA EM QUE A COBRANCA FOI QUITADA; 6 = NAO QUITADA.
       CLASSIFICA-PAGAMENTO.
           MOVE 6 TO WS-FX-PAGTO.
           IF WS-PAGO-CHAVE NOT LESS THAN VALOR-MEN
              AND WS-DATA-ULT-PAG > ZEROS
               COMPUTE WS-DIAS-PAGTO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ULT-PAG)
               COMPUTE WS-DIAS-DIF = WS-DIAS-PAGTO - WS-DIAS-VENC
               IF WS-DIAS-DIF NOT GREATER THAN ZERO
                   MOVE 1 TO WS-FX-PAGTO
               ELSE
                 IF WS-DIAS-DIF NOT GREATER THAN 30
                   MOVE 2 TO WS-FX-PAGTO
                 ELSE
                   IF WS-DIAS-DIF NOT GREATER THAN 60
                       MOVE 3 TO WS-FX-PAGTO
                   ELSE
                       IF WS-DIAS-DIF NOT GREATER THAN 90
                           MOVE 4 TO WS-FX-PAGTO
                       ELSE
                           MOVE 5 TO WS-FX-PAGTO
                       END-IF
                   END-IF
                 END-IF
               END-IF
           END-IF.

       ACUMULA-TAXA.
           IF WS-FX-PAGTO NOT LESS THAN WS-F
              AND (WS-F = 5 AND WS-IDADE > 90
                   OR WS-F < 5 AND WS-IDADE > WS-FAIXA-FIM (WS-F))
               ADD VALOR-MEN TO WS-TX-BASE (WS-F)
               IF WS-FX-PAGTO = WS-F
                   ADD VALOR-MEN TO WS-TX-PAGO (WS-F)
               END-IF
           END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ CADMEN-ABERTO
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

      *    AS PARCELAS DE RENEGOCIACAO (TIPO 90) SAO PROJETADAS PELO
      *    CRONOGRAMA DO CADRENEG-PAR, APENAS ENQUANTO CONTINUAM EM
      *    ABERTO NO CADMEN-ABERTO, PARA NAO CONTAR DUAS VEZES.
       PRINCIPAL.
           IF TIPO-ABT = 90
               PERFORM GUARDA-PARCELA
           ELSE
               MOVE NUMERO-ABT TO WS-ITEM-NUMERO
               MOVE VALOR-ABT TO WS-ITEM-VALOR
               MOVE BOLSA-ABT TO WS-ITEM-BOLSA
               MOVE VENCIMENTO-ABT TO WS-ITEM-VENC
               PERFORM PROJETA-ITEM
           END-IF.
           PERFORM LEITURA.

       GUARDA-PARCELA.
           IF WS-QTD-PARC-TAB < 3000
               ADD 1 TO WS-QTD-PARC-TAB
               MOVE NUMERO-ABT TO WS-PRC-NUMERO (WS-QTD-PARC-TAB)
               MOVE COMPETENCIA-ABT
                   TO WS-PRC-COMPETENCIA (WS-QTD-PARC-TAB)
               MOVE VALOR-ABT TO WS-PRC-VALOR (WS-QTD-PARC-TAB)
               MOVE BOLSA-ABT TO WS-PRC-BOLSA (WS-QTD-PARC-TAB)
               MOVE VENCIMENTO-ABT
                   TO WS-PRC-VENCIMENTO (WS-QTD-PARC-TAB)
               MOVE "N" TO WS-PRC-USADA (WS-QTD-PARC-TAB)
           ELSE
               MOVE NUMERO-ABT TO WS-ITEM-NUMERO
               MOVE VALOR-ABT TO WS-ITEM-VALOR
               MOVE BOLSA-ABT TO WS-ITEM-BOLSA
               MOVE VENCIMENTO-ABT TO WS-ITEM-VENC
               PERFORM PROJETA-ITEM
           END-IF.

       PROJETA-PARCELAS.
           OPEN INPUT CADRENEG-PAR.
           IF WS-STATUS-PAR = "00"
               PERFORM LEITURA-PARCELA
               PERFORM UNTIL WS-FIM-PAR = "SIM"
                   PERFORM CONFRONTA-PARCELA
                   PERFORM LEITURA-PARCELA
               END-PERFORM
               CLOSE CADRENEG-PAR
           END-IF.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-QTD-PARC-TAB
               IF WS-PRC-USADA (WS-X) = "N"
                   MOVE WS-PRC-NUMERO (WS-X) TO WS-ITEM-NUMERO
                   MOVE WS-PRC-VALOR (WS-X) TO WS-ITEM-VALOR
                   MOVE WS-PRC-BOLSA (WS-X) TO WS-ITEM-BOLSA
                   MOVE WS-PRC-VENCIMENTO (WS-X) TO WS-ITEM-VENC
                   PERFORM PROJETA-ITEM
               END-IF
           END-PERFORM.

       LEITURA-PARCELA.
           READ CADRENEG-PAR
               AT END MOVE "SIM" TO WS-FIM-PAR
           END-READ.

       CONFRONTA-PARCELA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-QTD-PARC-TAB
               IF WS-PRC-NUMERO (WS-X) = NUMERO-ALUNO-PAR
                  AND WS-PRC-COMPETENCIA (WS-X) = COMPETENCIA-PAR
                  AND WS-PRC-USADA (WS-X) = "N"
                   MOVE "S" TO WS-PRC-USADA (WS-X)
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-PRC-NUMERO (WS-X) TO WS-ITEM-NUMERO
                   MOVE WS-PRC-VALOR (WS-X) TO WS-ITEM-VALOR
                   MOVE WS-PRC-BOLSA (WS-X) TO WS-ITEM-BOLSA
                   MOVE VENCIMENTO-PAR TO WS-ITEM-VENC
                   MOVE WS-QTD-PARC-TAB TO WS-X
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               ADD 1 TO WS-CONTADOR-PARCELAS
               PERFORM PROJETA-ITEM
           END-IF.

      *    O VALOR EM ABERTO JA VEM LIQUIDO DA BOLSA (EXE27); O BRUTO E
      *    RECOMPOSTO PELO PERCENTUAL. BOLSA INTEGRAL NAO GERA RECEITA.
       PROJETA-ITEM.
           IF WS-ITEM-VENC NOT NUMERIC
               ADD 1 TO WS-CONTADOR-INVALIDO
           ELSE
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-VENC)
               IF WS-DIAS-VENC = ZEROS
                   ADD 1 TO WS-CONTADOR-INVALIDO
               ELSE
                   PERFORM CALCULA-ITEM
               END-IF
           END-IF.

       CALCULA-ITEM.
           MOVE WS-ITEM-VALOR TO WS-VALOR-BRUTO.
           IF WS-ITEM-BOLSA > ZEROS AND WS-ITEM-BOLSA < 100
               COMPUTE WS-PCT-LIQUIDO = 100 - WS-ITEM-BOLSA
               COMPUTE WS-VALOR-BRUTO ROUNDED =
                   WS-ITEM-VALOR * 100 / WS-PCT-LIQUIDO
           END-IF.
           COMPUTE WS-VALOR-BOLSA = WS-VALOR-BRUTO - WS-ITEM-VALOR.
           COMPUTE WS-DIAS-DIF = WS-DIAS-VENC - WS-DIAS-REF.
           IF WS-DIAS-DIF NOT LESS THAN WS-HORIZONTE
               ADD 1 TO WS-CONTADOR-FORA
               ADD WS-ITEM-VALOR TO WS-VALOR-FORA
           ELSE
               PERFORM BUSCA-UNIDADE
               IF WS-DIAS-DIF < ZEROS
                   COMPUTE WS-IDADE = ZERO - WS-DIAS-DIF
                   IF WS-IDADE NOT GREATER THAN 30
                       MOVE 2 TO WS-F
                   ELSE
                     IF WS-IDADE NOT GREATER THAN 60
                       MOVE 3 TO WS-F
                     ELSE
                       IF WS-IDADE NOT GREATER THAN 90
                           MOVE 4 TO WS-F
                       ELSE
                           MOVE 5 TO WS-F
                       END-IF
                     END-IF
                   END-IF
               ELSE
                   MOVE 1 TO WS-F
               END-IF
               MOVE WS-TX-PERCENTUAL (WS-F) TO WS-TAXA-ITEM
               COMPUTE WS-VALOR-PROVAVEL ROUNDED =
                   WS-ITEM-VALOR * WS-TAXA-ITEM / 100
               MOVE WS-VALOR-BRUTO TO WS-ITEM-COLUNA (1)
               MOVE WS-VALOR-BOLSA TO WS-ITEM-COLUNA (2)
               MOVE WS-ITEM-VALOR TO WS-ITEM-COLUNA (3)
               MOVE WS-VALOR-PROVAVEL TO WS-ITEM-COLUNA (4)
               IF WS-DIAS-DIF < ZEROS
                   PERFORM ACUMULA-ATRASO
               ELSE
                   COMPUTE WS-S = WS-DIAS-DIF / 7 + 1
                   MOVE WS-ITEM-VENC (1:6) TO WS-MES-ITEM
                   PERFORM ACUMULA-A-VENCER
               END-IF
               ADD 1 TO WS-CONTADOR-PROJETADO
           END-IF.

       ACUMULA-ATRASO.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               ADD WS-ITEM-COLUNA (WS-V)
                   TO WS-ATR-VALOR (WS-U WS-F WS-V)
                      WS-ATR-VALOR (21 WS-F WS-V)
           END-PERFORM.

       ACUMULA-A-VENCER.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               ADD WS-ITEM-COLUNA (WS-V)
                   TO WS-SEM-VALOR (WS-U WS-S WS-V)
                      WS-SEM-VALOR (21 WS-S WS-V)
           END-PERFORM.
           COMPUTE WS-S = (WS-MI-AAAA * 12 + WS-MI-MM)
               - (WS-MB-AAAA * 12 + WS-MB-MM) + 1.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               ADD WS-ITEM-COLUNA (WS-V)
                   TO WS-MES-VALOR (WS-U WS-S WS-V)
                      WS-MES-VALOR (21 WS-S WS-V)
           END-PERFORM.

      *    UNIDADE DO ALUNO PELO CADASTRO; ALUNO NAO LOCALIZADO VAI
      *    PARA A UNIDADE EM BRANCO. ACIMA DE 20 UNIDADES, AS DEMAIS
      *    SAO AGRUPADAS NA ULTIMA POSICAO DA TABELA.
       BUSCA-UNIDADE.
           IF WS-ITEM-NUMERO NOT = WS-NUMERO-UNI-ANT
               MOVE WS-ITEM-NUMERO TO WS-NUMERO-UNI-ANT
               MOVE WS-ITEM-NUMERO TO NUMERO-ENT
               IF WS-ALU-ABERTO = "S"
                   READ CADALU
                       INVALID KEY
                           MOVE SPACES TO UNIDADE-ENT
                   END-READ
               ELSE
                   MOVE SPACES TO UNIDADE-ENT
               END-IF
               MOVE UNIDADE-ENT TO WS-UNIDADE-ITEM
           END-IF.
           MOVE ZEROS TO WS-U-ACHADA.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-UNI
               IF WS-UNI-CODIGO (WS-U) = WS-UNIDADE-ITEM
                   MOVE WS-U TO WS-U-ACHADA
                   MOVE WS-QTD-UNI TO WS-U
               END-IF
           END-PERFORM.
           IF WS-U-ACHADA > ZEROS
               MOVE WS-U-ACHADA TO WS-U
           ELSE
               IF WS-QTD-UNI < 20
                   ADD 1 TO WS-QTD-UNI
                   MOVE WS-UNIDADE-ITEM TO WS-UNI-CODIGO (WS-QTD-UNI)
                   MOVE WS-QTD-UNI TO WS-U
               ELSE
                   MOVE 20 TO WS-U
               END-IF
           END-IF.

       IMPRIME-RELATORIO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB.
           PERFORM EDITA-DATA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EXE89 - PROJECAO DE RECEBIMENTOS - BASE "
                      DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  " - HORIZONTE " DELIMITED BY SIZE
                  WS-HORIZONTE DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "TAXA HISTORICA DE RECEBIMENTO POR FAIXA ("
                      DELIMITED BY SIZE
                  WS-CONTADOR-HIST DELIMITED BY SIZE
                  " COBRANCAS VENCIDAS)" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM IMPRIME-TAXA
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.
           MOVE "  (*) FAIXA SEM HISTORICO - CONSIDERADA TAXA DE 100%"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM IMPRIME-UNIDADE
               VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-UNI.
           MOVE 21 TO WS-U.
           PERFORM IMPRIME-UNIDADE.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-VALOR-FORA TO WS-VALOR-EDITADO.
           STRING "ALEM DO HORIZONTE: " DELIMITED BY SIZE
                  WS-CONTADOR-FORA DELIMITED BY SIZE
                  " ITENS  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PARCELAS DE RENEGOCIACAO INCLUIDAS: "
                      DELIMITED BY SIZE
                  WS-CONTADOR-PARCELAS DELIMITED BY SIZE
                  "  VENCIMENTO INVALIDO: " DELIMITED BY SIZE
                  WS-CONTADOR-INVALIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.

       IMPRIME-TAXA.
           MOVE WS-TX-BASE (WS-F) TO WS-VALOR-EDITADO.
           MOVE WS-TX-PAGO (WS-F) TO WS-VALOR-EDITADO-2.
           MOVE WS-TX-PERCENTUAL (WS-F) TO WS-TAXA-EDITADA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  " DELIMITED BY SIZE
                  WS-TITULO-FAIXA (WS-F) DELIMITED BY SIZE
                  " BASE " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  " PAGO " DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
                  " TAXA " DELIMITED BY SIZE
                  WS-TAXA-EDITADA DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           IF WS-TX-SEM-HIST (WS-F) = "S"
               MOVE "*" TO WS-LINHA-REL (74:1)
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.

       IMPRIME-UNIDADE.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-U = 21
               MOVE "TOTAL GERAL" TO WS-LINHA-REL
           ELSE
               IF WS-U = 20 AND WS-QTD-UNI = 20
                   MOVE "UNIDADE 20 E DEMAIS" TO WS-LINHA-REL
               ELSE
                   STRING "UNIDADE " DELIMITED BY SIZE
                          WS-UNI-CODIGO (WS-U) DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               END-IF
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PERIODO                     BRUTO" DELIMITED BY SIZE
                  "        BOLSA     ESPERADO     PROVAVEL"
                      DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE ZEROS TO WS-TOTAL-UNIDADE.
           PERFORM IMPRIME-SEMANA
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-QTD-SEMANAS.
           PERFORM IMPRIME-MES
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-QTD-MESES.
           PERFORM IMPRIME-ATRASO
               VARYING WS-F FROM 2 BY 1 UNTIL WS-F > 5.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE "TOTAL NO HORIZONTE" TO WS-DET-ROTULO.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               MOVE WS-TOT-VALOR (WS-V) TO WS-DET-EDITADO (WS-V)
           END-PERFORM.
           WRITE REG-REL FROM WS-LINHA-DET.

       IMPRIME-SEMANA.
           MOVE WS-S TO WS-PS-SEMANA.
           COMPUTE WS-DATA-TRAB-N = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-REF + (WS-S - 1) * 7).
           MOVE WS-DT-DD TO WS-PS-DD-INI.
           MOVE WS-DT-MM TO WS-PS-MM-INI.
           COMPUTE WS-DIAS-PAGTO = WS-DIAS-REF + WS-S * 7 - 1.
           IF WS-DIAS-PAGTO > WS-DIAS-REF + WS-HORIZONTE - 1
               COMPUTE WS-DIAS-PAGTO = WS-DIAS-REF + WS-HORIZONTE - 1
           END-IF.
           COMPUTE WS-DATA-TRAB-N =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-PAGTO).
           MOVE WS-DT-DD TO WS-PS-DD-FIM.
           MOVE WS-DT-MM TO WS-PS-MM-FIM.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-PERIODO-SEMANA TO WS-DET-ROTULO.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               MOVE WS-SEM-VALOR (WS-U WS-S WS-V)
                   TO WS-DET-EDITADO (WS-V)
               ADD WS-SEM-VALOR (WS-U WS-S WS-V)
                   TO WS-TOT-VALOR (WS-V)
           END-PERFORM.
           WRITE REG-REL FROM WS-LINHA-DET.

       IMPRIME-MES.
           COMPUTE WS-X = WS-MB-MM + WS-S - 1.
           MOVE WS-MB-AAAA TO WS-PM-AAAA.
           IF WS-X > 12
               SUBTRACT 12 FROM WS-X
               ADD 1 TO WS-PM-AAAA
           END-IF.
           MOVE WS-X TO WS-PM-MM.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-PERIODO-MES TO WS-DET-ROTULO.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               MOVE WS-MES-VALOR (WS-U WS-S WS-V)
                   TO WS-DET-EDITADO (WS-V)
           END-PERFORM.
           WRITE REG-REL FROM WS-LINHA-DET.

       IMPRIME-ATRASO.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-TITULO-FAIXA (WS-F) TO WS-DET-ROTULO.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               MOVE WS-ATR-VALOR (WS-U WS-F WS-V)
                   TO WS-DET-EDITADO (WS-V)
               ADD WS-ATR-VALOR (WS-U WS-F WS-V)
                   TO WS-TOT-VALOR (WS-V)
           END-PERFORM.
           WRITE REG-REL FROM WS-LINHA-DET.

       EDITA-DATA.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           MOVE WS-TOT-VALOR (4) TO WS-VALOR-EDITADO.
           STRING "EXE89 - ITENS LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  PROJETADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-PROJETADO DELIMITED BY SIZE
                  "  PROVAVEL: " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE89" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-PROJETADO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-INVALIDO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " PAR=" DELIMITED BY SIZE
                  WS-STATUS-PAR DELIMITED BY SIZE
                  " MEN=" DELIMITED BY SIZE
                  WS-STATUS-MEN DELIMITED BY SIZE
                  " PAG=" DELIMITED BY SIZE
                  WS-STATUS-PAG DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ABT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-ABT = "00" OR WS-STATUS-ABT = "10"
               CLOSE CADMEN-ABERTO
               PERFORM PROJETA-PARCELAS
           END-IF.
           IF WS-ALU-ABERTO = "S"
               CLOSE CADALU
           END-IF.
           PERFORM IMPRIME-RELATORIO.
           CLOSE REL-EXE89.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EXE89.
