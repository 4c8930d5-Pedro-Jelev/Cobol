       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE91.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    BAIXA DE MENSALIDADES INCOBRAVEIS (PERDA). CONFRONTA A LISTA
      *    DE APROVACAO DO FINANCEIRO (APROVA-PERDA) COM O
      *    CADMEN-ABERTO: O ITEM APROVADO, COM MOTIVO VALIDO E VENCIDO
      *    HA PELO MENOS DIAS-ATRASO DIAS (PARM-REPO EXE91, PADRAO 365),
      *    SAI DO CONTAS A RECEBER PARA O CAD-PERDA COM A DATA E O
      *    MOTIVO DA BAIXA E GERA O EVENTO CONTABIL PE. OS DEMAIS ITENS
      *    SEGUEM PARA O NOVO CADMEN-ABERTO; OS VENCIDOS SEM APROVACAO
      *    SAO LISTADOS COMO CANDIDATOS. O RELATORIO TRAZ, POR
      *    COMPETENCIA, O BAIXADO, O RECUPERADO (CAD-RECUPERA, GRAVADO
      *    PELO EXE28) E A PERDA LIQUIDA. VER PERDA.SH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT APROVA-PERDA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-APR.

           SELECT CAD-PERDA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRD.

           SELECT CAD-RECUPERA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RCP.

           SELECT CADMEN-ABERTO-PRD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NOV.

           SELECT CAD-PERDA-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRN.

           SELECT MOV-CONTAB-PRD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MCT.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE91   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE91   ASSIGN TO DISK
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
           03 CHAVE-ABT.
              04 NUMERO-ABT       PIC 9(07).
              04 COMPETENCIA-ABT  PIC 9(06).
              04 TIPO-ABT         PIC 9(02).
           03 VALOR-ABT        PIC 9(05)V99.
           03 VENCIMENTO-ABT   PIC 9(08).
           03 BOLSA-ABT        PIC 9(03).

      *    LISTA DE BAIXAS APROVADAS PELO FINANCEIRO. MOTIVOS: PR
      *    PRESCRICAO, IN INCOBRAVEL, FA FALECIMENTO, JU DECISAO
      *    JUDICIAL, OU OUTROS (APROVADO PELA DIRETORIA).
       FD APROVA-PERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APROVA-PERDA.DAT".

       01 REG-APR.
           03 CHAVE-APR.
              04 NUMERO-APR       PIC 9(07).
              04 COMPETENCIA-APR  PIC 9(06).
              04 TIPO-APR         PIC 9(02).
           03 MOTIVO-APR       PIC X(02).

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

       FD CAD-RECUPERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-RECUPERA.DAT".

       01 REG-RCP.
           03 CHAVE-RCP.
              04 NUMERO-RCP       PIC 9(07).
              04 COMPETENCIA-RCP  PIC 9(06).
              04 TIPO-RCP         PIC 9(02).
           03 VALOR-RCP        PIC 9(05)V99.
           03 DATA-PAG-RCP     PIC 9(08).
           03 DATA-REGISTRO-RCP PIC 9(08).

       FD CADMEN-ABERTO-PRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-ABERTO-PRD.DAT".

       01 REG-NOV.
           03 NUMERO-NOV       PIC 9(07).
           03 COMPETENCIA-NOV  PIC 9(06).
           03 TIPO-NOV         PIC 9(02).
           03 VALOR-NOV        PIC 9(05)V99.
           03 VENCIMENTO-NOV   PIC 9(08).
           03 BOLSA-NOV        PIC 9(03).

       FD CAD-PERDA-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PERDA-NOVO.DAT".

       01 REG-PRN.
           03 NUMERO-PRN       PIC 9(07).
           03 COMPETENCIA-PRN  PIC 9(06).
           03 TIPO-PRN         PIC 9(02).
           03 VALOR-PRN        PIC 9(05)V99.
           03 VENCIMENTO-PRN   PIC 9(08).
           03 BOLSA-PRN        PIC 9(03).
           03 DATA-BAIXA-PRN   PIC 9(08).
           03 MOTIVO-PRN       PIC X(02).

       FD MOV-CONTAB-PRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOV-CONTAB-PRD.DAT".

       01 REG-MCT.
           03 EVENTO-MCT       PIC X(02).
           03 NUMERO-MCT       PIC 9(07).
           03 COMPETENCIA-MCT  PIC 9(06).
           03 TIPO-MCT         PIC 9(02).
           03 VALOR-MCT        PIC 9(07)V99.
           03 DATA-MCT         PIC 9(08).

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

       FD REL-EXE91
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE91.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE91
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE91.DAT".

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
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-APR    PIC X(02) VALUE "00".
       77 WS-STATUS-PRD    PIC X(02) VALUE "00".
       77 WS-STATUS-RCP    PIC X(02) VALUE "00".
       77 WS-STATUS-NOV    PIC X(02) VALUE "00".
       77 WS-STATUS-PRN    PIC X(02) VALUE "00".
       77 WS-STATUS-MCT    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-ABT       PIC X(03) VALUE "NAO".
       77 WS-FIM-APR       PIC X(03) VALUE "NAO".
       77 WS-FIM-PRD       PIC X(03) VALUE "NAO".
       77 WS-FIM-RCP       PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-APR-VALIDA    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE91".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO       PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-APROVADO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-BAIXADO    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RECUSADO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CANDIDATO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-MANTIDO    PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-BAIXADO   PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-CANDIDATO PIC 9(09)V99 VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-CORTE    PIC 9(04) VALUE 365.
       77 WS-VIG-DIAS      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-REF      PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-VENC     PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO   PIC S9(07) VALUE ZEROS.
       77 WS-CHAVE-APR-ANT PIC X(15) VALUE LOW-VALUES.
       77 WS-MOTIVO-REC    PIC X(02) VALUE SPACES.
       77 WS-M             PIC 9(02).
       77 WS-M-ACHADO      PIC 9(02).
       77 WS-QTD-COMP      PIC 9(03) VALUE ZEROS.
       77 WS-Q             PIC 9(03).
       77 WS-Q-ACHADA      PIC 9(03).
       77 WS-COMPETENCIA-ITEM PIC 9(06) VALUE ZEROS.
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       77 WS-TOT-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-TOT-BAIXADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-RECUPERADO PIC 9(11)V99 VALUE ZEROS.
       77 WS-PERDA-LIQUIDA PIC S9(11)V99 VALUE ZEROS.
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-4 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N4         PIC 9(04).
           03 WS-VALOR-RESTO-4    PIC X(06).
       01 WS-COMP-EDITADA.
           03 WS-CE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-CE-AAAA       PIC 9(04).
       01 WS-COMP-TRAB.
           03 WS-CT-AAAA       PIC 9(04).
           03 WS-CT-MM         PIC 9(02).
       01 WS-COMP-TRAB-N REDEFINES WS-COMP-TRAB PIC 9(06).
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
       01 WS-LINHA-ITEM.
           03 WS-LI-NUMERO     PIC 9(07).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LI-COMP       PIC X(07).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LI-TIPO       PIC 9(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LI-VENC       PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LI-DIAS       PIC ZZZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LI-VALOR      PIC ZZ,ZZ9.99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LI-MOTIVO     PIC X(02).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LI-OBS        PIC X(26).
       01 WS-LINHA-COMP.
           03 WS-LC-COMP       PIC X(07).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LC-QTD        PIC ZZZ,ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LC-BAIXADO    PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LC-RECUPERADO PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LC-LIQUIDO    PIC --,---,---,--9.99.
           03 FILLER           PIC X(11) VALUE SPACES.
      *    MOTIVOS DE BAIXA ACEITOS.
       01 WS-MOTIVOS-TAB.
           03 FILLER PIC X(26) VALUE "PRPRESCRICAO              ".
           03 FILLER PIC X(26) VALUE "ININCOBRAVEL              ".
           03 FILLER PIC X(26) VALUE "FAFALECIMENTO             ".
           03 FILLER PIC X(26) VALUE "JUDECISAO JUDICIAL        ".
           03 FILLER PIC X(26) VALUE "OUOUTROS                  ".
       01 WS-MOTIVOS-TAB-R REDEFINES WS-MOTIVOS-TAB.
           03 WS-MOTIVO-DEF OCCURS 5 TIMES.
               05 WS-MTV-CODIGO    PIC X(02).
               05 WS-MTV-DESCRICAO PIC X(24).
      *    BAIXADO E RECUPERADO POR COMPETENCIA, EM ORDEM CRESCENTE.
       01 WS-TABELA-COMP.
           03 WS-CMP-OCORRE OCCURS 300 TIMES.
               05 WS-CMP-COMPETENCIA PIC 9(06).
               05 WS-CMP-QTD         PIC 9(07).
               05 WS-CMP-BAIXADO     PIC 9(11)V99.
               05 WS-CMP-RECUPERADO  PIC 9(11)V99.

       PROCEDURE DIVISION.
       PGM-EM01EX91.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL WS-FIM-ABT = "SIM" AND WS-FIM-APR = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE91.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARM-REPO.
           COMPUTE WS-DIAS-REF =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA).
           OPEN OUTPUT REL-EXE91
                OUTPUT CADMEN-ABERTO-PRD
                OUTPUT CAD-PERDA-NOVO
                OUTPUT MOV-CONTAB-PRD.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM VERIFICA-STATUS-NOV.
           PERFORM VERIFICA-STATUS-PRN.
           PERFORM VERIFICA-STATUS-MCT.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT = "00"
               PERFORM LEITURA-ABERTO
           ELSE
               MOVE "SIM" TO WS-FIM-ABT
           END-IF.
           OPEN INPUT APROVA-PERDA.
           IF WS-STATUS-APR = "00"
               PERFORM LEITURA-APROVACAO
           ELSE
               MOVE "SIM" TO WS-FIM-APR
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

      *    DIAS-ATRASO: ATRASO MINIMO, EM DIAS CORRIDOS DESDE O
      *    VENCIMENTO, PARA QUE UM ITEM APROVADO POSSA SER BAIXADO.
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EXE91"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "DIAS-ATRASO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-DIAS
                      AND WS-VALOR-TRAB (1:4) NUMERIC
                      AND WS-VALOR-N4 > ZEROS
                       MOVE VIGENCIA-REPO TO WS-VIG-DIAS
                       MOVE WS-VALOR-N4 TO WS-DIAS-CORTE
                   END-IF
           END-EVALUATE.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
               AT END MOVE "SIM" TO WS-FIM-ABT
           END-READ.
           IF WS-FIM-ABT NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.

      *    UMA MESMA CHAVE APROVADA DUAS VEZES SO VALE NA PRIMEIRA.
       LEITURA-APROVACAO.
           MOVE "N" TO WS-APR-VALIDA.
           PERFORM UNTIL WS-APR-VALIDA = "S"
                   OR WS-FIM-APR = "SIM"
               READ APROVA-PERDA
                   AT END MOVE "SIM" TO WS-FIM-APR
               END-READ
               IF WS-FIM-APR NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-APROVADO
                   IF CHAVE-APR = WS-CHAVE-APR-ANT
                       MOVE "DU" TO WS-MOTIVO-REC
                       PERFORM GRAVA-RECUSA-APROVACAO
                   ELSE
                       MOVE CHAVE-APR TO WS-CHAVE-APR-ANT
                       MOVE "S" TO WS-APR-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       PRINCIPAL.
           IF WS-FIM-APR = "SIM"
               PERFORM MANTEM-ABERTO
               PERFORM LEITURA-ABERTO
           ELSE
             IF WS-FIM-ABT = "SIM"
               MOVE "NE" TO WS-MOTIVO-REC
               PERFORM GRAVA-RECUSA-APROVACAO
               PERFORM LEITURA-APROVACAO
             ELSE
               IF CHAVE-ABT < CHAVE-APR
                   PERFORM MANTEM-ABERTO
                   PERFORM LEITURA-ABERTO
               ELSE
                 IF CHAVE-APR < CHAVE-ABT
                   MOVE "NE" TO WS-MOTIVO-REC
                   PERFORM GRAVA-RECUSA-APROVACAO
                   PERFORM LEITURA-APROVACAO
                 ELSE
                   PERFORM AVALIA-APROVACAO
                   PERFORM LEITURA-ABERTO
                   PERFORM LEITURA-APROVACAO.

       CALCULA-ATRASO.
           COMPUTE WS-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE (VENCIMENTO-ABT).
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-REF - WS-DIAS-VENC.

      *    ITEM SEM APROVACAO CONTINUA NO CONTAS A RECEBER; SE JA
      *    PASSOU DO CORTE, E LISTADO COMO CANDIDATO A BAIXA.
       MANTEM-ABERTO.
           PERFORM CALCULA-ATRASO.
           PERFORM COPIA-ABERTO.
           IF WS-DIAS-ATRASO NOT LESS THAN WS-DIAS-CORTE
               ADD 1 TO WS-CONTADOR-CANDIDATO
               ADD VALOR-ABT TO WS-VALOR-CANDIDATO
               PERFORM GRAVA-CANDIDATO
           END-IF.

       COPIA-ABERTO.
           MOVE NUMERO-ABT TO NUMERO-NOV.
           MOVE COMPETENCIA-ABT TO COMPETENCIA-NOV.
           MOVE TIPO-ABT TO TIPO-NOV.
           MOVE VALOR-ABT TO VALOR-NOV.
           MOVE VENCIMENTO-ABT TO VENCIMENTO-NOV.
           MOVE BOLSA-ABT TO BOLSA-NOV.
           WRITE REG-NOV.
           PERFORM VERIFICA-STATUS-NOV.
           ADD 1 TO WS-CONTADOR-MANTIDO.

       AVALIA-APROVACAO.
           PERFORM CALCULA-ATRASO.
           MOVE SPACES TO WS-MOTIVO-REC.
           PERFORM LOCALIZA-MOTIVO.
           IF WS-M-ACHADO = ZEROS
               MOVE "MI" TO WS-MOTIVO-REC
           ELSE
               IF WS-DIAS-ATRASO < WS-DIAS-CORTE
                   MOVE "NV" TO WS-MOTIVO-REC
               END-IF
           END-IF.
           IF WS-MOTIVO-REC = SPACES
               PERFORM BAIXA-ITEM
           ELSE
               PERFORM GRAVA-RECUSA-APROVACAO
               PERFORM COPIA-ABERTO
           END-IF.

       LOCALIZA-MOTIVO.
           MOVE ZEROS TO WS-M-ACHADO.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 5
               IF WS-MTV-CODIGO (WS-M) = MOTIVO-APR
                   MOVE WS-M TO WS-M-ACHADO
                   MOVE 5 TO WS-M
               END-IF
           END-PERFORM.

       BAIXA-ITEM.
           MOVE NUMERO-ABT TO NUMERO-PRN.
           MOVE COMPETENCIA-ABT TO COMPETENCIA-PRN.
           MOVE TIPO-ABT TO TIPO-PRN.
           MOVE VALOR-ABT TO VALOR-PRN.
           MOVE VENCIMENTO-ABT TO VENCIMENTO-PRN.
           MOVE BOLSA-ABT TO BOLSA-PRN.
           MOVE WS-DATA-SISTEMA TO DATA-BAIXA-PRN.
           MOVE MOTIVO-APR TO MOTIVO-PRN.
           WRITE REG-PRN.
           PERFORM VERIFICA-STATUS-PRN.
           MOVE "PE" TO EVENTO-MCT.
           MOVE NUMERO-ABT TO NUMERO-MCT.
           MOVE COMPETENCIA-ABT TO COMPETENCIA-MCT.
           MOVE TIPO-ABT TO TIPO-MCT.
           MOVE VALOR-ABT TO VALOR-MCT.
           MOVE WS-DATA-SISTEMA TO DATA-MCT.
           WRITE REG-MCT.
           PERFORM VERIFICA-STATUS-MCT.
           ADD 1 TO WS-CONTADOR-BAIXADO.
           ADD VALOR-ABT TO WS-VALOR-BAIXADO.
           MOVE COMPETENCIA-ABT TO WS-COMPETENCIA-ITEM.
           PERFORM LOCALIZA-COMPETENCIA.
           IF WS-Q-ACHADA > ZEROS
               ADD 1 TO WS-CMP-QTD (WS-Q-ACHADA)
               ADD VALOR-ABT TO WS-CMP-BAIXADO (WS-Q-ACHADA)
           END-IF.
           PERFORM MONTA-LINHA-ITEM.
           MOVE MOTIVO-APR TO WS-LI-MOTIVO.
           MOVE WS-MTV-DESCRICAO (WS-M-ACHADO) TO WS-LI-OBS.
           WRITE REG-REL FROM WS-LINHA-ITEM.
           PERFORM VERIFICA-STATUS-REL.

       MONTA-LINHA-ITEM.
           MOVE NUMERO-ABT TO WS-LI-NUMERO.
           MOVE COMPETENCIA-ABT TO WS-COMP-TRAB-N.
           MOVE WS-CT-MM TO WS-CE-MM.
           MOVE WS-CT-AAAA TO WS-CE-AAAA.
           MOVE WS-COMP-EDITADA TO WS-LI-COMP.
           MOVE TIPO-ABT TO WS-LI-TIPO.
           MOVE VENCIMENTO-ABT TO WS-DATA-TRAB-N.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE WS-DATA-EDITADA TO WS-LI-VENC.
           IF WS-DIAS-ATRASO > ZEROS
               MOVE WS-DIAS-ATRASO TO WS-LI-DIAS
           ELSE
               MOVE ZEROS TO WS-LI-DIAS
           END-IF.
           MOVE VALOR-ABT TO WS-LI-VALOR.
           MOVE SPACES TO WS-LI-MOTIVO WS-LI-OBS.

      *    RECUSAS: NE ITEM NAO ESTA EM ABERTO (JA PAGO, JA BAIXADO OU
      *    INEXISTENTE), NV AINDA NAO ATINGIU O CORTE, MI MOTIVO
      *    INVALIDO, DU APROVACAO REPETIDA. O ITEM CONTINUA EM ABERTO.
       GRAVA-RECUSA-APROVACAO.
           ADD 1 TO WS-CONTADOR-RECUSADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RECUSADA " DELIMITED BY SIZE
                  WS-MOTIVO-REC DELIMITED BY SIZE
                  ": ALUNO " DELIMITED BY SIZE
                  NUMERO-APR DELIMITED BY SIZE
                  " COMP. " DELIMITED BY SIZE
                  COMPETENCIA-APR DELIMITED BY SIZE
                  " TP " DELIMITED BY SIZE
                  TIPO-APR DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  MOTIVO-APR DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           EVALUATE WS-MOTIVO-REC
               WHEN "NE"
                   MOVE "- NAO ESTA EM ABERTO" TO WS-LINHA-REL (57:24)
               WHEN "NV"
                   MOVE "- ABAIXO DO CORTE" TO WS-LINHA-REL (57:24)
               WHEN "MI"
                   MOVE "- MOTIVO INVALIDO" TO WS-LINHA-REL (57:24)
               WHEN "DU"
                   MOVE "- APROVACAO REPETIDA" TO WS-LINHA-REL (57:24)
           END-EVALUATE.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.

       GRAVA-CANDIDATO.
           PERFORM MONTA-LINHA-ITEM.
           MOVE "CANDIDATO SEM APROVACAO" TO WS-LI-OBS.
           WRITE REG-REL FROM WS-LINHA-ITEM.
           PERFORM VERIFICA-STATUS-REL.

      *    A TABELA E MANTIDA EM ORDEM DE COMPETENCIA; UMA COMPETENCIA
      *    NOVA E INSERIDA NA SUA POSICAO.
       LOCALIZA-COMPETENCIA.
           MOVE ZEROS TO WS-Q-ACHADA.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-QTD-COMP OR WS-Q-ACHADA > ZEROS
               IF WS-CMP-COMPETENCIA (WS-Q) NOT LESS THAN
                      WS-COMPETENCIA-ITEM
                   MOVE WS-Q TO WS-Q-ACHADA
               END-IF
           END-PERFORM.
           IF WS-Q-ACHADA > ZEROS
               IF WS-CMP-COMPETENCIA (WS-Q-ACHADA) NOT =
                      WS-COMPETENCIA-ITEM
                   PERFORM INSERE-COMPETENCIA
               END-IF
           ELSE
               COMPUTE WS-Q-ACHADA = WS-QTD-COMP + 1
               PERFORM INSERE-COMPETENCIA
           END-IF.

       INSERE-COMPETENCIA.
           IF WS-QTD-COMP NOT LESS THAN 300
               MOVE "S" TO WS-TABELA-CHEIA
               MOVE ZEROS TO WS-Q-ACHADA
           ELSE
               PERFORM VARYING WS-Q FROM WS-QTD-COMP BY -1
                       UNTIL WS-Q < WS-Q-ACHADA
                   MOVE WS-CMP-OCORRE (WS-Q) TO WS-CMP-OCORRE (WS-Q + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-COMP
               MOVE WS-COMPETENCIA-ITEM
                   TO WS-CMP-COMPETENCIA (WS-Q-ACHADA)
               MOVE ZEROS TO WS-CMP-QTD (WS-Q-ACHADA)
                             WS-CMP-BAIXADO (WS-Q-ACHADA)
                             WS-CMP-RECUPERADO (WS-Q-ACHADA)
           END-IF.

      *    HISTORICO DE BAIXAS ANTERIORES E DE RECUPERACOES, SOMADO AS
      *    BAIXAS DESTA EXECUCAO.
       TOTALIZA-HISTORICO.
           OPEN INPUT CAD-PERDA.
           IF WS-STATUS-PRD = "00"
               PERFORM LEITURA-PERDA
               PERFORM UNTIL WS-FIM-PRD = "SIM"
                   MOVE COMPETENCIA-PRD TO WS-COMPETENCIA-ITEM
                   PERFORM LOCALIZA-COMPETENCIA
                   IF WS-Q-ACHADA > ZEROS
                       ADD 1 TO WS-CMP-QTD (WS-Q-ACHADA)
                       ADD VALOR-PRD TO WS-CMP-BAIXADO (WS-Q-ACHADA)
                   END-IF
                   PERFORM LEITURA-PERDA
               END-PERFORM
               CLOSE CAD-PERDA
           END-IF.
           OPEN INPUT CAD-RECUPERA.
           IF WS-STATUS-RCP = "00"
               PERFORM LEITURA-RECUPERACAO
               PERFORM UNTIL WS-FIM-RCP = "SIM"
                   MOVE COMPETENCIA-RCP TO WS-COMPETENCIA-ITEM
                   PERFORM LOCALIZA-COMPETENCIA
                   IF WS-Q-ACHADA > ZEROS
                       ADD VALOR-RCP
                           TO WS-CMP-RECUPERADO (WS-Q-ACHADA)
                   END-IF
                   PERFORM LEITURA-RECUPERACAO
               END-PERFORM
               CLOSE CAD-RECUPERA
           END-IF.

       LEITURA-PERDA.
           READ CAD-PERDA
               AT END MOVE "SIM" TO WS-FIM-PRD
           END-READ.

       LEITURA-RECUPERACAO.
           READ CAD-RECUPERA
               AT END MOVE "SIM" TO WS-FIM-RCP
           END-READ.

       IMPRIME-CABECALHO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB-N.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "BAIXA DE MENSALIDADES INCOBRAVEIS - DATA "
                      DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  "  CORTE " DELIMITED BY SIZE
                  WS-DIAS-CORTE DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "ITENS BAIXADOS, CANDIDATOS E APROVACOES RECUSADAS"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ALUNO    COMPET.  TP  VENCIMENTO  DIAS     VALOR  "
                      DELIMITED BY SIZE
                  "MOTIVO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    RESUMO PARA A AUDITORIA: POR COMPETENCIA DE ORIGEM, O TOTAL
      *    JA BAIXADO (INCLUINDO ESTA EXECUCAO), O RECUPERADO DEPOIS DA
      *    BAIXA E A PERDA LIQUIDA.
       IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "RESUMO DE BAIXAS E RECUPERACOES POR COMPETENCIA"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "COMPET.      QTD          BAIXADO       RECUPERADO"
                      DELIMITED BY SIZE
                  "     PERDA LIQUIDA" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM IMPRIME-COMPETENCIA
               VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-QTD-COMP.
           MOVE "TOTAL" TO WS-LC-COMP.
           MOVE WS-TOT-QTD TO WS-LC-QTD.
           MOVE WS-TOT-BAIXADO TO WS-LC-BAIXADO.
           MOVE WS-TOT-RECUPERADO TO WS-LC-RECUPERADO.
           COMPUTE WS-PERDA-LIQUIDA = WS-TOT-BAIXADO
               - WS-TOT-RECUPERADO.
           MOVE WS-PERDA-LIQUIDA TO WS-LC-LIQUIDO.
           WRITE REG-REL FROM WS-LINHA-COMP.
           IF WS-TABELA-CHEIA = "S"
               MOVE "*** TABELA DE COMPETENCIAS CHEIA - RESUMO PARCIAL"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-COMPETENCIA.
           MOVE WS-CMP-COMPETENCIA (WS-Q) TO WS-COMP-TRAB-N.
           MOVE WS-CT-MM TO WS-CE-MM.
           MOVE WS-CT-AAAA TO WS-CE-AAAA.
           MOVE WS-COMP-EDITADA TO WS-LC-COMP.
           MOVE WS-CMP-QTD (WS-Q) TO WS-LC-QTD.
           MOVE WS-CMP-BAIXADO (WS-Q) TO WS-LC-BAIXADO.
           MOVE WS-CMP-RECUPERADO (WS-Q) TO WS-LC-RECUPERADO.
           COMPUTE WS-PERDA-LIQUIDA = WS-CMP-BAIXADO (WS-Q)
               - WS-CMP-RECUPERADO (WS-Q).
           MOVE WS-PERDA-LIQUIDA TO WS-LC-LIQUIDO.
           WRITE REG-REL FROM WS-LINHA-COMP.
           ADD WS-CMP-QTD (WS-Q) TO WS-TOT-QTD.
           ADD WS-CMP-BAIXADO (WS-Q) TO WS-TOT-BAIXADO.
           ADD WS-CMP-RECUPERADO (WS-Q) TO WS-TOT-RECUPERADO.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-VALOR-BAIXADO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "BAIXADOS NESTA EXECUCAO: " DELIMITED BY SIZE
                  WS-CONTADOR-BAIXADO DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-VALOR-CANDIDATO TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CANDIDATOS SEM APROVACAO: " DELIMITED BY SIZE
                  WS-CONTADOR-CANDIDATO DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "APROVACOES RECUSADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUSADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-NOV.
           IF WS-STATUS-NOV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-NOV"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-PRN.
           IF WS-STATUS-PRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PRN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-MCT.
           IF WS-STATUS-MCT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-MCT"
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
           STRING "EXE91 - ABERTOS LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  MANTIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-MANTIDO DELIMITED BY SIZE
                  "  BAIXADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-BAIXADO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE91 - APROVACOES: " DELIMITED BY SIZE
                  WS-CONTADOR-APROVADO DELIMITED BY SIZE
                  "  RECUSADAS: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUSADO DELIMITED BY SIZE
                  "  CANDIDATOS: " DELIMITED BY SIZE
                  WS-CONTADOR-CANDIDATO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE91 - ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE91" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           COMPUTE LIDOS-RHI = WS-CONTADOR-LIDO + WS-CONTADOR-APROVADO.
           MOVE WS-CONTADOR-BAIXADO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-RECUSADO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-RECUSADO > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " APR=" DELIMITED BY SIZE
                  WS-STATUS-APR DELIMITED BY SIZE
                  " PRD=" DELIMITED BY SIZE
                  WS-STATUS-PRD DELIMITED BY SIZE
                  " RCP=" DELIMITED BY SIZE
                  WS-STATUS-RCP DELIMITED BY SIZE
                  " NOV=" DELIMITED BY SIZE
                  WS-STATUS-NOV DELIMITED BY SIZE
                  " PRN=" DELIMITED BY SIZE
                  WS-STATUS-PRN DELIMITED BY SIZE
                  " MCT=" DELIMITED BY SIZE
                  WS-STATUS-MCT DELIMITED BY SIZE
                  " RPO=" DELIMITED BY SIZE
                  WS-STATUS-RPO DELIMITED BY SIZE
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
           END-IF.
           IF WS-STATUS-APR = "00" OR WS-STATUS-APR = "10"
               CLOSE APROVA-PERDA
           END-IF.
           CLOSE CADMEN-ABERTO-PRD
                 CAD-PERDA-NOVO
                 MOV-CONTAB-PRD.
           PERFORM TOTALIZA-HISTORICO.
           PERFORM IMPRIME-TOTAIS.
           PERFORM IMPRIME-RESUMO.
           CLOSE REL-EXE91.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-RECUSADO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE91.
