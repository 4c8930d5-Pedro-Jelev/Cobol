       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE97.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    VALE-TRANSPORTE DO MES. PARA CADA FUNCIONARIO ADERENTE NO
      *    CADASTRO DO BENEFICIO (CAD-VT.DAT) CONTA OS DIAS UTEIS DA
      *    COMPETENCIA PELO CALENDARIO, DESCONTADOS OS DIAS ANTES DA
      *    ADMISSAO OU DA ADESAO E AS AUSENCIAS DE CAD-LIC E
      *    CAD-AFASTADOS, E CALCULA AS VIAGENS DE CADA LINHA.
      *    GRAVA O ARQUIVO DE COMPRA PARA A OPERADORA (VT-COMPRA.DAT) E
      *    O VALOR DO VALE POR MATRICULA (CAD-VT-DESC.DAT), QUE O EXE31
      *    DESCONTA NO HOLERITE ATE 6% DO SALARIO-BASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-EXE97   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-NFSE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NFP.

           SELECT CAD-VT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-VT.

           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CAD-LIC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIC.

           SELECT CAD-AFASTADOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AFA.

           SELECT CALENDARIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAL.

           SELECT VT-COMPRA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CMP.

           SELECT CAD-VT-DESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-VTD.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE97   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE97   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    COMPETENCIA AAAAMM OPCIONAL; SEM ELA VALE O MES DA DATA DO
      *    MOVIMENTO.
       FD PARM-EXE97
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE97.DAT".

       01 REG-PARM-EXE97.
           03 COMPETENCIA-PARM PIC X(06).

       FD PARM-NFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-NFSE.DAT".

       01 REG-NFP.
           03 CNPJ-NFP         PIC 9(14).
           03 FILLER           PIC X(37).

      *    CADASTRO DO BENEFICIO, UM REGISTRO POR MATRICULA.
      *    OPCAO: S ADERIU A PARTIR DE DATA-OPCAO, N RECUSOU O
      *    BENEFICIO. ATE 4 LINHAS, COM AS VIAGENS POR DIA UTIL E A
      *    TARIFA DE CADA UMA.
       FD CAD-VT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-VT.DAT".

       01 REG-VT.
           03 MATRICULA-VT     PIC 9(05).
           03 OPCAO-VT         PIC X(01).
           03 DATA-OPCAO-VT    PIC 9(08).
           03 ROTA-VT OCCURS 4 TIMES.
              05 LINHA-VT         PIC X(08).
              05 VIAGENS-VT       PIC 9(01).
              05 TARIFA-VT        PIC 9(02)V99.

       FD CADFUN
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN.DAT".

       01 REG-ENT.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-ENT==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==.

       FD CAD-LIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-LIC.DAT".

       01 REG-LIC.
           03 MATRICULA-LIC    PIC 9(05).
           03 TIPO-LIC         PIC X(02).
           03 INICIO-LIC       PIC 9(08).
           03 FIM-LIC          PIC 9(08).

      *    O CAD-AFASTADOS SO TRAZ O FIM DO AFASTAMENTO EM CURSO: A
      *    AUSENCIA CONTA DO INICIO DA COMPETENCIA ATE ESSA DATA.
       FD CAD-AFASTADOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AFASTADOS.DAT".

       01 REG-AFA.
           03 MATRICULA-AFA    PIC 9(05).
           03 TIPO-AFA         PIC X(02).
           03 FIM-AFA          PIC 9(08).

       FD CALENDARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.DAT".

       01 REG-CAL.
           03 DATA-FERIADO     PIC 9(08).

      *    ARQUIVO DE COMPRA PARA A OPERADORA: CABECALHO (1), UM
      *    DETALHE POR FUNCIONARIO E LINHA (2) E TRAILER (9).
       FD VT-COMPRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VT-COMPRA.DAT".

       01 REG-CMP-DETALHE.
           03 TIPO-CMP         PIC X(01).
           03 MATRICULA-CMP    PIC 9(05).
           03 NOME-CMP         PIC X(20).
           03 LINHA-CMP        PIC X(08).
           03 VIAGENS-CMP      PIC 9(03).
           03 TARIFA-CMP       PIC 9(02)V99.
           03 VALOR-CMP        PIC 9(05)V99.

       01 REG-CMP-HEADER REDEFINES REG-CMP-DETALHE.
           03 TIPO-CMP-HDR     PIC X(01).
           03 CNPJ-CMP-HDR     PIC 9(14).
           03 COMPETENCIA-CMP-HDR PIC 9(06).
           03 DATA-CMP-HDR     PIC 9(08).
           03 FILLER           PIC X(19).

       01 REG-CMP-TRAILER REDEFINES REG-CMP-DETALHE.
           03 TIPO-CMP-TRL     PIC X(01).
           03 QTD-CMP-TRL      PIC 9(07).
           03 TOTAL-CMP-TRL    PIC 9(09)V99.
           03 FILLER           PIC X(29).

      *    VALOR DO VALE DA COMPETENCIA POR MATRICULA, PARA O DESCONTO
      *    NO EXE31 (LIMITADO A 6% DE SALARIO-BASE-VTD).
       FD CAD-VT-DESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-VT-DESC.DAT".

       01 REG-VTD.
           03 MATRICULA-VTD    PIC 9(05).
           03 COMPETENCIA-VTD  PIC 9(06).
           03 DIAS-VTD         PIC 9(02).
           03 VALOR-VALE-VTD   PIC 9(05)V99.
           03 SALARIO-BASE-VTD PIC 9(05)V99.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE97
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE97.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE97
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE97.DAT".

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
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-NFP    PIC X(02) VALUE "00".
       77 WS-STATUS-VT     PIC X(02) VALUE "00".
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-LIC    PIC X(02) VALUE "00".
       77 WS-STATUS-AFA    PIC X(02) VALUE "00".
       77 WS-STATUS-CAL    PIC X(02) VALUE "00".
       77 WS-STATUS-CMP    PIC X(02) VALUE "00".
       77 WS-STATUS-VTD    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-FUN       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIC       PIC X(03) VALUE "NAO".
       77 WS-FIM-AFA       PIC X(03) VALUE "NAO".
       77 WS-FIM-CAL       PIC X(03) VALUE "NAO".
       77 WS-TABELA-CHEIA  PIC X(01) VALUE "N".
       77 WS-RECUSADA      PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE97".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ADERENTE PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RECUSOU  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-DIAS PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DETALHE  PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-CNPJ          PIC 9(14) VALUE ZEROS.
       77 WS-PRIMEIRO-DIA  PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA    PIC 9(08) VALUE ZEROS.
       77 WS-INT-PRIMEIRO  PIC 9(07) VALUE ZEROS.
       77 WS-INT-DIA       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-MES      PIC 9(02) VALUE ZEROS.
       77 WS-UTEIS-MES     PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-VALE     PIC 9(02) VALUE ZEROS.
       77 WS-AUSENCIAS     PIC 9(02) VALUE ZEROS.
       77 WS-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77 WS-D             PIC 9(02).
       77 WS-F             PIC 9(03).
       77 WS-R             PIC 9(01).
       77 WS-QTD-FERIADOS  PIC 9(03) VALUE ZEROS.
       77 WS-AUSENCIA-INICIO PIC 9(08) VALUE ZEROS.
       77 WS-AUSENCIA-FIM  PIC 9(08) VALUE ZEROS.
       77 WS-VIAGENS-MES   PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-LINHA   PIC 9(05)V99 VALUE ZEROS.
       77 WS-VALOR-VALE    PIC 9(05)V99 VALUE ZEROS.
       77 WS-LIMITE-DESCONTO PIC 9(05)V99 VALUE ZEROS.
       77 WS-DESCONTO      PIC 9(05)V99 VALUE ZEROS.
       77 WS-CUSTO-EMPRESA PIC 9(05)V99 VALUE ZEROS.
       77 WS-TOTAL-VALE    PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-EMPRESA PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       01 WS-VALOR-EDITADO PIC ZZ,ZZ9.99.
       01 WS-DESC-EDITADO  PIC ZZ,ZZ9.99.
       01 WS-CUSTO-EDITADO PIC ZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MES-TRAB          PIC 9(06).
       01 WS-MES-TRAB-R REDEFINES WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-TABELA-FERIADOS.
           03 WS-FERIADO PIC 9(08) OCCURS 100 TIMES VALUE ZEROS.
      *    DIAS DA COMPETENCIA: U = DIA UTIL DO CALENDARIO; NA COPIA DO
      *    FUNCIONARIO O DIA UTIL EM QUE ELE NAO TRABALHA VIRA A.
       01 WS-CALENDARIO-MES.
           03 WS-DIA-MES       PIC X(01) OCCURS 31 TIMES.
       01 WS-CALENDARIO-FUNC.
           03 WS-DIA-FUNC      PIC X(01) OCCURS 31 TIMES.
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX97.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE97.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-CNPJ.
           PERFORM CARREGA-FERIADOS.
           PERFORM MONTA-CALENDARIO-MES.
           OPEN OUTPUT REL-EXE97.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "VALE-TRANSPORTE - COMPETENCIA " DELIMITED BY SIZE
                  WS-MT-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MT-AAAA DELIMITED BY SIZE
                  " - DIAS UTEIS: " DELIMITED BY SIZE
                  WS-UTEIS-MES DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "MATR. NOME                 DIAS      VALE"
                      DELIMITED BY SIZE
                  "   DESCONTO    EMPRESA" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-TABELA-CHEIA = "S"
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "CARREGA-FERIADOS" TO WS-PARAGRAFO-ERRO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE97 - CALENDARIO EXCEDE 100 FERIADOS"
                      " - VALE NAO CALCULADO" DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
               MOVE "SIM" TO FIM-ARQ
           ELSE
               OPEN INPUT CAD-VT
               IF WS-STATUS-VT NOT = "00"
                   MOVE "S" TO WS-RECUSADA
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "INICIO" TO WS-PARAGRAFO-ERRO
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING "EXE97 - CAD-VT.DAT AUSENTE - "
                              DELIMITED BY SIZE
                          "VALE NAO CALCULADO" DELIMITED BY SIZE
                       INTO WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   PERFORM ABRE-ARQUIVOS
                   PERFORM LEITURA
               END-IF
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN = "00"
               PERFORM LEITURA-FUNCIONARIO
           ELSE
               MOVE "SIM" TO WS-FIM-FUN
           END-IF.
           OPEN INPUT CAD-LIC.
           IF WS-STATUS-LIC = "00"
               PERFORM LEITURA-LICENCA
           ELSE
               MOVE "SIM" TO WS-FIM-LIC
           END-IF.
           OPEN INPUT CAD-AFASTADOS.
           IF WS-STATUS-AFA = "00"
               PERFORM LEITURA-AFASTADO
           ELSE
               MOVE "SIM" TO WS-FIM-AFA
           END-IF.
           OPEN OUTPUT VT-COMPRA
                       CAD-VT-DESC.
           PERFORM VERIFICA-STATUS-CMP.
           PERFORM VERIFICA-STATUS-VTD.
           MOVE SPACES TO REG-CMP-HEADER.
           MOVE "1" TO TIPO-CMP-HDR.
           MOVE WS-CNPJ TO CNPJ-CMP-HDR.
           MOVE WS-COMPETENCIA TO COMPETENCIA-CMP-HDR.
           MOVE WS-DATA-SISTEMA TO DATA-CMP-HDR.
           WRITE REG-CMP-HEADER.
           PERFORM VERIFICA-STATUS-CMP.

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

       LE-PARAMETRO.
           COMPUTE WS-COMPETENCIA = WS-DATA-SISTEMA / 100.
           OPEN INPUT PARM-EXE97.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE97
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                       AND COMPETENCIA-PARM NUMERIC
                   MOVE COMPETENCIA-PARM TO WS-MES-TRAB
                   IF WS-MT-MM > 0 AND WS-MT-MM < 13
                       MOVE WS-MES-TRAB TO WS-COMPETENCIA
                   END-IF
               END-IF
               CLOSE PARM-EXE97
           END-IF.
           MOVE WS-COMPETENCIA TO WS-MES-TRAB.

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

       CARREGA-FERIADOS.
           OPEN INPUT CALENDARIO.
           IF WS-STATUS-CAL = "00"
               PERFORM LEITURA-FERIADO
               PERFORM UNTIL WS-FIM-CAL = "SIM"
                   IF WS-QTD-FERIADOS < 100
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE DATA-FERIADO
                           TO WS-FERIADO (WS-QTD-FERIADOS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM LEITURA-FERIADO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       LEITURA-FERIADO.
           READ CALENDARIO
               AT END MOVE "SIM" TO WS-FIM-CAL
           END-READ.

      *    SABADO, DOMINGO E FERIADO DO CALENDARIO NAO SAO DIAS UTEIS.
       MONTA-CALENDARIO-MES.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-INT-PRIMEIRO =
               FUNCTION INTEGER-OF-DATE (WS-PRIMEIRO-DIA).
           IF WS-MT-MM = 12
               COMPUTE WS-ULTIMO-DIA = (WS-MT-AAAA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-ULTIMO-DIA = WS-COMPETENCIA * 100 + 101
           END-IF.
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE (WS-ULTIMO-DIA)
               - WS-INT-PRIMEIRO.
           COMPUTE WS-ULTIMO-DIA =
               WS-PRIMEIRO-DIA + WS-DIAS-MES - 1.
           MOVE SPACES TO WS-CALENDARIO-MES.
           MOVE ZEROS TO WS-UTEIS-MES.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               COMPUTE WS-INT-DIA = WS-INT-PRIMEIRO + WS-D - 1
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-INT-DIA, 7)
               IF WS-DIA-SEMANA NOT = 6 AND WS-DIA-SEMANA NOT = 0
                   MOVE "U" TO WS-DIA-MES (WS-D)
                   PERFORM VARYING WS-F FROM 1 BY 1
                           UNTIL WS-F > WS-QTD-FERIADOS
                       IF WS-FERIADO (WS-F) =
                               WS-PRIMEIRO-DIA + WS-D - 1
                           MOVE SPACE TO WS-DIA-MES (WS-D)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DIA-MES (WS-D) = "U"
                   ADD 1 TO WS-UTEIS-MES
               END-IF
           END-PERFORM.

       VERIFICA-STATUS-CMP.
           IF WS-STATUS-CMP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CMP"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-VTD.
           IF WS-STATUS-VTD NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-VTD"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           READ CAD-VT
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-FUNCIONARIO.
           READ CADFUN
               AT END MOVE "SIM" TO WS-FIM-FUN
           END-READ.

       LEITURA-LICENCA.
           READ CAD-LIC
               AT END MOVE "SIM" TO WS-FIM-LIC
           END-READ.

       LEITURA-AFASTADO.
           READ CAD-AFASTADOS
               AT END MOVE "SIM" TO WS-FIM-AFA
           END-READ.

       PRINCIPAL.
           PERFORM UNTIL WS-FIM-FUN = "SIM"
                   OR CODIGO-ENT NOT LESS THAN MATRICULA-VT
               PERFORM LEITURA-FUNCIONARIO
           END-PERFORM.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN OPCAO-VT = "N"
                   ADD 1 TO WS-CONTADOR-RECUSOU
               WHEN OPCAO-VT NOT = "S"
                   MOVE "OP" TO WS-MOTIVO
               WHEN WS-FIM-FUN = "SIM"
                       OR CODIGO-ENT NOT = MATRICULA-VT
                   MOVE "NE" TO WS-MOTIVO
               WHEN DATA-OPCAO-VT NOT NUMERIC
                   MOVE "DT" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM CALCULA-VALE
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-REJEITADO
           END-IF.
           PERFORM LEITURA.

       CALCULA-VALE.
           MOVE WS-CALENDARIO-MES TO WS-CALENDARIO-FUNC.
           MOVE WS-PRIMEIRO-DIA TO WS-AUSENCIA-INICIO.
           IF ADMISSAO-ENT > DATA-OPCAO-VT
               COMPUTE WS-AUSENCIA-FIM = ADMISSAO-ENT - 1
           ELSE
               COMPUTE WS-AUSENCIA-FIM = DATA-OPCAO-VT - 1
           END-IF.
           PERFORM MARCA-AUSENCIA.
           PERFORM AUSENCIAS-LICENCA.
           PERFORM AUSENCIAS-AFASTAMENTO.
           MOVE ZEROS TO WS-DIAS-VALE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               IF WS-DIA-FUNC (WS-D) = "U"
                   ADD 1 TO WS-DIAS-VALE
               END-IF
           END-PERFORM.
           COMPUTE WS-AUSENCIAS = WS-UTEIS-MES - WS-DIAS-VALE.
           MOVE ZEROS TO WS-VALOR-VALE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               IF LINHA-VT (WS-R) NOT = SPACES
                       AND VIAGENS-VT (WS-R) NUMERIC
                       AND TARIFA-VT (WS-R) NUMERIC
                   COMPUTE WS-VALOR-LINHA = WS-DIAS-VALE
                       * VIAGENS-VT (WS-R) * TARIFA-VT (WS-R)
                   ADD WS-VALOR-LINHA TO WS-VALOR-VALE
               END-IF
           END-PERFORM.
           IF WS-VALOR-VALE = ZEROS AND WS-DIAS-VALE > ZEROS
               MOVE "RT" TO WS-MOTIVO
           ELSE
               IF WS-DIAS-VALE = ZEROS
                   ADD 1 TO WS-CONTADOR-SEM-DIAS
               ELSE
                   PERFORM GRAVA-COMPRA
               END-IF
               PERFORM IMPRIME-FUNCIONARIO
           END-IF.

      *    MARCA COMO AUSENTE O DIA UTIL ENTRE WS-AUSENCIA-INICIO E
      *    WS-AUSENCIA-FIM QUE CAIA DENTRO DA COMPETENCIA.
       MARCA-AUSENCIA.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               IF WS-PRIMEIRO-DIA + WS-D - 1
                       NOT LESS THAN WS-AUSENCIA-INICIO
                  AND WS-PRIMEIRO-DIA + WS-D - 1
                       NOT GREATER THAN WS-AUSENCIA-FIM
                  AND WS-DIA-FUNC (WS-D) = "U"
                   MOVE "A" TO WS-DIA-FUNC (WS-D)
               END-IF
           END-PERFORM.

       AUSENCIAS-LICENCA.
           PERFORM UNTIL WS-FIM-LIC = "SIM"
                   OR MATRICULA-LIC NOT LESS THAN MATRICULA-VT
               PERFORM LEITURA-LICENCA
           END-PERFORM.
           PERFORM UNTIL WS-FIM-LIC = "SIM"
                   OR MATRICULA-LIC NOT = MATRICULA-VT
               MOVE INICIO-LIC TO WS-AUSENCIA-INICIO
               MOVE FIM-LIC TO WS-AUSENCIA-FIM
               PERFORM MARCA-AUSENCIA
               PERFORM LEITURA-LICENCA
           END-PERFORM.

       AUSENCIAS-AFASTAMENTO.
           PERFORM UNTIL WS-FIM-AFA = "SIM"
                   OR MATRICULA-AFA NOT LESS THAN MATRICULA-VT
               PERFORM LEITURA-AFASTADO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-AFA = "SIM"
                   OR MATRICULA-AFA NOT = MATRICULA-VT
               MOVE WS-PRIMEIRO-DIA TO WS-AUSENCIA-INICIO
               MOVE FIM-AFA TO WS-AUSENCIA-FIM
               PERFORM MARCA-AUSENCIA
               PERFORM LEITURA-AFASTADO
           END-PERFORM.

      *    O DESCONTO DO FUNCIONARIO E O VALE ATE 6% DO SALARIO-BASE;
      *    O QUE PASSAR DISSO E CUSTO DA ESCOLA. O DESCONTO EFETIVO E
      *    FEITO PELO EXE31 COM O MESMO LIMITE.
       GRAVA-COMPRA.
           ADD 1 TO WS-CONTADOR-ADERENTE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               IF LINHA-VT (WS-R) NOT = SPACES
                       AND VIAGENS-VT (WS-R) NUMERIC
                       AND TARIFA-VT (WS-R) NUMERIC
                       AND VIAGENS-VT (WS-R) > ZEROS
                   COMPUTE WS-VIAGENS-MES =
                       WS-DIAS-VALE * VIAGENS-VT (WS-R)
                   COMPUTE WS-VALOR-LINHA =
                       WS-VIAGENS-MES * TARIFA-VT (WS-R)
                   MOVE SPACES TO REG-CMP-DETALHE
                   MOVE "2" TO TIPO-CMP
                   MOVE MATRICULA-VT TO MATRICULA-CMP
                   MOVE NOME-ENT TO NOME-CMP
                   MOVE LINHA-VT (WS-R) TO LINHA-CMP
                   MOVE WS-VIAGENS-MES TO VIAGENS-CMP
                   MOVE TARIFA-VT (WS-R) TO TARIFA-CMP
                   MOVE WS-VALOR-LINHA TO VALOR-CMP
                   WRITE REG-CMP-DETALHE
                   PERFORM VERIFICA-STATUS-CMP
                   ADD 1 TO WS-CONTADOR-DETALHE
               END-IF
           END-PERFORM.
           MOVE MATRICULA-VT TO MATRICULA-VTD.
           MOVE WS-COMPETENCIA TO COMPETENCIA-VTD.
           MOVE WS-DIAS-VALE TO DIAS-VTD.
           MOVE WS-VALOR-VALE TO VALOR-VALE-VTD.
           MOVE SALARIO-ENT TO SALARIO-BASE-VTD.
           WRITE REG-VTD.
           PERFORM VERIFICA-STATUS-VTD.
           COMPUTE WS-LIMITE-DESCONTO ROUNDED = SALARIO-ENT * 0.06.
           IF WS-VALOR-VALE > WS-LIMITE-DESCONTO
               MOVE WS-LIMITE-DESCONTO TO WS-DESCONTO
           ELSE
               MOVE WS-VALOR-VALE TO WS-DESCONTO
           END-IF.
           COMPUTE WS-CUSTO-EMPRESA = WS-VALOR-VALE - WS-DESCONTO.
           ADD WS-VALOR-VALE TO WS-TOTAL-VALE.
           ADD WS-DESCONTO TO WS-TOTAL-DESCONTO.
           ADD WS-CUSTO-EMPRESA TO WS-TOTAL-EMPRESA.

       IMPRIME-FUNCIONARIO.
           IF WS-DIAS-VALE = ZEROS
               MOVE ZEROS TO WS-VALOR-VALE
                             WS-DESCONTO
                             WS-CUSTO-EMPRESA
           END-IF.
           MOVE WS-VALOR-VALE TO WS-VALOR-EDITADO.
           MOVE WS-DESCONTO TO WS-DESC-EDITADO.
           MOVE WS-CUSTO-EMPRESA TO WS-CUSTO-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING MATRICULA-VT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME-ENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-VALE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DESC-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CUSTO-EDITADO DELIMITED BY SIZE
                  "  AUSENCIAS: " DELIMITED BY SIZE
                  WS-AUSENCIAS DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    OP OPCAO INVALIDA, NE MATRICULA FORA DO CADFUN, DT DATA DE
      *    ADESAO INVALIDA, RT ADERENTE SEM LINHA OU TARIFA.
       GRAVA-REJEITADO.
           ADD 1 TO WS-CONTADOR-REJ.
           MOVE SPACES TO WS-LINHA-REL.
           STRING MATRICULA-VT DELIMITED BY SIZE
                  " REJEITADO " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           EVALUATE WS-MOTIVO
               WHEN "OP"
                   MOVE "OPCAO DIFERENTE DE S/N" TO WS-LINHA-REL (21:)
               WHEN "NE"
                   MOVE "MATRICULA NAO CONSTA DO CADFUN"
                       TO WS-LINHA-REL (21:)
               WHEN "DT"
                   MOVE "DATA DE ADESAO INVALIDA" TO WS-LINHA-REL (21:)
               WHEN OTHER
                   MOVE "ADERENTE SEM LINHA OU TARIFA"
                       TO WS-LINHA-REL (21:)
           END-EVALUATE.
           WRITE REG-REL FROM WS-LINHA-REL.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ADERENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-ADERENTE DELIMITED BY SIZE
                  "  SEM DIAS: " DELIMITED BY SIZE
                  WS-CONTADOR-SEM-DIAS DELIMITED BY SIZE
                  "  NAO OPTANTES: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUSOU DELIMITED BY SIZE
                  "  REJ.: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-VALE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "VALOR DA COMPRA     " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "DESCONTO EM FOLHA   " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-EMPRESA TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CUSTO DA ESCOLA     " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE97 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  ADERENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-ADERENTE DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-REJ DELIMITED BY SIZE
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
               MOVE "EXE97" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-ADERENTE TO GRAVADOS-RHI.
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
                  "PARM=" DELIMITED BY SIZE
                  WS-STATUS-PARM DELIMITED BY SIZE
                  " VT=" DELIMITED BY SIZE
                  WS-STATUS-VT DELIMITED BY SIZE
                  " FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " LIC=" DELIMITED BY SIZE
                  WS-STATUS-LIC DELIMITED BY SIZE
                  " AFA=" DELIMITED BY SIZE
                  WS-STATUS-AFA DELIMITED BY SIZE
                  " CAL=" DELIMITED BY SIZE
                  WS-STATUS-CAL DELIMITED BY SIZE
                  " CMP=" DELIMITED BY SIZE
                  WS-STATUS-CMP DELIMITED BY SIZE
                  " VTD=" DELIMITED BY SIZE
                  WS-STATUS-VTD DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-VT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-RECUSADA = "N"
               MOVE SPACES TO REG-CMP-TRAILER
               MOVE "9" TO TIPO-CMP-TRL
               MOVE WS-CONTADOR-DETALHE TO QTD-CMP-TRL
               MOVE WS-TOTAL-VALE TO TOTAL-CMP-TRL
               WRITE REG-CMP-TRAILER
               PERFORM VERIFICA-STATUS-CMP
               CLOSE CAD-VT
                     VT-COMPRA
                     CAD-VT-DESC
               IF WS-STATUS-FUN = "00" OR WS-STATUS-FUN = "10"
                   CLOSE CADFUN
               END-IF
               IF WS-STATUS-LIC = "00" OR WS-STATUS-LIC = "10"
                   CLOSE CAD-LIC
               END-IF
               IF WS-STATUS-AFA = "00" OR WS-STATUS-AFA = "10"
                   CLOSE CAD-AFASTADOS
               END-IF
               PERFORM IMPRIME-TOTAIS
           END-IF.
           CLOSE REL-EXE97.
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
           CLOSE LOG-EXE97.
