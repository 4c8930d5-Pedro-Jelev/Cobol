       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX102.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    APURACAO DO PONTO ELETRONICO. LE AS MARCACOES DO RELOGIO
      *    (PONTO.DAT: MATRICULA, DATA E HORA, NA ORDEM) DA COMPETENCIA
      *    E, PARA CADA FUNCIONARIO DO CADFUN COM MARCACAO NO MES,
      *    FORMA OS PARES ENTRADA/SAIDA DE CADA DIA E APURA:
      *      DIA UTIL     - ATE A JORNADA E HORA NORMAL, O EXCESSO E
      *                     HORA EXTRA 50% E A FALTA E DEBITO;
      *      SABADO       - TUDO HORA EXTRA 50%;
      *      DOMINGO E FERIADO DO CALENDARIO - TUDO HORA EXTRA 100%.
      *    DIFERENCAS DE ATE TOLERANCIA MINUTOS NO DIA NAO CONTAM.
      *    AS HORAS EXTRAS 50% VAO PARA O BANCO DE HORAS, QUE PRIMEIRO
      *    COBRE OS DEBITOS DO MES; SO O QUE PASSA DO LIMITE DO BANCO
      *    (EM HORAS INTEIRAS) E PAGO. AS HORAS 100% SAO SEMPRE PAGAS.
      *    GRAVA O CAD-HORAS PARA O EXE34 E REGRAVA O BANCO COMO
      *    CAD-BANCO-HORAS-NOVO. O SALDO ANTERIOR FICA GUARDADO COM A
      *    COMPETENCIA, ENTAO A MESMA COMPETENCIA PODE SER APURADA DE
      *    NOVO DEPOIS DE CORRIGIDAS AS MARCACOES.
      *    DIA COM NUMERO IMPAR DE MARCACOES OU HORARIO INVALIDO FICA
      *    FORA DA APURACAO; ELE, OS DIAS UTEIS SEM MARCACAO (FORA DE
      *    LICENCA DO CAD-LIC E ANTES DA ADMISSAO) E AS MARCACOES DE
      *    MATRICULA FORA DO CADFUN SAO LISTADOS NO REL-EX102 PARA OS
      *    SUPERVISORES, COM RC=4.
      *    PARAMETROS NO PARM-REPO (PROGRAMA EX102): JORNADA EM MINUTOS
      *    POR DIA (PADRAO 480), LIMITE-BANCO EM HORAS (PADRAO 40) E
      *    TOLERANCIA EM MINUTOS (PADRAO 10).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT PONTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PNT.

           SELECT CALENDARIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAL.

           SELECT CAD-LIC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIC.

           SELECT CAD-BANCO-HORAS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BHR.

           SELECT CAD-BANCO-HORAS-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BHN.

           SELECT CAD-HORAS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HRS.

           SELECT PARM-EX102   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX102   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX102   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADFUN
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN.DAT".

       01 REG-ENT.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-ENT==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==.

      *    UMA MARCACAO POR LINHA, COMO SAI DO RELOGIO (HORA HHMM).
       FD PONTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".

       01 REG-PNT.
           03 MATRICULA-PNT    PIC 9(05).
           03 DATA-PNT         PIC 9(08).
           03 HORA-PNT         PIC 9(04).

       FD CALENDARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.DAT".

       01 REG-CAL.
           03 DATA-FERIADO     PIC 9(08).

       FD CAD-LIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-LIC.DAT".

       01 REG-LIC.
           03 MATRICULA-LIC    PIC 9(05).
           03 TIPO-LIC         PIC X(02).
           03 INICIO-LIC       PIC 9(08).
           03 FIM-LIC          PIC 9(08).

      *    BANCO DE HORAS, SALDOS EM MINUTOS. SALDO-ANTERIOR E O SALDO
      *    NA ENTRADA DA COMPETENCIA APURADA.
       FD CAD-BANCO-HORAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-BANCO-HORAS.DAT".

       01 REG-BHR.
           03 MATRICULA-BHR    PIC 9(05).
           03 COMPETENCIA-BHR  PIC 9(06).
           03 SALDO-ANTERIOR-BHR PIC 9(05).
           03 SALDO-BHR        PIC 9(05).

       FD CAD-BANCO-HORAS-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-BANCO-HORAS-NOVO.DAT".

       01 REG-BHN.
           03 MATRICULA-BHN    PIC 9(05).
           03 COMPETENCIA-BHN  PIC 9(06).
           03 SALDO-ANTERIOR-BHN PIC 9(05).
           03 SALDO-BHN        PIC 9(05).

       FD CAD-HORAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-HORAS.DAT".

       01 REG-HRS.
           03 MATRICULA-HRS    PIC 9(05).
           03 HORAS-NORMAIS-HRS PIC 9(03).
           03 HORAS-HE50-HRS   PIC 9(03).
           03 HORAS-HE100-HRS  PIC 9(03).

      *    COMPETENCIA AAAAMM OPCIONAL; SEM ELA VALE O MES DA DATA DO
      *    MOVIMENTO.
       FD PARM-EX102
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX102.DAT".

       01 REG-PARM-EX102.
           03 COMPETENCIA-PARM PIC X(06).

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

       FD REL-EX102
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX102.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EX102
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX102.DAT".

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
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-PNT    PIC X(02) VALUE "00".
       77 WS-STATUS-CAL    PIC X(02) VALUE "00".
       77 WS-STATUS-LIC    PIC X(02) VALUE "00".
       77 WS-STATUS-BHR    PIC X(02) VALUE "00".
       77 WS-STATUS-BHN    PIC X(02) VALUE "00".
       77 WS-STATUS-HRS    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-FUN       PIC X(03) VALUE "NAO".
       77 WS-FIM-PNT       PIC X(03) VALUE "NAO".
       77 WS-FIM-CAL       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIC       PIC X(03) VALUE "SIM".
       77 WS-FIM-BHR       PIC X(03) VALUE "SIM".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX102".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FUNC     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EXC      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FORA     PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-JORNADA       PIC 9(03) VALUE 480.
       77 WS-LIMITE-BANCO  PIC 9(03) VALUE 40.
       77 WS-TOLERANCIA    PIC 9(03) VALUE 10.
       77 WS-VIG-JORNADA   PIC 9(08) VALUE ZEROS.
       77 WS-VIG-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WS-VIG-TOLERANCIA PIC 9(08) VALUE ZEROS.
       77 WS-PRIMEIRO-DIA  PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA    PIC 9(08) VALUE ZEROS.
       77 WS-INT-PRIMEIRO  PIC 9(07) VALUE ZEROS.
       77 WS-INT-DIA       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-MES      PIC 9(02) VALUE ZEROS.
       77 WS-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77 WS-D             PIC 9(02).
       77 WS-F             PIC 9(03).
       77 WS-P             PIC 9(02).
       77 WS-QTD-FERIADOS  PIC 9(03) VALUE ZEROS.
       77 WS-MATRICULA-FORA PIC 9(05) VALUE ZEROS.
       77 WS-TEM-MARCACAO  PIC X(01) VALUE "N".
       77 WS-MIN-ENTRADA   PIC 9(04) VALUE ZEROS.
       77 WS-MIN-SAIDA     PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIA       PIC 9(04) VALUE ZEROS.
       77 WS-MIN-NORMAIS   PIC 9(05) VALUE ZEROS.
       77 WS-MIN-EXTRA50   PIC 9(05) VALUE ZEROS.
       77 WS-MIN-EXTRA100  PIC 9(05) VALUE ZEROS.
       77 WS-MIN-FALTA     PIC 9(05) VALUE ZEROS.
       77 WS-MIN-COMPENSA  PIC 9(05) VALUE ZEROS.
       77 WS-MIN-PAGO50    PIC 9(05) VALUE ZEROS.
       77 WS-MIN-LIMITE    PIC 9(05) VALUE ZEROS.
       77 WS-SALDO-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WS-SALDO         PIC 9(05) VALUE ZEROS.
       77 WS-HORAS-INTEIRAS PIC 9(05) VALUE ZEROS.
       77 WS-MINUTOS-RESTO PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       01 WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-HORA-TRAB.
           03 WS-HT-HH         PIC 9(02).
           03 WS-HT-MM         PIC 9(02).
       01 WS-DATA-TRAB.
           03 WS-DT-AAAA       PIC 9(04).
           03 WS-DT-MM         PIC 9(02).
           03 WS-DT-DD         PIC 9(02).
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).
       01 WS-TABELA-FERIADOS.
           03 WS-FERIADO PIC 9(08) OCCURS 100 TIMES VALUE ZEROS.
      *    DIAS DA COMPETENCIA: U = DIA UTIL, S = SABADO, D = DOMINGO
      *    OU FERIADO. NA COPIA DO FUNCIONARIO O DIA DE LICENCA OU
      *    ANTERIOR A ADMISSAO VIRA L.
       01 WS-CALENDARIO-MES.
           03 WS-DIA-MES       PIC X(01) OCCURS 31 TIMES.
       01 WS-CALENDARIO-FUNC.
           03 WS-DIA-FUNC      PIC X(01) OCCURS 31 TIMES.
      *    MARCACOES DO FUNCIONARIO NA COMPETENCIA, POR DIA. A MARCACAO
      *    REPETIDA NO MESMO MINUTO E DESPREZADA.
       01 WS-TABELA-PONTO.
           03 WS-PONTO-DIA OCCURS 31 TIMES.
               05 WS-QTD-MARC      PIC 9(02).
               05 WS-DIA-INVALIDO  PIC X(01).
               05 WS-MARC          PIC 9(04) OCCURS 10 TIMES.
       01 WS-LINHA-DET.
           03 WS-DET-MATRICULA PIC 9(05).
           03 FILLER           PIC X(01).
           03 WS-DET-NOME      PIC X(20).
           03 FILLER           PIC X(01).
           03 WS-DET-NORMAIS   PIC ZZ9.
           03 FILLER           PIC X(03).
           03 WS-DET-HE50      PIC ZZ9.
           03 FILLER           PIC X(03).
           03 WS-DET-HE100     PIC ZZ9.
           03 FILLER           PIC X(03).
           03 WS-DET-BANCO-ANT PIC X(07).
           03 FILLER           PIC X(03).
           03 WS-DET-BANCO-ATU PIC X(07).
           03 FILLER           PIC X(18).
       01 WS-LINHA-EXC.
           03 FILLER           PIC X(07).
           03 WS-EXC-DATA      PIC X(10).
           03 FILLER           PIC X(02).
           03 WS-EXC-MARC      PIC X(14).
           03 FILLER           PIC X(02).
           03 WS-EXC-DESCRICAO PIC X(45).
       01 WS-SALDO-EDITADO.
           03 WS-SE-HORAS      PIC ZZZ9.
           03 FILLER           PIC X(01) VALUE ":".
           03 WS-SE-MINUTOS    PIC 9(02).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX102.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL WS-FIM-FUN = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX102.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARM-REPO.
           COMPUTE WS-MIN-LIMITE = WS-LIMITE-BANCO * 60.
           PERFORM CARREGA-FERIADOS.
           PERFORM MONTA-CALENDARIO-MES.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO WS-FIM-FUN
           ELSE
               OPEN INPUT PONTO
               IF WS-STATUS-PNT NOT = "00"
                   MOVE "SIM" TO WS-FIM-PNT
               ELSE
                   PERFORM LEITURA-PONTO
               END-IF
               OPEN INPUT CAD-LIC
               IF WS-STATUS-LIC = "00"
                   MOVE "NAO" TO WS-FIM-LIC
                   PERFORM LEITURA-LICENCA
               END-IF
               OPEN INPUT CAD-BANCO-HORAS
               IF WS-STATUS-BHR = "00"
                   MOVE "NAO" TO WS-FIM-BHR
                   PERFORM LEITURA-BANCO
               END-IF
               OPEN OUTPUT CAD-HORAS
                           CAD-BANCO-HORAS-NOVO
                           REL-EX102
               PERFORM VERIFICA-STATUS-HRS
               PERFORM VERIFICA-STATUS-BHN
               PERFORM VERIFICA-STATUS-REL
               PERFORM GRAVA-CABECALHO
               PERFORM LEITURA-FUNCIONARIO
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

       LE-PARAMETRO.
           COMPUTE WS-COMPETENCIA = WS-DATA-SISTEMA / 100.
           OPEN INPUT PARM-EX102.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX102
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                       AND COMPETENCIA-PARM NUMERIC
                   MOVE COMPETENCIA-PARM TO WS-MES-TRAB
                   IF WS-MT-MM > 0 AND WS-MT-MM < 13
                       MOVE WS-MES-TRAB TO WS-COMPETENCIA
                   END-IF
               END-IF
               CLOSE PARM-EX102
           END-IF.
           MOVE WS-COMPETENCIA TO WS-MES-TRAB.

       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EX102"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                      AND VALOR-REPO (1:3) NUMERIC
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
               WHEN "JORNADA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-JORNADA
                      AND WS-VALOR-N3 > ZEROS
                       MOVE VIGENCIA-REPO TO WS-VIG-JORNADA
                       MOVE WS-VALOR-N3 TO WS-JORNADA
                   END-IF
               WHEN "LIMITE-BANCO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-LIMITE
                       MOVE VIGENCIA-REPO TO WS-VIG-LIMITE
                       MOVE WS-VALOR-N3 TO WS-LIMITE-BANCO
                   END-IF
               WHEN "TOLERANCIA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-TOLERANCIA
                       MOVE VIGENCIA-REPO TO WS-VIG-TOLERANCIA
                       MOVE WS-VALOR-N3 TO WS-TOLERANCIA
                   END-IF
           END-EVALUATE.

      *    SO OS FERIADOS DA COMPETENCIA INTERESSAM.
       CARREGA-FERIADOS.
           OPEN INPUT CALENDARIO.
           IF WS-STATUS-CAL = "00"
               PERFORM LEITURA-FERIADO
               PERFORM UNTIL WS-FIM-CAL = "SIM"
                   IF DATA-FERIADO (1:6) = WS-MES-TRAB
                      AND WS-QTD-FERIADOS < 100
                       ADD 1 TO WS-QTD-FERIADOS
                       MOVE DATA-FERIADO
                           TO WS-FERIADO (WS-QTD-FERIADOS)
                   END-IF
                   PERFORM LEITURA-FERIADO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       LEITURA-FERIADO.
           READ CALENDARIO
               AT END MOVE "SIM" TO WS-FIM-CAL
           END-READ.

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
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               COMPUTE WS-INT-DIA = WS-INT-PRIMEIRO + WS-D - 1
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-INT-DIA, 7)
               EVALUATE WS-DIA-SEMANA
                   WHEN 0
                       MOVE "D" TO WS-DIA-MES (WS-D)
                   WHEN 6
                       MOVE "S" TO WS-DIA-MES (WS-D)
                   WHEN OTHER
                       MOVE "U" TO WS-DIA-MES (WS-D)
               END-EVALUATE
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-QTD-FERIADOS
                   IF WS-FERIADO (WS-F) = WS-PRIMEIRO-DIA + WS-D - 1
                       MOVE "D" TO WS-DIA-MES (WS-D)
                   END-IF
               END-PERFORM
           END-PERFORM.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "APURACAO DO PONTO ELETRONICO - COMPETENCIA "
                      DELIMITED BY SIZE
                  WS-MT-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MT-AAAA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "JORNADA " DELIMITED BY SIZE
                  WS-JORNADA DELIMITED BY SIZE
                  " MIN/DIA  TOLERANCIA " DELIMITED BY SIZE
                  WS-TOLERANCIA DELIMITED BY SIZE
                  " MIN  LIMITE DO BANCO " DELIMITED BY SIZE
                  WS-LIMITE-BANCO DELIMITED BY SIZE
                  " H" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "MATR. NOME                 NORM  HE50 HE100  BANCO ANT
      -        "  BANCO ATU" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       LEITURA-FUNCIONARIO.
           READ CADFUN
               AT END MOVE "SIM" TO WS-FIM-FUN
           END-READ.

       LEITURA-PONTO.
           READ PONTO
               AT END MOVE "SIM" TO WS-FIM-PNT
           END-READ.
           IF WS-FIM-PNT = "NAO"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.

       LEITURA-LICENCA.
           READ CAD-LIC
               AT END MOVE "SIM" TO WS-FIM-LIC
           END-READ.

       LEITURA-BANCO.
           READ CAD-BANCO-HORAS
               AT END MOVE "SIM" TO WS-FIM-BHR
           END-READ.

       PRINCIPAL.
           PERFORM DESCARTA-PONTO-SEM-CADASTRO
               UNTIL WS-FIM-PNT = "SIM"
                  OR MATRICULA-PNT NOT LESS THAN CODIGO-ENT.
           PERFORM COPIA-BANCO-SEM-CADASTRO
               UNTIL WS-FIM-BHR = "SIM"
                  OR MATRICULA-BHR NOT LESS THAN CODIGO-ENT.
           PERFORM CARREGA-MARCACOES.
           PERFORM POSICIONA-BANCO.
           IF WS-TEM-MARCACAO = "S"
               ADD 1 TO WS-CONTADOR-FUNC
               PERFORM MONTA-CALENDARIO-FUNC
               PERFORM APURA-FUNCIONARIO
               PERFORM MOVIMENTA-BANCO
               PERFORM GRAVA-HORAS
               PERFORM GRAVA-BANCO
               PERFORM GRAVA-DETALHE
               PERFORM LISTA-EXCECOES-DIA
                   VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
           ELSE
               IF WS-SALDO-ANTERIOR > ZEROS
                   MOVE WS-SALDO-ANTERIOR TO WS-SALDO
                   PERFORM GRAVA-BANCO
               END-IF
           END-IF.
           PERFORM LEITURA-FUNCIONARIO.

      *    MARCACAO DE MATRICULA QUE NAO ESTA NO CADFUN: UMA LINHA NO
      *    RELATORIO POR MATRICULA.
       DESCARTA-PONTO-SEM-CADASTRO.
           IF MATRICULA-PNT NOT = WS-MATRICULA-FORA
               MOVE MATRICULA-PNT TO WS-MATRICULA-FORA
               ADD 1 TO WS-CONTADOR-EXC
               MOVE SPACES TO WS-LINHA-REL
               STRING MATRICULA-PNT DELIMITED BY SIZE
                      " MARCACOES DE MATRICULA FORA DO CADFUN"
                          DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           PERFORM LEITURA-PONTO.

      *    SALDO DE QUEM SAIU DO CADFUN FICA NO BANCO COMO ESTA.
       COPIA-BANCO-SEM-CADASTRO.
           WRITE REG-BHN FROM REG-BHR.
           PERFORM VERIFICA-STATUS-BHN.
           PERFORM LEITURA-BANCO.

       CARREGA-MARCACOES.
           INITIALIZE WS-TABELA-PONTO.
           MOVE "N" TO WS-TEM-MARCACAO.
           PERFORM GUARDA-MARCACAO
               UNTIL WS-FIM-PNT = "SIM"
                  OR MATRICULA-PNT NOT = CODIGO-ENT.

       GUARDA-MARCACAO.
           MOVE DATA-PNT TO WS-DATA-TRAB.
           IF DATA-PNT NOT NUMERIC
              OR DATA-PNT (1:6) NOT = WS-MES-TRAB
              OR WS-DT-DD < 1 OR WS-DT-DD > WS-DIAS-MES
               ADD 1 TO WS-CONTADOR-FORA
           ELSE
               MOVE "S" TO WS-TEM-MARCACAO
               MOVE WS-DT-DD TO WS-D
               MOVE HORA-PNT TO WS-HORA-TRAB
               IF HORA-PNT NOT NUMERIC
                  OR WS-HT-HH > 23 OR WS-HT-MM > 59
                   MOVE "S" TO WS-DIA-INVALIDO (WS-D)
               ELSE
                   IF WS-QTD-MARC (WS-D) = ZEROS
                       ADD 1 TO WS-QTD-MARC (WS-D)
                       MOVE HORA-PNT TO WS-MARC (WS-D 1)
                   ELSE
                       MOVE WS-QTD-MARC (WS-D) TO WS-P
                       IF HORA-PNT NOT = WS-MARC (WS-D WS-P)
                           IF WS-P < 10
                               ADD 1 TO WS-QTD-MARC (WS-D)
                               MOVE HORA-PNT
                                   TO WS-MARC (WS-D WS-P + 1)
                           ELSE
                               MOVE "S" TO WS-DIA-INVALIDO (WS-D)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LEITURA-PONTO.

      *    SALDO DE ENTRADA DA COMPETENCIA: NA REAPURACAO DO MESMO MES
      *    VALE O SALDO ANTERIOR GUARDADO, SENAO O SALDO ATUAL.
       POSICIONA-BANCO.
           MOVE ZEROS TO WS-SALDO-ANTERIOR.
           IF WS-FIM-BHR = "NAO" AND MATRICULA-BHR = CODIGO-ENT
               IF COMPETENCIA-BHR = WS-COMPETENCIA
                   MOVE SALDO-ANTERIOR-BHR TO WS-SALDO-ANTERIOR
               ELSE
                   MOVE SALDO-BHR TO WS-SALDO-ANTERIOR
               END-IF
               PERFORM LEITURA-BANCO
           END-IF.

       MONTA-CALENDARIO-FUNC.
           MOVE WS-CALENDARIO-MES TO WS-CALENDARIO-FUNC.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               IF WS-PRIMEIRO-DIA + WS-D - 1 < ADMISSAO-ENT
                   MOVE "L" TO WS-DIA-FUNC (WS-D)
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-FIM-LIC = "SIM"
                      OR MATRICULA-LIC > CODIGO-ENT
               IF MATRICULA-LIC = CODIGO-ENT
                   PERFORM MARCA-LICENCA
               END-IF
               PERFORM LEITURA-LICENCA
           END-PERFORM.

       MARCA-LICENCA.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES
               IF WS-PRIMEIRO-DIA + WS-D - 1 NOT LESS THAN INICIO-LIC
                  AND WS-PRIMEIRO-DIA + WS-D - 1
                      NOT GREATER THAN FIM-LIC
                   MOVE "L" TO WS-DIA-FUNC (WS-D)
               END-IF
           END-PERFORM.

       APURA-FUNCIONARIO.
           MOVE ZEROS TO WS-MIN-NORMAIS WS-MIN-EXTRA50 WS-MIN-EXTRA100
                         WS-MIN-FALTA.
           PERFORM APURA-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DIAS-MES.

      *    SOMA OS PARES ENTRADA/SAIDA DO DIA E CLASSIFICA O TEMPO.
       APURA-DIA.
           IF WS-QTD-MARC (WS-D) > ZEROS
              AND WS-DIA-INVALIDO (WS-D) NOT = "S"
              AND FUNCTION MOD (WS-QTD-MARC (WS-D), 2) = ZEROS
               MOVE ZEROS TO WS-MIN-DIA
               PERFORM SOMA-PAR
                   VARYING WS-P FROM 1 BY 2
                   UNTIL WS-P > WS-QTD-MARC (WS-D)
               EVALUATE WS-DIA-MES (WS-D)
                   WHEN "D"
                       ADD WS-MIN-DIA TO WS-MIN-EXTRA100
                   WHEN "S"
                       ADD WS-MIN-DIA TO WS-MIN-EXTRA50
                   WHEN OTHER
                       PERFORM APURA-DIA-UTIL
               END-EVALUATE
           END-IF.

       SOMA-PAR.
           MOVE WS-MARC (WS-D WS-P) TO WS-HORA-TRAB.
           COMPUTE WS-MIN-ENTRADA = WS-HT-HH * 60 + WS-HT-MM.
           MOVE WS-MARC (WS-D WS-P + 1) TO WS-HORA-TRAB.
           COMPUTE WS-MIN-SAIDA = WS-HT-HH * 60 + WS-HT-MM.
           ADD WS-MIN-SAIDA TO WS-MIN-DIA.
           SUBTRACT WS-MIN-ENTRADA FROM WS-MIN-DIA.

       APURA-DIA-UTIL.
           IF WS-MIN-DIA > WS-JORNADA + WS-TOLERANCIA
               ADD WS-JORNADA TO WS-MIN-NORMAIS
               COMPUTE WS-MIN-EXTRA50 =
                   WS-MIN-EXTRA50 + WS-MIN-DIA - WS-JORNADA
           ELSE
               IF WS-MIN-DIA + WS-TOLERANCIA < WS-JORNADA
                   ADD WS-MIN-DIA TO WS-MIN-NORMAIS
                   COMPUTE WS-MIN-FALTA =
                       WS-MIN-FALTA + WS-JORNADA - WS-MIN-DIA
               ELSE
                   ADD WS-JORNADA TO WS-MIN-NORMAIS
               END-IF
           END-IF.

      *    O CREDITO DO MES COBRE PRIMEIRO OS DEBITOS; O QUE PASSA DO
      *    LIMITE DO BANCO E PAGO EM HORAS INTEIRAS, E OS MINUTOS QUE
      *    SOBRAM FICAM NO BANCO.
       MOVIMENTA-BANCO.
           COMPUTE WS-SALDO = WS-SALDO-ANTERIOR + WS-MIN-EXTRA50.
           IF WS-MIN-FALTA > WS-SALDO
               MOVE WS-SALDO TO WS-MIN-COMPENSA
           ELSE
               MOVE WS-MIN-FALTA TO WS-MIN-COMPENSA
           END-IF.
           SUBTRACT WS-MIN-COMPENSA FROM WS-SALDO.
           ADD WS-MIN-COMPENSA TO WS-MIN-NORMAIS.
           MOVE ZEROS TO WS-MIN-PAGO50.
           IF WS-SALDO > WS-MIN-LIMITE
               COMPUTE WS-HORAS-INTEIRAS =
                   (WS-SALDO - WS-MIN-LIMITE) / 60
               COMPUTE WS-MIN-PAGO50 = WS-HORAS-INTEIRAS * 60
               SUBTRACT WS-MIN-PAGO50 FROM WS-SALDO
           END-IF.

       GRAVA-HORAS.
           MOVE CODIGO-ENT TO MATRICULA-HRS.
           COMPUTE HORAS-NORMAIS-HRS ROUNDED = WS-MIN-NORMAIS / 60
               ON SIZE ERROR MOVE 999 TO HORAS-NORMAIS-HRS
           END-COMPUTE.
           COMPUTE HORAS-HE50-HRS = WS-MIN-PAGO50 / 60
               ON SIZE ERROR MOVE 999 TO HORAS-HE50-HRS
           END-COMPUTE.
           COMPUTE HORAS-HE100-HRS ROUNDED = WS-MIN-EXTRA100 / 60
               ON SIZE ERROR MOVE 999 TO HORAS-HE100-HRS
           END-COMPUTE.
           WRITE REG-HRS.
           PERFORM VERIFICA-STATUS-HRS.

       GRAVA-BANCO.
           MOVE CODIGO-ENT TO MATRICULA-BHN.
           MOVE WS-COMPETENCIA TO COMPETENCIA-BHN.
           MOVE WS-SALDO-ANTERIOR TO SALDO-ANTERIOR-BHN.
           MOVE WS-SALDO TO SALDO-BHN.
           WRITE REG-BHN.
           PERFORM VERIFICA-STATUS-BHN.

       GRAVA-DETALHE.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE CODIGO-ENT TO WS-DET-MATRICULA.
           MOVE NOME-ENT TO WS-DET-NOME.
           MOVE HORAS-NORMAIS-HRS TO WS-DET-NORMAIS.
           MOVE HORAS-HE50-HRS TO WS-DET-HE50.
           MOVE HORAS-HE100-HRS TO WS-DET-HE100.
           DIVIDE WS-SALDO-ANTERIOR BY 60 GIVING WS-HORAS-INTEIRAS
               REMAINDER WS-MINUTOS-RESTO.
           MOVE WS-HORAS-INTEIRAS TO WS-SE-HORAS.
           MOVE WS-MINUTOS-RESTO TO WS-SE-MINUTOS.
           MOVE WS-SALDO-EDITADO TO WS-DET-BANCO-ANT.
           DIVIDE WS-SALDO BY 60 GIVING WS-HORAS-INTEIRAS
               REMAINDER WS-MINUTOS-RESTO.
           MOVE WS-HORAS-INTEIRAS TO WS-SE-HORAS.
           MOVE WS-MINUTOS-RESTO TO WS-SE-MINUTOS.
           MOVE WS-SALDO-EDITADO TO WS-DET-BANCO-ATU.
           WRITE REG-REL FROM WS-LINHA-DET.

      *    EXCECOES DO DIA PARA O SUPERVISOR: NUMERO IMPAR DE
      *    MARCACOES, HORARIO INVALIDO E DIA UTIL JA PASSADO SEM
      *    MARCACAO.
       LISTA-EXCECOES-DIA.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-DIA-INVALIDO (WS-D) = "S"
               MOVE "HI" TO WS-MOTIVO
           ELSE
               IF FUNCTION MOD (WS-QTD-MARC (WS-D), 2) NOT = ZEROS
                   MOVE "IM" TO WS-MOTIVO
               ELSE
                   IF WS-QTD-MARC (WS-D) = ZEROS
                      AND WS-DIA-FUNC (WS-D) = "U"
                      AND WS-PRIMEIRO-DIA + WS-D - 1
                          NOT GREATER THAN WS-DATA-SISTEMA
                       MOVE "SM" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-EXCECAO
           END-IF.

       GRAVA-EXCECAO.
           ADD 1 TO WS-CONTADOR-EXC.
           MOVE SPACES TO WS-LINHA-EXC.
           STRING WS-D DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MT-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MT-AAAA DELIMITED BY SIZE
               INTO WS-EXC-DATA.
           IF WS-QTD-MARC (WS-D) > ZEROS
               STRING "MARCACOES: " DELIMITED BY SIZE
                      WS-QTD-MARC (WS-D) DELIMITED BY SIZE
                   INTO WS-EXC-MARC
           END-IF.
           EVALUATE WS-MOTIVO
               WHEN "HI"
                   MOVE "HI HORARIO INVALIDO OU MAIS DE 10 MARCACOES"
                       TO WS-EXC-DESCRICAO
               WHEN "IM"
                   MOVE "IM NUMERO IMPAR DE MARCACOES, DIA NAO APURADO"
                       TO WS-EXC-DESCRICAO
               WHEN "SM"
                   MOVE "SM DIA UTIL SEM MARCACAO"
                       TO WS-EXC-DESCRICAO
           END-EVALUATE.
           WRITE REG-REL FROM WS-LINHA-EXC.

       VERIFICA-STATUS-HRS.
           IF WS-STATUS-HRS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-HRS"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-BHN.
           IF WS-STATUS-BHN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-BHN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FUNCIONARIOS APURADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-FUNC DELIMITED BY SIZE
                  "  EXCECOES: " DELIMITED BY SIZE
                  WS-CONTADOR-EXC DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-FORA > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING "MARCACOES FORA DA COMPETENCIA IGNORADAS: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-FORA DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX102 - MARCACOES: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  FUNCIONARIOS: " DELIMITED BY SIZE
                  WS-CONTADOR-FUNC DELIMITED BY SIZE
                  "  EXCECOES: " DELIMITED BY SIZE
                  WS-CONTADOR-EXC DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX102 - ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EX102" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-FUNC TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-EXC TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-EXC > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " PNT=" DELIMITED BY SIZE
                  WS-STATUS-PNT DELIMITED BY SIZE
                  " LIC=" DELIMITED BY SIZE
                  WS-STATUS-LIC DELIMITED BY SIZE
                  " BHR=" DELIMITED BY SIZE
                  WS-STATUS-BHR DELIMITED BY SIZE
                  " BHN=" DELIMITED BY SIZE
                  WS-STATUS-BHN DELIMITED BY SIZE
                  " HRS=" DELIMITED BY SIZE
                  WS-STATUS-HRS DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-PNT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-FUN = "00" OR WS-STATUS-FUN = "10"
               PERFORM DESCARTA-PONTO-SEM-CADASTRO
                   UNTIL WS-FIM-PNT = "SIM"
               PERFORM COPIA-BANCO-SEM-CADASTRO
                   UNTIL WS-FIM-BHR = "SIM"
               PERFORM IMPRIME-TOTAIS
               CLOSE CADFUN
                     CAD-HORAS
                     CAD-BANCO-HORAS-NOVO
                     REL-EX102
               IF WS-STATUS-PNT = "00" OR WS-STATUS-PNT = "10"
                   CLOSE PONTO
               END-IF
               IF WS-STATUS-LIC = "00" OR WS-STATUS-LIC = "10"
                   CLOSE CAD-LIC
               END-IF
               IF WS-STATUS-BHR = "00" OR WS-STATUS-BHR = "10"
                   CLOSE CAD-BANCO-HORAS
               END-IF
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-EXC > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX102.
