       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX104.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    PROVISAO MENSAL DE 13O SALARIO E FERIAS. PARA CADA
      *    FUNCIONARIO DO CADFUN CALCULA O SALDO QUE A PROVISAO DEVE
      *    TER NO FIM DA COMPETENCIA:
      *      13O      - SALARIO BASE X AVOS DO ANO ATE O MES / 12
      *                 (REGRA DE AVOS DO EXE33); ZERO DEPOIS QUE O
      *                 13O DO ANO FOI PAGO (DT NO CAD-FOLHA-HIST);
      *      FERIAS   - (SALARIO BASE / 30 X SALDO DE DIAS DO
      *                 CAD-SALDO-FERIAS + SALARIO BASE X AVOS DESDE
      *                 O ULTIMO ANIVERSARIO DE ADMISSAO / 12) X 4/3;
      *                 AS FERIAS PAGAS PELO EXE68 JA SAIRAM DO SALDO;
      *      ENCARGOS - FGTS + PATRONAL SOBRE AS DUAS PROVISOES, COM
      *                 AS TAXAS DO PARM-EXE69 (PADRAO 8% E 20%).
      *    SALARIO BASE E O SALARIO DO CADFUN MAIS OS REAJUSTES DO ANO
      *    NO CAD-HIST, COMO NO EXE33. FUNCIONARIO DESLIGADO (RS/RT/RI
      *    NO CAD-FOLHA-HIST) OU QUE SAIU DO CADFUN TEM TUDO ESTORNADO.
      *    A DIFERENCA ENTRE O SALDO CALCULADO E O ANTERIOR DO
      *    CAD-PROVISAO VIRA LANCAMENTO CONTABIL POR DEPARTAMENTO NO
      *    FORMATO DO JORNAL DO EXE73 (LANCAMENTOS-PROV-NOVO): EVENTOS
      *    P3/PF/PE QUANDO A PROVISAO AUMENTA E R3/RF/RE QUANDO DIMINUI.
      *    SEM CONTA PROPRIA NO CAD-CONTAS, O ESTORNO USA AS CONTAS DO
      *    EVENTO DE PROVISAO INVERTIDAS. O CAD-PROVISAO E REGRAVADO
      *    COMO CAD-PROVISAO-NOVO COM O SALDO ANTERIOR E A COMPETENCIA,
      *    ENTAO A MESMA COMPETENCIA PODE SER APURADA DE NOVO.
      *    REL-EX104 TRAZ OS SALDOS POR FUNCIONARIO E O MOVIMENTO DO
      *    MES. PROVISAO JA APURADA EM COMPETENCIA POSTERIOR FICA COMO
      *    ESTA E SAI NO RELATORIO (RC=4); FALTA DE CONTA CONTABIL DA
      *    RC=8 E O JORNAL NAO E LIBERADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CAD-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HIST.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT CAD-SALDO-FERIAS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SLD.

           SELECT CAD-PROVISAO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRV.

           SELECT CAD-PROVISAO-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRN.

           SELECT CAD-CONTAS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTA.

           SELECT LANCAMENTOS-PROV-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LAN.

           SELECT PARM-EX104   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-EXE69   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TAX.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX104   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX104   ASSIGN TO DISK
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

       01 REG-ENT-ADMISSAO REDEFINES REG-ENT.
           03 FILLER           PIC X(35).
           03 AAAA-ADM-ENT     PIC 9(04).
           03 MM-ADM-ENT       PIC 9(02).
           03 DD-ADM-ENT       PIC 9(02).

       FD CAD-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-HIST.DAT".

       01 REG-HIST.
           03 CODIGO-HIST          PIC 9(05).
           03 DATA-HIST            PIC 9(08).
           03 VALOR-REAJUSTE-HIST  PIC 9(05)V99.

       01 REG-HIST-DATA REDEFINES REG-HIST.
           03 FILLER               PIC X(05).
           03 AAAA-HIST            PIC 9(04).
           03 MMDD-HIST            PIC 9(04).
           03 FILLER               PIC X(07).

       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS.
           COPY FOLHIS01.

       FD CAD-SALDO-FERIAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-SALDO-FERIAS.DAT".

       01 REG-SLD.
           03 MATRICULA-SLD    PIC 9(05).
           03 DIREITO-SLD      PIC 9(04).
           03 GOZADO-SLD       PIC 9(04).
           03 SALDO-SLD        PIC 9(04).

      *    SALDOS DA PROVISAO POR FUNCIONARIO. OS CAMPOS ANTERIOR SAO
      *    SALDOS NA ENTRADA DA COMPETENCIA APURADA.
       FD CAD-PROVISAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PROVISAO.DAT".

       01 REG-PRV.
           03 MATRICULA-PRV    PIC 9(05).
           03 COMPETENCIA-PRV  PIC 9(06).
           03 DEPTO-PRV        PIC X(03).
           03 ANTERIOR-13-PRV  PIC 9(07)V99.
           03 ANTERIOR-FER-PRV PIC 9(07)V99.
           03 ANTERIOR-ENC-PRV PIC 9(07)V99.
           03 SALDO-13-PRV     PIC 9(07)V99.
           03 SALDO-FER-PRV    PIC 9(07)V99.
           03 SALDO-ENC-PRV    PIC 9(07)V99.

       FD CAD-PROVISAO-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PROVISAO-NOVO.DAT".

       01 REG-PRN.
           03 MATRICULA-PRN    PIC 9(05).
           03 COMPETENCIA-PRN  PIC 9(06).
           03 DEPTO-PRN        PIC X(03).
           03 ANTERIOR-13-PRN  PIC 9(07)V99.
           03 ANTERIOR-FER-PRN PIC 9(07)V99.
           03 ANTERIOR-ENC-PRN PIC 9(07)V99.
           03 SALDO-13-PRN     PIC 9(07)V99.
           03 SALDO-FER-PRN    PIC 9(07)V99.
           03 SALDO-ENC-PRN    PIC 9(07)V99.

       FD CAD-CONTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONTAS.DAT".

       01 REG-CTA.
           03 DEPTO-CTA        PIC X(03).
           03 EVENTO-CTA       PIC X(02).
           03 CONTA-DEBITO-CTA PIC X(08).
           03 CONTA-CREDITO-CTA PIC X(08).

       FD LANCAMENTOS-PROV-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LANCAMENTOS-PROV-NOVO.DAT".

       01 REG-LAN.
           03 DATA-LAN         PIC 9(08).
           03 DEPTO-LAN        PIC X(03).
           03 EVENTO-LAN       PIC X(02).
           03 CONTA-DEBITO-LAN PIC X(08).
           03 CONTA-CREDITO-LAN PIC X(08).
           03 VALOR-LAN        PIC 9(09)V99.

      *    COMPETENCIA AAAAMM OPCIONAL; SEM ELA VALE O MES DA DATA DO
      *    MOVIMENTO.
       FD PARM-EX104
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX104.DAT".

       01 REG-PARM-EX104.
           03 COMPETENCIA-PARM PIC X(06).

      *    AS MESMAS TAXAS DE ENCARGOS DA FOLHA (EXE69).
       FD PARM-EXE69
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE69.DAT".

       01 REG-PARM-EXE69.
           03 TAXA-FGTS-PARM      PIC 9(02)V99.
           03 TAXA-PATRONAL-PARM  PIC 9(02)V99.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EX104
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX104.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EX104
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX104.DAT".

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
       77 WS-STATUS-HIST   PIC X(02) VALUE "00".
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       77 WS-STATUS-SLD    PIC X(02) VALUE "00".
       77 WS-STATUS-PRV    PIC X(02) VALUE "00".
       77 WS-STATUS-PRN    PIC X(02) VALUE "00".
       77 WS-STATUS-CTA    PIC X(02) VALUE "00".
       77 WS-STATUS-LAN    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-TAX    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-FUN       PIC X(03) VALUE "NAO".
       77 WS-FIM-HIST      PIC X(03) VALUE "NAO".
       77 WS-FIM-FHS       PIC X(03) VALUE "NAO".
       77 WS-FIM-SLD       PIC X(03) VALUE "SIM".
       77 WS-FIM-PRV       PIC X(03) VALUE "SIM".
       77 WS-FIM-CTA       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX104".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PROV     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ESTORNO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EXC      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-LANCADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-TAXA-FGTS     PIC 9(02)V99 VALUE 8.00.
       77 WS-TAXA-PATRONAL PIC 9(02)V99 VALUE 20.00.
       77 WS-IDX           PIC 9(06).
       77 WS-QTD-CONTAS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DEPTOS    PIC 9(03) VALUE ZEROS.
       77 WS-C             PIC 9(03).
       77 WS-D             PIC 9(03).
       77 WS-E             PIC 9(01).
       77 WS-E-PROV        PIC 9(01).
       77 WS-DEP-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-IDX     PIC 9(03) VALUE ZEROS.
       77 WS-INVERTE       PIC X(01) VALUE "N".
       77 WS-TEM-PROVISAO  PIC X(01) VALUE "N".
       77 WS-DESLIGADO     PIC X(01) VALUE "N".
       77 WS-MATRICULA-TRAB PIC 9(05) VALUE ZEROS.
       77 WS-NOME-TRAB     PIC X(20) VALUE SPACES.
       77 WS-SALARIO-BASE  PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-SALDO    PIC 9(04) VALUE ZEROS.
       77 WS-AVOS-13       PIC 9(02) VALUE ZEROS.
       77 WS-AVOS-FERIAS   PIC 9(02) VALUE ZEROS.
       77 WS-MESES-CASA    PIC 9(04) VALUE ZEROS.
       77 WS-PERIODOS      PIC 9(03) VALUE ZEROS.
       77 WS-ANT-13        PIC 9(07)V99 VALUE ZEROS.
       77 WS-ANT-FER       PIC 9(07)V99 VALUE ZEROS.
       77 WS-ANT-ENC       PIC 9(07)V99 VALUE ZEROS.
       77 WS-PROV-13       PIC 9(07)V99 VALUE ZEROS.
       77 WS-PROV-FER      PIC 9(07)V99 VALUE ZEROS.
       77 WS-PROV-ENC      PIC 9(07)V99 VALUE ZEROS.
       77 WS-PREVIO        PIC 9(07)V99 VALUE ZEROS.
       77 WS-ALVO          PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIFERENCA     PIC 9(07)V99 VALUE ZEROS.
       77 WS-MOVIMENTO     PIC S9(08)V99 VALUE ZEROS.
       77 WS-VALOR-EVENTO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-13      PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-FER     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ENC     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-PROVISIONADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-ESTORNADO PIC 9(09)V99 VALUE ZEROS.
       01 WS-EVENTO-TRAB   PIC X(02) VALUE SPACES.
       01 WS-DEPTO-TRAB    PIC X(03) VALUE SPACES.
       01 WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

      *    POR MATRICULA + 1: REAJUSTES DO ANO NO CAD-HIST, ULTIMO ANO
      *    COM 13O PAGO E ULTIMA COMPETENCIA DE DESLIGAMENTO.
       01 WS-TABELA-FUNC.
           03 WS-FUNC-OCORRE OCCURS 100000 TIMES.
               05 WS-REAJ-SOMA    PIC 9(07)V99 VALUE ZEROS.
               05 WS-ANO-DT       PIC 9(04) VALUE ZEROS.
               05 WS-DESLIGAMENTO PIC 9(06) VALUE ZEROS.

       01 WS-TABELA-CONTAS.
           03 WS-CTA-OCORRE OCCURS 200 TIMES.
               05 WS-CTA-DEPTO    PIC X(03).
               05 WS-CTA-EVENTO   PIC X(02).
               05 WS-CTA-DEBITO   PIC X(08).
               05 WS-CTA-CREDITO  PIC X(08).

       01 WS-TABELA-DEPTOS.
           03 WS-DEP-OCORRE OCCURS 50 TIMES.
               05 WS-DEP-CODIGO   PIC X(03).
               05 WS-DEP-VALOR    PIC 9(09)V99 OCCURS 6 TIMES.

      *    1 A 3 PROVISAO (13O, FERIAS, ENCARGOS); 4 A 6 OS ESTORNOS.
       01 WS-EVENTOS.
           03 FILLER PIC X(02) VALUE "P3".
           03 FILLER PIC X(02) VALUE "PF".
           03 FILLER PIC X(02) VALUE "PE".
           03 FILLER PIC X(02) VALUE "R3".
           03 FILLER PIC X(02) VALUE "RF".
           03 FILLER PIC X(02) VALUE "RE".
       01 WS-EVENTOS-R REDEFINES WS-EVENTOS.
           03 WS-EVENTO PIC X(02) OCCURS 6 TIMES.

       01 WS-LINHA-DET.
           03 WS-DET-MATRICULA PIC 9(05).
           03 FILLER           PIC X(01).
           03 WS-DET-NOME      PIC X(20).
           03 FILLER           PIC X(01).
           03 WS-DET-13        PIC ZZZ,ZZ9.99.
           03 FILLER           PIC X(01).
           03 WS-DET-FERIAS    PIC ZZZ,ZZ9.99.
           03 FILLER           PIC X(01).
           03 WS-DET-ENCARGOS  PIC ZZZ,ZZ9.99.
           03 FILLER           PIC X(02).
           03 WS-DET-MOVIMENTO PIC ----,--9.99.
           03 FILLER           PIC X(08).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX104.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL WS-FIM-FUN = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX104.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-TAXAS.
           PERFORM CARREGA-CONTAS.
           PERFORM CARREGA-REAJUSTES.
           PERFORM CARREGA-FOLHA-HIST.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO WS-FIM-FUN
           ELSE
               OPEN INPUT CAD-SALDO-FERIAS
               IF WS-STATUS-SLD = "00"
                   MOVE "NAO" TO WS-FIM-SLD
                   PERFORM LEITURA-SALDO-FERIAS
               END-IF
               OPEN INPUT CAD-PROVISAO
               IF WS-STATUS-PRV = "00"
                   MOVE "NAO" TO WS-FIM-PRV
                   PERFORM LEITURA-PROVISAO
               END-IF
               OPEN OUTPUT CAD-PROVISAO-NOVO
                           LANCAMENTOS-PROV-NOVO
                           REL-EX104
               PERFORM VERIFICA-STATUS-PRN
               PERFORM VERIFICA-STATUS-LAN
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
           OPEN INPUT PARM-EX104.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX104
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                       AND COMPETENCIA-PARM NUMERIC
                   MOVE COMPETENCIA-PARM TO WS-MES-TRAB
                   IF WS-MT-MM > 0 AND WS-MT-MM < 13
                       MOVE WS-MES-TRAB TO WS-COMPETENCIA
                   END-IF
               END-IF
               CLOSE PARM-EX104
           END-IF.
           MOVE WS-COMPETENCIA TO WS-MES-TRAB.

       LE-TAXAS.
           OPEN INPUT PARM-EXE69.
           IF WS-STATUS-TAX = "00"
               READ PARM-EXE69
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-TAX = "00"
                   IF TAXA-FGTS-PARM NUMERIC
                      AND TAXA-FGTS-PARM > ZEROS
                       MOVE TAXA-FGTS-PARM TO WS-TAXA-FGTS
                   END-IF
                   IF TAXA-PATRONAL-PARM NUMERIC
                      AND TAXA-PATRONAL-PARM > ZEROS
                       MOVE TAXA-PATRONAL-PARM TO WS-TAXA-PATRONAL
                   END-IF
               END-IF
               CLOSE PARM-EXE69
           END-IF.

       CARREGA-CONTAS.
           OPEN INPUT CAD-CONTAS.
           IF WS-STATUS-CTA = "00"
               PERFORM LEITURA-CONTA
               PERFORM UNTIL WS-FIM-CTA = "SIM"
                   IF WS-QTD-CONTAS < 200
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE DEPTO-CTA
                           TO WS-CTA-DEPTO (WS-QTD-CONTAS)
                       MOVE EVENTO-CTA
                           TO WS-CTA-EVENTO (WS-QTD-CONTAS)
                       MOVE CONTA-DEBITO-CTA
                           TO WS-CTA-DEBITO (WS-QTD-CONTAS)
                       MOVE CONTA-CREDITO-CTA
                           TO WS-CTA-CREDITO (WS-QTD-CONTAS)
                   END-IF
                   PERFORM LEITURA-CONTA
               END-PERFORM
               CLOSE CAD-CONTAS
           END-IF.

       LEITURA-CONTA.
           READ CAD-CONTAS
               AT END MOVE "SIM" TO WS-FIM-CTA
           END-READ.

       CARREGA-REAJUSTES.
           OPEN INPUT CAD-HIST.
           IF WS-STATUS-HIST = "00"
               PERFORM LEITURA-HISTORICO
               PERFORM UNTIL WS-FIM-HIST = "SIM"
                   IF AAAA-HIST = WS-MT-AAAA
                           AND MMDD-HIST NOT = ZEROS
                       COMPUTE WS-IDX = CODIGO-HIST + 1
                       ADD VALOR-REAJUSTE-HIST
                           TO WS-REAJ-SOMA (WS-IDX)
                   END-IF
                   PERFORM LEITURA-HISTORICO
               END-PERFORM
               CLOSE CAD-HIST
           END-IF.

       LEITURA-HISTORICO.
           READ CAD-HIST
               AT END MOVE "SIM" TO WS-FIM-HIST
           END-READ.

      *    SO CONTA O QUE FOI PAGO ATE A COMPETENCIA APURADA.
       CARREGA-FOLHA-HIST.
           OPEN INPUT CAD-FOLHA-HIST.
           IF WS-STATUS-FHS = "00"
               PERFORM LEITURA-FOLHA-HIST
               PERFORM UNTIL WS-FIM-FHS = "SIM"
                   IF COMPETENCIA-FHS NOT GREATER THAN WS-COMPETENCIA
                       COMPUTE WS-IDX = MATRICULA-FHS + 1
                       PERFORM GUARDA-FOLHA-HIST
                   END-IF
                   PERFORM LEITURA-FOLHA-HIST
               END-PERFORM
               CLOSE CAD-FOLHA-HIST
           END-IF.

       GUARDA-FOLHA-HIST.
           EVALUATE TIPO-FHS
               WHEN "DT"
                   IF COMPETENCIA-FHS / 100 > WS-ANO-DT (WS-IDX)
                       COMPUTE WS-ANO-DT (WS-IDX) =
                           COMPETENCIA-FHS / 100
                   END-IF
               WHEN "RS"
               WHEN "RT"
               WHEN "RI"
                   IF COMPETENCIA-FHS > WS-DESLIGAMENTO (WS-IDX)
                       MOVE COMPETENCIA-FHS
                           TO WS-DESLIGAMENTO (WS-IDX)
                   END-IF
           END-EVALUATE.

       LEITURA-FOLHA-HIST.
           READ CAD-FOLHA-HIST
               AT END MOVE "SIM" TO WS-FIM-FHS
           END-READ.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROVISAO DE 13O SALARIO E FERIAS - COMPETENCIA "
                      DELIMITED BY SIZE
                  WS-MT-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MT-AAAA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "MATR. NOME                   SALDO 13O  SALDO FER"
                      DELIMITED BY SIZE
                  "  SALDO ENC  MOVIMENTO MES" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       LEITURA-FUNCIONARIO.
           READ CADFUN
               AT END MOVE "SIM" TO WS-FIM-FUN
           END-READ.
           IF WS-FIM-FUN = "NAO"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.

       LEITURA-SALDO-FERIAS.
           READ CAD-SALDO-FERIAS
               AT END MOVE "SIM" TO WS-FIM-SLD
           END-READ.

       LEITURA-PROVISAO.
           READ CAD-PROVISAO
               AT END MOVE "SIM" TO WS-FIM-PRV
           END-READ.

       PRINCIPAL.
           PERFORM ESTORNA-PROVISAO-SEM-CADASTRO
               UNTIL WS-FIM-PRV = "SIM"
                  OR MATRICULA-PRV NOT LESS THAN CODIGO-ENT.
           PERFORM UNTIL WS-FIM-SLD = "SIM"
                   OR MATRICULA-SLD NOT LESS THAN CODIGO-ENT
               PERFORM LEITURA-SALDO-FERIAS
           END-PERFORM.
           MOVE "N" TO WS-TEM-PROVISAO.
           IF WS-FIM-PRV = "NAO" AND MATRICULA-PRV = CODIGO-ENT
               MOVE "S" TO WS-TEM-PROVISAO
           END-IF.
           IF WS-TEM-PROVISAO = "S"
                   AND COMPETENCIA-PRV > WS-COMPETENCIA
               PERFORM REJEITA-COMPETENCIA
           ELSE
               PERFORM OBTEM-SALDO-ANTERIOR
               PERFORM CALCULA-PROVISAO
               MOVE CODIGO-ENT TO WS-MATRICULA-TRAB
               MOVE NOME-ENT TO WS-NOME-TRAB
               MOVE DEPTO-ENT TO WS-DEPTO-TRAB
               PERFORM MOVIMENTA-PROVISAO
           END-IF.
           IF WS-TEM-PROVISAO = "S"
               PERFORM LEITURA-PROVISAO
           END-IF.
           PERFORM LEITURA-FUNCIONARIO.

      *    MATRICULA COM PROVISAO QUE NAO ESTA MAIS NO CADFUN: ESTORNA
      *    O SALDO INTEIRO NO DEPARTAMENTO EM QUE ELE FOI PROVISIONADO.
       ESTORNA-PROVISAO-SEM-CADASTRO.
           MOVE "S" TO WS-TEM-PROVISAO.
           IF COMPETENCIA-PRV > WS-COMPETENCIA
               PERFORM REJEITA-COMPETENCIA
           ELSE
               PERFORM OBTEM-SALDO-ANTERIOR
               MOVE ZEROS TO WS-PROV-13 WS-PROV-FER WS-PROV-ENC
               MOVE MATRICULA-PRV TO WS-MATRICULA-TRAB
               MOVE "FORA DO CADFUN" TO WS-NOME-TRAB
               MOVE DEPTO-PRV TO WS-DEPTO-TRAB
               PERFORM MOVIMENTA-PROVISAO
           END-IF.
           PERFORM LEITURA-PROVISAO.

       REJEITA-COMPETENCIA.
           WRITE REG-PRN FROM REG-PRV.
           PERFORM VERIFICA-STATUS-PRN.
           ADD 1 TO WS-CONTADOR-EXC.
           MOVE SPACES TO WS-LINHA-REL.
           STRING MATRICULA-PRV DELIMITED BY SIZE
                  " PROVISAO JA APURADA NA COMPETENCIA "
                      DELIMITED BY SIZE
                  COMPETENCIA-PRV DELIMITED BY SIZE
                  " - MANTIDA" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    NA REAPURACAO DA MESMA COMPETENCIA O PONTO DE PARTIDA E O
      *    SALDO QUE ELA ENCONTROU, NAO O QUE ELA GRAVOU.
       OBTEM-SALDO-ANTERIOR.
           MOVE ZEROS TO WS-ANT-13 WS-ANT-FER WS-ANT-ENC.
           IF WS-TEM-PROVISAO = "S"
               IF COMPETENCIA-PRV = WS-COMPETENCIA
                   MOVE ANTERIOR-13-PRV TO WS-ANT-13
                   MOVE ANTERIOR-FER-PRV TO WS-ANT-FER
                   MOVE ANTERIOR-ENC-PRV TO WS-ANT-ENC
               ELSE
                   MOVE SALDO-13-PRV TO WS-ANT-13
                   MOVE SALDO-FER-PRV TO WS-ANT-FER
                   MOVE SALDO-ENC-PRV TO WS-ANT-ENC
               END-IF
           END-IF.

       CALCULA-PROVISAO.
           MOVE ZEROS TO WS-PROV-13 WS-PROV-FER WS-PROV-ENC.
           COMPUTE WS-IDX = CODIGO-ENT + 1.
           MOVE "N" TO WS-DESLIGADO.
           IF WS-DESLIGAMENTO (WS-IDX) > ZEROS
                   AND WS-DESLIGAMENTO (WS-IDX)
                       NOT LESS THAN ADMISSAO-ENT / 100
               MOVE "S" TO WS-DESLIGADO
           END-IF.
           IF WS-DESLIGADO = "N"
                   AND ADMISSAO-ENT / 100 NOT GREATER THAN
                       WS-COMPETENCIA
               COMPUTE WS-SALARIO-BASE = SALARIO-ENT
                   + WS-REAJ-SOMA (WS-IDX)
               PERFORM CALCULA-AVOS
               MOVE ZEROS TO WS-DIAS-SALDO
               IF WS-FIM-SLD = "NAO" AND MATRICULA-SLD = CODIGO-ENT
                   MOVE SALDO-SLD TO WS-DIAS-SALDO
               END-IF
               COMPUTE WS-PROV-13 ROUNDED =
                   WS-SALARIO-BASE * WS-AVOS-13 / 12
               COMPUTE WS-PROV-FER ROUNDED =
                   (WS-SALARIO-BASE * WS-DIAS-SALDO / 30
                    + WS-SALARIO-BASE * WS-AVOS-FERIAS / 12) * 4 / 3
               COMPUTE WS-PROV-ENC ROUNDED =
                   (WS-PROV-13 + WS-PROV-FER)
                   * (WS-TAXA-FGTS + WS-TAXA-PATRONAL) / 100
           END-IF.

      *    O MES DE ADMISSAO SO CONTA AVO SE ELA FOI ATE O DIA 15.
       CALCULA-AVOS.
           IF AAAA-ADM-ENT < WS-MT-AAAA
               MOVE WS-MT-MM TO WS-AVOS-13
           ELSE
               COMPUTE WS-AVOS-13 = WS-MT-MM - MM-ADM-ENT + 1
               IF DD-ADM-ENT > 15
                   SUBTRACT 1 FROM WS-AVOS-13
               END-IF
           END-IF.
           IF WS-ANO-DT (WS-IDX) = WS-MT-AAAA
               MOVE ZEROS TO WS-AVOS-13
           END-IF.
           COMPUTE WS-MESES-CASA =
               (WS-MT-AAAA - AAAA-ADM-ENT) * 12
               + WS-MT-MM - MM-ADM-ENT + 1.
           IF DD-ADM-ENT > 15
               SUBTRACT 1 FROM WS-MESES-CASA
           END-IF.
           DIVIDE WS-MESES-CASA BY 12 GIVING WS-PERIODOS
               REMAINDER WS-AVOS-FERIAS.

       MOVIMENTA-PROVISAO.
           PERFORM LOCALIZA-DEPTO.
           IF WS-DEP-IDX = ZEROS
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "MOVIMENTA-PROVISAO" TO WS-PARAGRAFO-ERRO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EX104 - TABELA DE DEPARTAMENTOS CHEIA - "
                      DELIMITED BY SIZE
                      WS-DEPTO-TRAB DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               MOVE WS-ANT-13 TO WS-PREVIO
               MOVE WS-PROV-13 TO WS-ALVO
               MOVE 1 TO WS-E-PROV
               PERFORM LANCA-DIFERENCA
               MOVE WS-ANT-FER TO WS-PREVIO
               MOVE WS-PROV-FER TO WS-ALVO
               MOVE 2 TO WS-E-PROV
               PERFORM LANCA-DIFERENCA
               MOVE WS-ANT-ENC TO WS-PREVIO
               MOVE WS-PROV-ENC TO WS-ALVO
               MOVE 3 TO WS-E-PROV
               PERFORM LANCA-DIFERENCA
           END-IF.
           IF WS-ANT-13 > ZEROS OR WS-ANT-FER > ZEROS
                   OR WS-ANT-ENC > ZEROS OR WS-PROV-13 > ZEROS
                   OR WS-PROV-FER > ZEROS OR WS-PROV-ENC > ZEROS
               PERFORM GRAVA-PROVISAO
               PERFORM GRAVA-DETALHE
           END-IF.

       LANCA-DIFERENCA.
           IF WS-ALVO > WS-PREVIO
               COMPUTE WS-DIFERENCA = WS-ALVO - WS-PREVIO
               ADD WS-DIFERENCA TO WS-DEP-VALOR (WS-DEP-IDX WS-E-PROV)
           ELSE
               IF WS-ALVO < WS-PREVIO
                   COMPUTE WS-DIFERENCA = WS-PREVIO - WS-ALVO
                   COMPUTE WS-E = WS-E-PROV + 3
                   ADD WS-DIFERENCA TO WS-DEP-VALOR (WS-DEP-IDX WS-E)
               END-IF
           END-IF.

       LOCALIZA-DEPTO.
           MOVE ZEROS TO WS-DEP-IDX.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DEPTOS
               IF WS-DEP-CODIGO (WS-D) = WS-DEPTO-TRAB
                   MOVE WS-D TO WS-DEP-IDX
                   MOVE WS-QTD-DEPTOS TO WS-D
               END-IF
           END-PERFORM.
           IF WS-DEP-IDX = ZEROS AND WS-QTD-DEPTOS < 50
               ADD 1 TO WS-QTD-DEPTOS
               MOVE WS-DEPTO-TRAB TO WS-DEP-CODIGO (WS-QTD-DEPTOS)
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 6
                   MOVE ZEROS TO WS-DEP-VALOR (WS-QTD-DEPTOS WS-E)
               END-PERFORM
               MOVE WS-QTD-DEPTOS TO WS-DEP-IDX
           END-IF.

       GRAVA-PROVISAO.
           MOVE WS-MATRICULA-TRAB TO MATRICULA-PRN.
           MOVE WS-COMPETENCIA TO COMPETENCIA-PRN.
           MOVE WS-DEPTO-TRAB TO DEPTO-PRN.
           MOVE WS-ANT-13 TO ANTERIOR-13-PRN.
           MOVE WS-ANT-FER TO ANTERIOR-FER-PRN.
           MOVE WS-ANT-ENC TO ANTERIOR-ENC-PRN.
           MOVE WS-PROV-13 TO SALDO-13-PRN.
           MOVE WS-PROV-FER TO SALDO-FER-PRN.
           MOVE WS-PROV-ENC TO SALDO-ENC-PRN.
           WRITE REG-PRN.
           PERFORM VERIFICA-STATUS-PRN.
           IF WS-PROV-13 = ZEROS AND WS-PROV-FER = ZEROS
                   AND WS-PROV-ENC = ZEROS
               ADD 1 TO WS-CONTADOR-ESTORNO
           ELSE
               ADD 1 TO WS-CONTADOR-PROV
           END-IF.
           ADD WS-PROV-13 TO WS-TOTAL-13.
           ADD WS-PROV-FER TO WS-TOTAL-FER.
           ADD WS-PROV-ENC TO WS-TOTAL-ENC.

       GRAVA-DETALHE.
           COMPUTE WS-MOVIMENTO =
               WS-PROV-13 + WS-PROV-FER + WS-PROV-ENC
               - WS-ANT-13 - WS-ANT-FER - WS-ANT-ENC.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-MATRICULA-TRAB TO WS-DET-MATRICULA.
           MOVE WS-NOME-TRAB TO WS-DET-NOME.
           MOVE WS-PROV-13 TO WS-DET-13.
           MOVE WS-PROV-FER TO WS-DET-FERIAS.
           MOVE WS-PROV-ENC TO WS-DET-ENCARGOS.
           MOVE WS-MOVIMENTO TO WS-DET-MOVIMENTO.
           WRITE REG-REL FROM WS-LINHA-DET.
           PERFORM VERIFICA-STATUS-REL.

       GRAVA-LANCAMENTOS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-QTD-DEPTOS
               PERFORM GRAVA-LANCAMENTO-EVENTO
                   VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 6
           END-PERFORM.

       GRAVA-LANCAMENTO-EVENTO.
           MOVE WS-DEP-VALOR (WS-D WS-E) TO WS-VALOR-EVENTO.
           IF WS-VALOR-EVENTO > ZEROS
               MOVE WS-DEP-CODIGO (WS-D) TO WS-DEPTO-TRAB
               MOVE "N" TO WS-INVERTE
               MOVE WS-EVENTO (WS-E) TO WS-EVENTO-TRAB
               PERFORM LOCALIZA-CONTA
               IF WS-CONTA-IDX = ZEROS AND WS-E > 3
                   COMPUTE WS-E-PROV = WS-E - 3
                   MOVE WS-EVENTO (WS-E-PROV) TO WS-EVENTO-TRAB
                   PERFORM LOCALIZA-CONTA
                   MOVE "S" TO WS-INVERTE
                   MOVE WS-EVENTO (WS-E) TO WS-EVENTO-TRAB
               END-IF
               IF WS-CONTA-IDX = ZEROS
                   ADD 1 TO WS-CONTADOR-SEM-CONTA
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING "EX104 - SEM CONTA PARA DEPTO "
                          DELIMITED BY SIZE
                          WS-DEPTO-TRAB DELIMITED BY SIZE
                          " EVENTO " DELIMITED BY SIZE
                          WS-EVENTO-TRAB DELIMITED BY SIZE
                       INTO WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
                   ADD 1 TO WS-QTD-ERROS-IO
               ELSE
                   MOVE WS-DATA-SISTEMA TO DATA-LAN
                   MOVE WS-DEPTO-TRAB TO DEPTO-LAN
                   MOVE WS-EVENTO-TRAB TO EVENTO-LAN
                   IF WS-INVERTE = "S"
                       MOVE WS-CTA-CREDITO (WS-CONTA-IDX)
                           TO CONTA-DEBITO-LAN
                       MOVE WS-CTA-DEBITO (WS-CONTA-IDX)
                           TO CONTA-CREDITO-LAN
                   ELSE
                       MOVE WS-CTA-DEBITO (WS-CONTA-IDX)
                           TO CONTA-DEBITO-LAN
                       MOVE WS-CTA-CREDITO (WS-CONTA-IDX)
                           TO CONTA-CREDITO-LAN
                   END-IF
                   MOVE WS-VALOR-EVENTO TO VALOR-LAN
                   WRITE REG-LAN
                   PERFORM VERIFICA-STATUS-LAN
                   ADD 1 TO WS-CONTADOR-LANCADO
                   IF WS-E > 3
                       ADD WS-VALOR-EVENTO TO WS-TOTAL-ESTORNADO
                   ELSE
                       ADD WS-VALOR-EVENTO TO WS-TOTAL-PROVISIONADO
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CONTA-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CONTAS
               IF WS-CTA-DEPTO (WS-C) = WS-DEPTO-TRAB
                  AND WS-CTA-EVENTO (WS-C) = WS-EVENTO-TRAB
                   MOVE WS-C TO WS-CONTA-IDX
                   MOVE WS-QTD-CONTAS TO WS-C
               END-IF
           END-PERFORM.
           IF WS-CONTA-IDX = ZEROS
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CONTAS
                   IF WS-CTA-DEPTO (WS-C) = "***"
                      AND WS-CTA-EVENTO (WS-C) = WS-EVENTO-TRAB
                       MOVE WS-C TO WS-CONTA-IDX
                       MOVE WS-QTD-CONTAS TO WS-C
                   END-IF
               END-PERFORM
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-13 TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SALDO DA PROVISAO DE 13O SALARIO: "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-FER TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SALDO DA PROVISAO DE FERIAS:      "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-ENC TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SALDO DA PROVISAO DE ENCARGOS:    "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-PROVISIONADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "LANCADO NO MES - PROVISAO:        "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-TOTAL-ESTORNADO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "LANCADO NO MES - ESTORNO:         "
                      DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-PRN.
           IF WS-STATUS-PRN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PRN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-LAN.
           IF WS-STATUS-LAN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-LAN"
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
           STRING "EX104 - FUNCIONARIOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  PROVISIONADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-PROV DELIMITED BY SIZE
                  "  ESTORNADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ESTORNO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX104 - LANCAMENTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LANCADO DELIMITED BY SIZE
                  "  SEM CONTA: " DELIMITED BY SIZE
                  WS-CONTADOR-SEM-CONTA DELIMITED BY SIZE
                  "  EXCECOES: " DELIMITED BY SIZE
                  WS-CONTADOR-EXC DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX104 - ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EX104" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           COMPUTE GRAVADOS-RHI =
               WS-CONTADOR-PROV + WS-CONTADOR-ESTORNO.
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
                  " SLD=" DELIMITED BY SIZE
                  WS-STATUS-SLD DELIMITED BY SIZE
                  " PRV=" DELIMITED BY SIZE
                  WS-STATUS-PRV DELIMITED BY SIZE
                  " PRN=" DELIMITED BY SIZE
                  WS-STATUS-PRN DELIMITED BY SIZE
                  " CTA=" DELIMITED BY SIZE
                  WS-STATUS-CTA DELIMITED BY SIZE
                  " LAN=" DELIMITED BY SIZE
                  WS-STATUS-LAN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-FUN = "00" OR WS-STATUS-FUN = "10"
               PERFORM ESTORNA-PROVISAO-SEM-CADASTRO
                   UNTIL WS-FIM-PRV = "SIM"
               PERFORM GRAVA-LANCAMENTOS
               PERFORM IMPRIME-TOTAIS
               CLOSE CADFUN
                     CAD-PROVISAO-NOVO
                     LANCAMENTOS-PROV-NOVO
                     REL-EX104
               IF WS-STATUS-SLD = "00" OR WS-STATUS-SLD = "10"
                   CLOSE CAD-SALDO-FERIAS
               END-IF
               IF WS-STATUS-PRV = "00" OR WS-STATUS-PRV = "10"
                   CLOSE CAD-PROVISAO
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
           CLOSE LOG-EX104.
