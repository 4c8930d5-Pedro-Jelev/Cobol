       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE95.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    INFORME DE RENDIMENTOS ANUAL DOS FUNCIONARIOS. LE O
      *    HISTORICO PERMANENTE DA FOLHA (CAD-FOLHA-HIST.DAT), GRAVADO
      *    PELO EXE31 (FOLHA MENSAL), EXE33 (13o SALARIO), EXE67
      *    (RESCISAO) E EXE68 (FERIAS), E EMITE PARA CADA MATRICULA COM
      *    RENDIMENTO NO ANO-CALENDARIO O COMPROVANTE DE RENDIMENTOS
      *    (INFORME-REND.DAT): RENDIMENTOS TRIBUTAVEIS, PREVIDENCIA
      *    OFICIAL, IRRF RETIDO, 13o SALARIO EM TRIBUTACAO EXCLUSIVA,
      *    INDENIZACOES ISENTAS DA RESCISAO E OS DEPENDENTES DO
      *    CAD-DEPENDENTES. O REL-EXE95.DAT TRAZ OS TOTAIS MENSAIS E
      *    ANUAIS DA FONTE PAGADORA PARA A DECLARACAO DO ANO.
      *    REPROCESSAMENTO GRAVA O HISTORICO DE NOVO: PARA A MESMA
      *    MATRICULA, COMPETENCIA E TIPO VALE O ULTIMO REGISTRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-EXE95   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-NFSE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NFP.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT ORDENA-FOLHA   ASSIGN TO DISK.

           SELECT CAD-DEPENDENTES   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DEP.

           SELECT INFORME-REND   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-INF.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE95   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE95   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    ANO-CALENDARIO; EM BRANCO, O ANO ANTERIOR AO DA DATA DO
      *    MOVIMENTO.
       FD PARM-EXE95
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE95.DAT".

       01 REG-PARM-EXE95.
           03 ANO-PARM         PIC 9(04).

      *    CNPJ DA ESCOLA, O MESMO DA NFS-E.
       FD PARM-NFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-NFSE.DAT".

       01 REG-NFP.
           03 CNPJ-NFP         PIC 9(14).
           03 FILLER           PIC X(37).

       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS                 PIC X(80).

       SD ORDENA-FOLHA.

       01 REG-ORD.
           03 MATRICULA-ORD    PIC 9(05).
           03 ANO-ORD          PIC 9(04).
           03 MES-ORD          PIC 9(02).
           03 TIPO-ORD         PIC X(02).
           03 FILLER           PIC X(67).

       FD CAD-DEPENDENTES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-DEPENDENTES.DAT".

       01 REG-DEP.
           03 MATRICULA-DEP    PIC 9(05).
           03 SEQUENCIA-DEP    PIC 9(02).
           03 NOME-DEP         PIC X(30).
           03 NASCIMENTO-DEP   PIC 9(08).
           03 TIPO-DEP         PIC X(02).

       01 REG-DEP-NASCIMENTO REDEFINES REG-DEP.
           03 FILLER           PIC X(37).
           03 AAAA-NASC-DEP    PIC 9(04).
           03 MM-NASC-DEP      PIC 9(02).
           03 DD-NASC-DEP      PIC 9(02).
           03 FILLER           PIC X(02).

       FD INFORME-REND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INFORME-REND.DAT".

       01 REG-INF                  PIC X(80).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE95
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE95.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EXE95
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE95.DAT".

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
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-NFP    PIC X(02) VALUE "00".
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       77 WS-STATUS-DEP    PIC X(02) VALUE "00".
       77 WS-STATUS-INF    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-FIM-DEP       PIC X(03) VALUE "NAO".
       77 WS-RECUSADA      PIC X(01) VALUE "N".
       77 WS-HA-PENDENTE   PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE95".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ANO      PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SUBST    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-IGNORADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-INFORME  PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-ANO           PIC 9(04) VALUE ZEROS.
       77 WS-CNPJ          PIC 9(14) VALUE ZEROS.
       77 WS-MES           PIC 9(02) VALUE ZEROS.
       77 WS-M             PIC 9(02).
       77 WS-QTD-DEP       PIC 9(02) VALUE ZEROS.
      *    ULTIMO REGISTRO LIDO DE CADA MATRICULA/COMPETENCIA/TIPO;
      *    SO ENTRA NOS TOTAIS QUANDO A CHAVE MUDA.
       01 WS-REG-FHS.
           COPY FOLHIS01.
       01 WS-REG-FHS-CHAVE REDEFINES WS-REG-FHS.
           03 WS-CHAVE-FHS.
               05 FILLER           PIC 9(05).
               05 FILLER           PIC 9(04).
               05 WS-MES-FHS       PIC 9(02).
               05 FILLER           PIC X(02).
           03 FILLER               PIC X(67).
       01 WS-CHAVE-ORD         PIC X(13).
      *    ACUMULADORES DO FUNCIONARIO NO ANO.
       01 WS-ACUMULA-FUNCIONARIO.
           03 WS-FUN-TRIBUTAVEL    PIC 9(09)V99.
           03 WS-FUN-INSS          PIC 9(09)V99.
           03 WS-FUN-IRRF          PIC 9(09)V99.
           03 WS-FUN-DECIMO        PIC 9(09)V99.
           03 WS-FUN-IRRF-DECIMO   PIC 9(09)V99.
           03 WS-FUN-ISENTO        PIC 9(09)V99.
           03 WS-FUN-FERIAS        PIC 9(09)V99.
       01 WS-MATRICULA-FUN     PIC 9(05) VALUE ZEROS.
       01 WS-NOME-FUN          PIC X(20) VALUE SPACES.
       01 WS-DEPTO-FUN         PIC X(03) VALUE SPACES.
      *    TOTAIS DA FONTE PAGADORA: MESES 01 A 12 E, NA 13a
      *    OCORRENCIA, O 13o SALARIO.
       01 WS-TABELA-MES.
           03 WS-MES-OCORRE OCCURS 13 TIMES.
               05 WS-MES-TRIBUTAVEL PIC 9(09)V99.
               05 WS-MES-INSS       PIC 9(09)V99.
               05 WS-MES-IRRF       PIC 9(09)V99.
       77 WS-TOT-TRIBUTAVEL PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-ISENTO     PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOTAL-EDITADO  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO-3 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DATA-EDITADA.
           03 WS-DE-DD         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-AAAA       PIC 9(04).
       01 WS-LINHA-INF             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX95.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-RECUSADA = "N"
               SORT ORDENA-FOLHA
                   ON ASCENDING KEY MATRICULA-ORD
                   ON ASCENDING KEY ANO-ORD
                   ON ASCENDING KEY MES-ORD
                   ON ASCENDING KEY TIPO-ORD
                   WITH DUPLICATES IN ORDER
                   USING CAD-FOLHA-HIST
                   OUTPUT PROCEDURE IS EMITE-INFORMES
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE95.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-CNPJ.
           INITIALIZE WS-TABELA-MES.
           OPEN OUTPUT REL-EXE95.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "INFORME DE RENDIMENTOS - TOTAIS DA FONTE PAGADORA"
                      DELIMITED BY SIZE
                  " - ANO-CALENDARIO " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "CNPJ DA FONTE PAGADORA: " DELIMITED BY SIZE
                  WS-CNPJ DELIMITED BY SIZE
                  "  EMISSAO: " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           OPEN INPUT CAD-FOLHA-HIST.
           IF WS-STATUS-FHS NOT = "00"
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE95 - CAD-FOLHA-HIST.DAT AUSENTE - "
                          DELIMITED BY SIZE
                      "EXECUCAO RECUSADA" DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               CLOSE CAD-FOLHA-HIST
               OPEN OUTPUT INFORME-REND
               PERFORM VERIFICA-STATUS-INF
               OPEN INPUT CAD-DEPENDENTES
               IF WS-STATUS-DEP = "00"
                   PERFORM LEITURA-DEPENDENTE
               ELSE
                   MOVE "SIM" TO WS-FIM-DEP
               END-IF
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
           COMPUTE WS-ANO = WS-DATA-SISTEMA / 10000 - 1.
           OPEN INPUT PARM-EXE95.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE95
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                  AND ANO-PARM NUMERIC
                  AND ANO-PARM > ZEROS
                   MOVE ANO-PARM TO WS-ANO
               END-IF
               CLOSE PARM-EXE95
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

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-INF.
           IF WS-STATUS-INF NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-INF"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA-DEPENDENTE.
           READ CAD-DEPENDENTES
               AT END MOVE "SIM" TO WS-FIM-DEP
           END-READ.

      *    O REGISTRO PENDENTE SO E SOMADO QUANDO O SEGUINTE TEM OUTRA
      *    CHAVE; SE A CHAVE SE REPETE, O MAIS RECENTE O SUBSTITUI.
       EMITE-INFORMES.
           PERFORM RETORNA-ORDENADO.
           IF WS-FIM-ORD NOT = "SIM"
               MOVE REG-ORD TO WS-REG-FHS
               MOVE "S" TO WS-HA-PENDENTE
               PERFORM ABRE-FUNCIONARIO
           END-IF.
           PERFORM UNTIL WS-HA-PENDENTE = "N"
               PERFORM RETORNA-ORDENADO
               IF WS-FIM-ORD NOT = "SIM"
                   MOVE REG-ORD (1:13) TO WS-CHAVE-ORD
               END-IF
               IF WS-FIM-ORD NOT = "SIM"
                       AND WS-CHAVE-ORD = WS-CHAVE-FHS
                   MOVE REG-ORD TO WS-REG-FHS
                   ADD 1 TO WS-CONTADOR-SUBST
               ELSE
                   PERFORM SOMA-PENDENTE
                   IF WS-FIM-ORD = "SIM"
                       PERFORM FECHA-FUNCIONARIO
                       MOVE "N" TO WS-HA-PENDENTE
                   ELSE
                       IF MATRICULA-ORD NOT = WS-MATRICULA-FUN
                           PERFORM FECHA-FUNCIONARIO
                           MOVE REG-ORD TO WS-REG-FHS
                           PERFORM ABRE-FUNCIONARIO
                       ELSE
                           MOVE REG-ORD TO WS-REG-FHS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    SO INTERESSAM OS REGISTROS DO ANO-CALENDARIO.
       RETORNA-ORDENADO.
           RETURN ORDENA-FOLHA
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.
           IF WS-FIM-ORD NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.
           PERFORM UNTIL WS-FIM-ORD = "SIM" OR ANO-ORD = WS-ANO
               RETURN ORDENA-FOLHA
                   AT END MOVE "SIM" TO WS-FIM-ORD
               END-RETURN
               IF WS-FIM-ORD NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-PERFORM.
           IF WS-FIM-ORD NOT = "SIM"
               ADD 1 TO WS-CONTADOR-ANO.

       ABRE-FUNCIONARIO.
           MOVE MATRICULA-FHS TO WS-MATRICULA-FUN.
           INITIALIZE WS-ACUMULA-FUNCIONARIO.

      *    FO E RS SAO RENDIMENTO TRIBUTAVEL DO MES; DT E RT, 13o EM
      *    TRIBUTACAO EXCLUSIVA; RI, INDENIZACAO ISENTA; FE E SO
      *    INFORMATIVO (AS FERIAS JA ESTAO NO FO DO MES EM QUE FORAM
      *    PAGAS).
       SOMA-PENDENTE.
           MOVE NOME-FHS TO WS-NOME-FUN.
           MOVE DEPTO-FHS TO WS-DEPTO-FUN.
           MOVE WS-MES-FHS TO WS-MES.
           IF WS-MES < 1 OR WS-MES > 12
               MOVE 12 TO WS-MES
           END-IF.
           EVALUATE TIPO-FHS
               WHEN "FO"
               WHEN "RS"
                   ADD BRUTO-FHS TO WS-FUN-TRIBUTAVEL
                                    WS-MES-TRIBUTAVEL (WS-MES)
                   ADD INSS-FHS TO WS-FUN-INSS
                                   WS-MES-INSS (WS-MES)
                   ADD IRRF-FHS TO WS-FUN-IRRF
                                   WS-MES-IRRF (WS-MES)
               WHEN "DT"
               WHEN "RT"
                   ADD BRUTO-FHS TO WS-FUN-DECIMO
                                    WS-MES-TRIBUTAVEL (13)
                   ADD INSS-FHS TO WS-MES-INSS (13)
                   ADD IRRF-FHS TO WS-FUN-IRRF-DECIMO
                                   WS-MES-IRRF (13)
               WHEN "RI"
                   ADD BRUTO-FHS TO WS-FUN-ISENTO
               WHEN "FE"
                   ADD BRUTO-FHS TO WS-FUN-FERIAS
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-IGNORADO
           END-EVALUATE.

       FECHA-FUNCIONARIO.
           ADD WS-FUN-TRIBUTAVEL TO WS-TOT-TRIBUTAVEL.
           ADD WS-FUN-INSS TO WS-TOT-INSS.
           ADD WS-FUN-IRRF TO WS-TOT-IRRF.
           ADD WS-FUN-ISENTO TO WS-TOT-ISENTO.
           PERFORM IMPRIME-INFORME.
           ADD 1 TO WS-CONTADOR-INFORME.

       IMPRIME-INFORME.
           MOVE ALL "-" TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SPACES TO WS-LINHA-INF.
           STRING "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO "
                      DELIMITED BY SIZE
                  "RETIDO NA FONTE" DELIMITED BY SIZE
               INTO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SPACES TO WS-LINHA-INF.
           STRING "ANO-CALENDARIO: " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
               INTO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SPACES TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SPACES TO WS-LINHA-INF.
           STRING "1. FONTE PAGADORA - CNPJ: " DELIMITED BY SIZE
                  WS-CNPJ DELIMITED BY SIZE
               INTO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SPACES TO WS-LINHA-INF.
           STRING "2. BENEFICIARIO - MATRICULA: " DELIMITED BY SIZE
                  WS-MATRICULA-FUN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOME-FUN DELIMITED BY SIZE
                  "  DEPTO " DELIMITED BY SIZE
                  WS-DEPTO-FUN DELIMITED BY SIZE
               INTO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE SPACES TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
               TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
               TO WS-LINHA-INF.
           MOVE WS-FUN-TRIBUTAVEL TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   CONTRIBUICAO PREVIDENCIARIA OFICIAL"
               TO WS-LINHA-INF.
           MOVE WS-FUN-INSS TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO WS-LINHA-INF.
           MOVE WS-FUN-IRRF TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
               TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   INDENIZACOES POR RESCISAO (FERIAS, 1/3, AVISO)"
               TO WS-LINHA-INF.
           MOVE WS-FUN-ISENTO TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   DECIMO TERCEIRO SALARIO" TO WS-LINHA-INF.
           MOVE WS-FUN-DECIMO TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   IRRF SOBRE O DECIMO TERCEIRO SALARIO"
               TO WS-LINHA-INF.
           MOVE WS-FUN-IRRF-DECIMO TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "6. INFORMACOES COMPLEMENTARES" TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           MOVE "   FERIAS PAGAS NO ANO (INCLUIDAS NO ITEM 3)"
               TO WS-LINHA-INF.
           MOVE WS-FUN-FERIAS TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-INF (63:14).
           PERFORM GRAVA-LINHA-INFORME.
           PERFORM IMPRIME-DEPENDENTES.

       IMPRIME-DEPENDENTES.
           MOVE ZEROS TO WS-QTD-DEP.
           PERFORM UNTIL WS-FIM-DEP = "SIM"
                   OR MATRICULA-DEP NOT LESS THAN WS-MATRICULA-FUN
               PERFORM LEITURA-DEPENDENTE
           END-PERFORM.
           MOVE "   DEPENDENTES:" TO WS-LINHA-INF.
           PERFORM GRAVA-LINHA-INFORME.
           PERFORM UNTIL WS-FIM-DEP = "SIM"
                   OR MATRICULA-DEP NOT = WS-MATRICULA-FUN
               ADD 1 TO WS-QTD-DEP
               MOVE DD-NASC-DEP TO WS-DE-DD
               MOVE MM-NASC-DEP TO WS-DE-MM
               MOVE AAAA-NASC-DEP TO WS-DE-AAAA
               MOVE SPACES TO WS-LINHA-INF
               STRING "     " DELIMITED BY SIZE
                      NOME-DEP DELIMITED BY SIZE
                      "  NASC. " DELIMITED BY SIZE
                      WS-DATA-EDITADA DELIMITED BY SIZE
                      "  TIPO " DELIMITED BY SIZE
                      TIPO-DEP DELIMITED BY SIZE
                   INTO WS-LINHA-INF
               PERFORM GRAVA-LINHA-INFORME
               PERFORM LEITURA-DEPENDENTE
           END-PERFORM.
           IF WS-QTD-DEP = ZEROS
               MOVE "     NENHUM DEPENDENTE CADASTRADO"
                   TO WS-LINHA-INF
               PERFORM GRAVA-LINHA-INFORME
           END-IF.

       GRAVA-LINHA-INFORME.
           WRITE REG-INF FROM WS-LINHA-INF.
           PERFORM VERIFICA-STATUS-INF.

      *    TOTAIS MENSAIS E ANUAIS DA FONTE PAGADORA.
       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "MES       RENDIMENTOS TRIB.   PREVIDENCIA OFICIAL"
                      DELIMITED BY SIZE
                  "         IRRF RETIDO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 13
               MOVE WS-MES-TRIBUTAVEL (WS-M) TO WS-TOTAL-EDITADO
               MOVE WS-MES-INSS (WS-M) TO WS-TOTAL-EDITADO-2
               MOVE WS-MES-IRRF (WS-M) TO WS-TOTAL-EDITADO-3
               MOVE SPACES TO WS-LINHA-REL
               IF WS-M = 13
                   MOVE "13o" TO WS-LINHA-REL (1:3)
               ELSE
                   MOVE WS-M TO WS-LINHA-REL (1:2)
               END-IF
               MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (13:14)
               MOVE WS-TOTAL-EDITADO-2 TO WS-LINHA-REL (37:14)
               MOVE WS-TOTAL-EDITADO-3 TO WS-LINHA-REL (57:14)
               WRITE REG-REL FROM WS-LINHA-REL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "RENDIMENTOS TRIBUTAVEIS NO ANO" TO WS-LINHA-REL.
           MOVE WS-TOT-TRIBUTAVEL TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (57:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "CONTRIBUICAO PREVIDENCIARIA OFICIAL" TO WS-LINHA-REL.
           MOVE WS-TOT-INSS TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (57:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "IRRF RETIDO (EXCETO 13o)" TO WS-LINHA-REL.
           MOVE WS-TOT-IRRF TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (57:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "13o SALARIO (TRIBUTACAO EXCLUSIVA)" TO WS-LINHA-REL.
           MOVE WS-MES-TRIBUTAVEL (13) TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (57:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "IRRF RETIDO SOBRE O 13o" TO WS-LINHA-REL.
           MOVE WS-MES-IRRF (13) TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (57:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "RENDIMENTOS ISENTOS (INDENIZACOES DE RESCISAO)"
               TO WS-LINHA-REL.
           MOVE WS-TOT-ISENTO TO WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-EDITADO TO WS-LINHA-REL (57:14).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "BENEFICIARIOS: " DELIMITED BY SIZE
                  WS-CONTADOR-INFORME DELIMITED BY SIZE
                  "  REGISTROS SUBSTITUIDOS POR REPROCESSAMENTO: "
                      DELIMITED BY SIZE
                  WS-CONTADOR-SUBST DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-IGNORADO > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING "REGISTROS COM TIPO DESCONHECIDO IGNORADOS: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-IGNORADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE95 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  DO ANO: " DELIMITED BY SIZE
                  WS-CONTADOR-ANO DELIMITED BY SIZE
                  "  INFORMES: " DELIMITED BY SIZE
                  WS-CONTADOR-INFORME DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE95 - ANO: " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  "  SUBSTITUIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-SUBST DELIMITED BY SIZE
                  "  IGNORADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-IGNORADO DELIMITED BY SIZE
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
               MOVE "EXE95" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-INFORME TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-IGNORADO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               MOVE ZEROS TO RC-RHI
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "PARM=" DELIMITED BY SIZE
                  WS-STATUS-PARM DELIMITED BY SIZE
                  " NFP=" DELIMITED BY SIZE
                  WS-STATUS-NFP DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
                  " DEP=" DELIMITED BY SIZE
                  WS-STATUS-DEP DELIMITED BY SIZE
                  " INF=" DELIMITED BY SIZE
                  WS-STATUS-INF DELIMITED BY SIZE
                  " MOV=" DELIMITED BY SIZE
                  WS-STATUS-MOV DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE WS-REG-FHS TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-RECUSADA = "N"
               CLOSE INFORME-REND
               IF WS-STATUS-DEP = "00" OR WS-STATUS-DEP = "10"
                   CLOSE CAD-DEPENDENTES
               END-IF
               IF WS-CONTADOR-INFORME = ZEROS
                   MOVE "NENHUM RENDIMENTO NO ANO-CALENDARIO"
                       TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               ELSE
                   PERFORM IMPRIME-TOTAIS
               END-IF
           END-IF.
           CLOSE REL-EXE95.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE LOG-EXE95.
