       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX113.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    INDICADORES GERENCIAIS MENSAIS POR UNIDADE. UM BLOCO POR
      *    UNIDADE DO CADUNI (E PELAS UNIDADES QUE SO APARECEM NOS
      *    MOVIMENTOS), MAIS O TOTAL GERAL, COM:
      *      MATRICULA   ALUNOS ATIVOS NO FIM DO MES E SAIDAS NO MES
      *                  (SITUACAO T/D/C DO CADALU), MOVIMENTO LIQUIDO
      *                  CONTRA O MES ANTERIOR, OCUPACAO DAS TURMAS DO
      *                  ANO (ALUNOS / CAPACIDADE-TUR DO CADTUR)
      *      RECEITA     FATURADO DA COMPETENCIA (CADMEN-HIST, LIQUIDO
      *                  DE BOLSA), RECEBIDO NO MES (CADPAG-HIST PELA
      *                  DATA DO PAGAMENTO), INADIMPLENCIA DA
      *                  COMPETENCIA (COBRANCAS VENCIDAS AINDA NO
      *                  CADMEN-ABERTO / FATURADO), SALDO VENCIDO E
      *                  CUSTO DAS BOLSAS (CADMEN-BOLSA DO EXE27)
      *      FOLHA       BRUTO (CAD-BRUTO), ENCARGOS (CAD-ENCARGOS) E
      *                  QUADRO, PELA UNIDADE DO CADFUN
      *      RESULTADO   FOLHA E ENCARGOS POR ALUNO, RECEITA POR ALUNO
      *                  E MARGEM (FATURADO - FOLHA - ENCARGOS)
      *    CADA INDICADOR E COMPARADO COM O MES ANTERIOR E COM O
      *    MESMO MES DO ANO ANTERIOR, LIDOS DO CAD-KPI-HIST.DAT. O
      *    HISTORICO E REGRAVADO EM CAD-KPI-HIST-NOVO.DAT (A
      *    COMPETENCIA PROCESSADA E SUBSTITUIDA, AS DEMAIS MANTIDAS).
      *    CADALU, CADMEN-ABERTO, CADFUN, CAD-BRUTO E CAD-ENCARGOS SAO
      *    A POSICAO ATUAL: O PROGRAMA DEVE RODAR NO FECHAMENTO DO MES,
      *    DEPOIS DA FOLHA E DO FATURAMENTO. FONTE AUSENTE OU
      *    CADMEN-BOLSA DE OUTRA COMPETENCIA DEIXA O RELATORIO
      *    INCOMPLETO E O PROGRAMA TERMINA COM RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUNI   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-UNI.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  DYNAMIC
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CADMEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MEN.

           SELECT CADPAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAG.

           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT CADMEN-BOLSA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MBL.

           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CAD-BRUTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BRT.

           SELECT CAD-ENCARGOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENC.

           SELECT CAD-KPI-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-KPI.

           SELECT CAD-KPI-HIST-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-KPN.

           SELECT PARM-EX113   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX113   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX113   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADUNI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADUNI.DAT".

       01 REG-UNI.
           03 CODIGO-UNI       PIC X(02).
           03 NOME-UNI         PIC X(20).

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

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           03 CODIGO-TUR       PIC X(03).
           03 DESCRICAO-TUR    PIC X(20).
           03 ANO-TUR          PIC 9(04).
           03 CAPACIDADE-TUR   PIC 9(04).
           03 UNIDADE-TUR      PIC X(02).

      *    HISTORICO DAS COMPETENCIAS JA POSTADAS (VER BILLING.SH):
      *    O CADMEN E O CADPAG SO GUARDAM O MES CORRENTE.
       FD CADMEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-HIST.DAT".

       01 REG-MEN.
           03 NUMERO-MEN       PIC 9(07).
           03 COMPETENCIA-MEN  PIC 9(06).
           03 TIPO-MEN         PIC 9(02).
           03 VALOR-MEN        PIC 9(05)V99.
           03 VENCIMENTO-MEN   PIC 9(08).
           03 BOLSA-MEN        PIC 9(03).

       FD CADPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAG-HIST.DAT".

       01 REG-PAG.
           03 NUMERO-PAG       PIC 9(07).
           03 COMPETENCIA-PAG  PIC 9(06).
           03 TIPO-PAG         PIC 9(02).
           03 VALOR-PAG        PIC 9(05)V99.
           03 DATA-PAG         PIC 9(08).

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

       FD CADFUN
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN.DAT".

       01 REG-FUN.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-FUN==
                                   ==NOME-ENT== BY ==NOME-FUN==
                                   ==SALARIO-ENT== BY ==SALARIO-FUN==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-FUN==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-FUN==
                                   ==PREFIXO-UNI== BY ==UNIDADE-FUN==
                                   ==PREFIXO-CAR== BY ==CARGO-FUN==.

       FD CAD-BRUTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-BRUTO.DAT".

       01 REG-BRT.
           03 MATRICULA-BRT    PIC 9(05).
           03 NOME-BRT         PIC X(30).
           03 SALARIO-BASE-BRT PIC 9(05)V99.
           03 HORAS-HE50-BRT   PIC 9(03).
           03 VALOR-HE50-BRT   PIC 9(06)V99.
           03 HORAS-HE100-BRT  PIC 9(03).
           03 VALOR-HE100-BRT  PIC 9(06)V99.
           03 HORAS-AULA-BRT   PIC 9(04)V9.
           03 VALOR-AULA-BRT   PIC 9(06)V99.
           03 SALARIO-BRUTO-BRT PIC 9(06)V99.
           03 DEPTO-BRT        PIC X(03).
           03 ADMISSAO-BRT     PIC 9(08).

       FD CAD-ENCARGOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ENCARGOS.DAT".

       01 REG-ENC.
           03 MATRICULA-ENC    PIC 9(05).
           03 BASE-ENC         PIC 9(06)V99.
           03 FGTS-ENC         PIC 9(06)V99.
           03 PATRONAL-ENC     PIC 9(06)V99.
           03 TOTAL-ENC        PIC 9(07)V99.
           03 DEPTO-ENC        PIC X(03).

      *        HISTORICO DOS INDICADORES: UMA LINHA POR UNIDADE E
      *        COMPETENCIA COM AS BASES DE CALCULO DO MES.
       FD CAD-KPI-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-KPI-HIST.DAT".

       01 REG-KPI.
           03 UNIDADE-KPI      PIC X(02).
           03 COMPETENCIA-KPI  PIC 9(06).
           03 ATIVOS-KPI       PIC 9(06).
           03 SAIDAS-KPI       PIC 9(05).
           03 TURMAS-KPI       PIC 9(04).
           03 CAPACIDADE-KPI   PIC 9(06).
           03 ALUNOS-TURMA-KPI PIC 9(06).
           03 FATURADO-KPI     PIC 9(09)V99.
           03 RECEBIDO-KPI     PIC 9(09)V99.
           03 VENCIDO-MES-KPI  PIC 9(09)V99.
           03 VENCIDO-TOTAL-KPI PIC 9(09)V99.
           03 BOLSA-KPI        PIC 9(09)V99.
           03 FOLHA-KPI        PIC 9(09)V99.
           03 ENCARGOS-KPI     PIC 9(09)V99.
           03 QUADRO-KPI       PIC 9(05).

       FD CAD-KPI-HIST-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-KPI-HIST-NOVO.DAT".

       01 REG-KPN                  PIC X(117).

      *    COMPETENCIA AAAAMM OPCIONAL; SEM ELA VALE O MES DA DATA DO
      *    MOVIMENTO.
       FD PARM-EX113
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX113.DAT".

       01 REG-PARM-EX113.
           03 COMPETENCIA-PARM PIC X(06).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EX113
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX113.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EX113
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX113.DAT".

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
       77 WS-STATUS-UNI    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-MEN    PIC X(02) VALUE "00".
       77 WS-STATUS-PAG    PIC X(02) VALUE "00".
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-MBL    PIC X(02) VALUE "00".
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-BRT    PIC X(02) VALUE "00".
       77 WS-STATUS-ENC    PIC X(02) VALUE "00".
       77 WS-STATUS-KPI    PIC X(02) VALUE "00".
       77 WS-STATUS-KPN    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX113".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-GRAVADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-AUSENTE  PIC 9(03) VALUE ZEROS.
       77 WS-CONTADOR-FORA-TAB PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-MBL-OUTRA PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-MBL-COMP PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-ANO-COMP      PIC 9(04) VALUE ZEROS.
       77 WS-INICIO-MES    PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES       PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO-ANT    PIC 9(07) VALUE ZEROS.
       77 WS-UNIDADE-ALUNO PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-BUSCA PIC X(02) VALUE SPACES.
       77 WS-TURMA-BUSCA   PIC X(03) VALUE SPACES.
       77 WS-QTD-UNI       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TUR       PIC 9(03) VALUE ZEROS.
       77 WS-U             PIC 9(03).
       77 WS-T             PIC 9(03).
       77 WS-K             PIC 9(03).
       77 WS-J             PIC 9(03).
       77 WS-P             PIC 9(01).
       77 WS-P-ANT         PIC 9(01).
       77 WS-B             PIC 9(02).
       77 WS-I             PIC 9(02).
       77 WS-IDX           PIC 9(06).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-COM-DADOS     PIC X(01) VALUE "N".
       77 WS-VAR           PIC S9(05)V9 VALUE ZEROS.
       77 WS-VALOR-ARRED   PIC S9(11) VALUE ZEROS.
       77 WS-PCT-ARRED     PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-IND     PIC S9(11)V99 VALUE ZEROS.
       77 WS-OK-IND        PIC X(01) VALUE "N".
       77 WS-PONTEIRO      PIC 9(03) VALUE 1.
       01 WS-LISTA-AUSENTES        PIC X(80) VALUE SPACES.
       01 WS-ARQUIVO-AUSENTE       PIC X(14) VALUE SPACES.
       01 WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-MES-TRAB-N REDEFINES WS-MES-TRAB PIC 9(06).
       01 WS-COMP-ANTERIOR         PIC X(07) VALUE SPACES.
       01 WS-COMP-EDITADA.
           03 WS-CE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-CE-AAAA       PIC 9(04).
      *    COMPETENCIAS LIDAS: 1 DO RELATORIO, 2 MES ANTERIOR, 3 MESMO
      *    MES DO ANO ANTERIOR, 4 E 5 OS MESES ANTERIORES A 2 E A 3
      *    (SO PARA O MOVIMENTO LIQUIDO DESTES).
       01 WS-TABELA-PERIODO.
           03 WS-COMP-PER      PIC 9(06) OCCURS 5 TIMES.
       01 WS-PERIODO-ANTERIOR-TAB.
           03 FILLER           PIC X(03) VALUE "245".
       01 WS-PERIODO-ANTERIOR-R REDEFINES WS-PERIODO-ANTERIOR-TAB.
           03 WS-PER-ANT       PIC 9(01) OCCURS 3 TIMES.
      *    TURMAS DO ANO DA COMPETENCIA, COM OS ALUNOS ATIVOS DE CADA.
       01 WS-TABELA-TURMA.
           03 WS-TUR-OCORRE OCCURS 500 TIMES.
               05 WS-TUR-CODIGO    PIC X(03).
               05 WS-TUR-UNIDADE   PIC X(02).
               05 WS-TUR-CAPAC     PIC 9(04).
               05 WS-TUR-ALUNOS    PIC 9(05).
      *    UNIDADE DE CADA MATRICULA DO CADFUN, PARA LEVAR A FOLHA E
      *    OS ENCARGOS A UNIDADE.
       01 WS-TABELA-FUNCIONARIO.
           03 WS-FUN-UNIDADE PIC X(02) OCCURS 100000 TIMES
                             VALUE SPACES.
      *    BASES POR UNIDADE E COMPETENCIA: 1 ATIVOS, 2 SAIDAS,
      *    3 TURMAS, 4 CAPACIDADE, 5 ALUNOS EM TURMA, 6 FATURADO,
      *    7 RECEBIDO, 8 VENCIDO DA COMPETENCIA, 9 SALDO VENCIDO,
      *    10 BOLSAS, 11 FOLHA BRUTA, 12 ENCARGOS, 13 QUADRO. A
      *    OCORRENCIA 51 ACUMULA O TOTAL GERAL.
       01 WS-TABELA-UNI.
           03 WS-UNI-OCORRE OCCURS 51 TIMES.
               05 WS-UNI-CODIGO    PIC X(02).
               05 WS-UNI-NOME      PIC X(20).
               05 WS-UNI-PER OCCURS 5 TIMES.
                   07 WS-UNI-TEM   PIC X(01).
                   07 WS-UNI-BASE  PIC 9(11)V99 OCCURS 13 TIMES.
      *    INDICADORES DA UNIDADE EM IMPRESSAO, NOS PERIODOS 1 A 3.
       01 WS-TABELA-IND.
           03 WS-IND-PER OCCURS 3 TIMES.
               05 WS-IND OCCURS 18 TIMES.
                   07 WS-IND-VALOR PIC S9(11)V99.
                   07 WS-IND-OK    PIC X(01).
      *    Q = QUANTIDADE, V = VALOR EM R$, P = PERCENTUAL.
       01 WS-TIPO-IND-TAB.
           03 FILLER PIC X(18) VALUE "QQQQPVVPPVVVVQVVVP".
       01 WS-TIPO-IND-R REDEFINES WS-TIPO-IND-TAB.
           03 WS-TIPO-IND      PIC X(01) OCCURS 18 TIMES.
       01 WS-ROTULO-IND-TAB.
           03 FILLER PIC X(26) VALUE "ALUNOS ATIVOS             ".
           03 FILLER PIC X(26) VALUE "SAIDAS NO MES (T/D/C)     ".
           03 FILLER PIC X(26) VALUE "MOVIMENTO LIQUIDO         ".
           03 FILLER PIC X(26) VALUE "TURMAS DO ANO             ".
           03 FILLER PIC X(26) VALUE "OCUPACAO DAS TURMAS %     ".
           03 FILLER PIC X(26) VALUE "FATURADO (LIQ. DE BOLSA)  ".
           03 FILLER PIC X(26) VALUE "RECEBIDO NO MES           ".
           03 FILLER PIC X(26) VALUE "RECEBIDO / FATURADO %     ".
           03 FILLER PIC X(26) VALUE "INADIMPLENCIA DO MES %    ".
           03 FILLER PIC X(26) VALUE "SALDO VENCIDO EM ABERTO   ".
           03 FILLER PIC X(26) VALUE "CUSTO DAS BOLSAS          ".
           03 FILLER PIC X(26) VALUE "FOLHA BRUTA               ".
           03 FILLER PIC X(26) VALUE "ENCARGOS PATRONAIS        ".
           03 FILLER PIC X(26) VALUE "QUADRO DE FUNCIONARIOS    ".
           03 FILLER PIC X(26) VALUE "FOLHA+ENCARGOS POR ALUNO  ".
           03 FILLER PIC X(26) VALUE "RECEITA POR ALUNO         ".
           03 FILLER PIC X(26) VALUE "MARGEM (FAT.-FOLHA-ENC.)  ".
           03 FILLER PIC X(26) VALUE "MARGEM %                  ".
       01 WS-ROTULO-IND-R REDEFINES WS-ROTULO-IND-TAB.
           03 WS-ROTULO-IND    PIC X(26) OCCURS 18 TIMES.
       01 WS-EDITA-VALOR           PIC ---,---,--9.
       01 WS-EDITA-PCT             PIC -------9.99.
       01 WS-EDITA-SAIDA           PIC X(11).
       01 WS-LINHA-DET.
           03 WS-DET-ROTULO    PIC X(26).
           03 FILLER           PIC X(01).
           03 WS-DET-ATUAL     PIC X(11).
           03 FILLER           PIC X(01).
           03 WS-DET-ANTERIOR  PIC X(11).
           03 FILLER           PIC X(01).
           03 WS-DET-VAR-MES   PIC X(07).
           03 FILLER           PIC X(01).
           03 WS-DET-ANO-ANT   PIC X(11).
           03 FILLER           PIC X(01).
           03 WS-DET-VAR-ANO   PIC X(07).
           03 FILLER           PIC X(02).
       01 WS-EDITA-VAR             PIC ----9.9.
       01 WS-CABECALHO-1.
           03 FILLER PIC X(27) VALUE "INDICADOR".
           03 FILLER PIC X(12) VALUE "  MES ATUAL ".
           03 FILLER PIC X(12) VALUE " MES ANTER. ".
           03 FILLER PIC X(08) VALUE "   VAR  ".
           03 FILLER PIC X(12) VALUE " ANO ANTER. ".
           03 FILLER PIC X(09) VALUE "   VAR   ".
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX113.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-FIM-ARQ NOT = "SIM"
               PERFORM TOTALIZA-GERAL
                   VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-UNI
               MOVE "S" TO WS-UNI-TEM (51 1)
               PERFORM PRINCIPAL
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-UNI
               MOVE 51 TO WS-K
               PERFORM GRAVA-BLOCO
               PERFORM GRAVA-RODAPE
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX113.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           INITIALIZE WS-TABELA-UNI.
           INITIALIZE WS-TABELA-TURMA.
           MOVE "**" TO WS-UNI-CODIGO (51).
           MOVE "TOTAL GERAL" TO WS-UNI-NOME (51).
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO WS-FIM-ARQ
           ELSE
               MOVE "S" TO WS-ALU-ABERTO
               PERFORM CARREGA-UNIDADES
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-HISTORICO
               PERFORM APURA-ALUNOS
               PERFORM APURA-OCUPACAO
                   VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTD-TUR
               PERFORM APURA-FATURAMENTO
               PERFORM APURA-RECEBIMENTO
               PERFORM APURA-ABERTO
               PERFORM APURA-BOLSAS
               PERFORM APURA-QUADRO
               PERFORM APURA-BRUTO
               PERFORM APURA-ENCARGOS
               OPEN OUTPUT REL-EX113
               PERFORM VERIFICA-STATUS-REL
               PERFORM GRAVA-CABECALHO
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

      *    COMPETENCIA DO RELATORIO E AS DE COMPARACAO.
       LE-PARAMETRO.
           COMPUTE WS-COMPETENCIA = WS-DATA-SISTEMA / 100.
           OPEN INPUT PARM-EX113.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX113
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                       AND COMPETENCIA-PARM NUMERIC
                   MOVE COMPETENCIA-PARM TO WS-MES-TRAB
                   IF WS-MT-MM > 0 AND WS-MT-MM < 13
                       MOVE WS-MES-TRAB TO WS-COMPETENCIA
                   END-IF
               END-IF
               CLOSE PARM-EX113
           END-IF.
           COMPUTE WS-ANO-COMP = WS-COMPETENCIA / 100.
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-FIM-MES = WS-COMPETENCIA * 100 + 31.
           MOVE WS-COMPETENCIA TO WS-COMP-PER (1).
           MOVE WS-COMPETENCIA TO WS-MES-TRAB-N.
           PERFORM MES-ANTERIOR.
           MOVE WS-MES-TRAB-N TO WS-COMP-PER (2).
           PERFORM MES-ANTERIOR.
           MOVE WS-MES-TRAB-N TO WS-COMP-PER (4).
           COMPUTE WS-COMP-PER (3) = WS-COMPETENCIA - 100.
           MOVE WS-COMP-PER (3) TO WS-MES-TRAB-N.
           PERFORM MES-ANTERIOR.
           MOVE WS-MES-TRAB-N TO WS-COMP-PER (5).

       MES-ANTERIOR.
           IF WS-MT-MM = 1
               MOVE 12 TO WS-MT-MM
               SUBTRACT 1 FROM WS-MT-AAAA
           ELSE
               SUBTRACT 1 FROM WS-MT-MM
           END-IF.

      *    AS UNIDADES DO CADUNI ABREM O RELATORIO NA ORDEM DO
      *    CADASTRO; AS DEMAIS ENTRAM NA ORDEM EM QUE APARECEM.
       CARREGA-UNIDADES.
           OPEN INPUT CADUNI.
           IF WS-STATUS-UNI NOT = "00"
               MOVE "CADUNI" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-UNIDADE
               PERFORM UNTIL WS-STATUS-UNI NOT = "00"
                   MOVE CODIGO-UNI TO WS-UNIDADE-BUSCA
                   PERFORM LOCALIZA-UNIDADE
                   IF WS-U > ZEROS
                       MOVE NOME-UNI TO WS-UNI-NOME (WS-U)
                   END-IF
                   PERFORM LEITURA-UNIDADE
               END-PERFORM
               CLOSE CADUNI
           END-IF.

       LEITURA-UNIDADE.
           READ CADUNI
               AT END MOVE "10" TO WS-STATUS-UNI
           END-READ.

      *    DEVOLVE EM WS-U A POSICAO DA UNIDADE WS-UNIDADE-BUSCA,
      *    INCLUINDO-A QUANDO AINDA NAO ESTA NA TABELA (ZERO SE A
      *    TABELA ESTA CHEIA).
       LOCALIZA-UNIDADE.
           MOVE ZEROS TO WS-U.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-QTD-UNI OR WS-U > ZEROS
               IF WS-UNI-CODIGO (WS-J) = WS-UNIDADE-BUSCA
                   MOVE WS-J TO WS-U
               END-IF
           END-PERFORM.
           IF WS-U = ZEROS
               IF WS-QTD-UNI < 50
                   ADD 1 TO WS-QTD-UNI
                   MOVE WS-QTD-UNI TO WS-U
                   MOVE WS-UNIDADE-BUSCA TO WS-UNI-CODIGO (WS-U)
                   MOVE "S" TO WS-UNI-TEM (WS-U 1)
                   IF WS-UNIDADE-BUSCA = SPACES
                       MOVE "SEM UNIDADE" TO WS-UNI-NOME (WS-U)
                   ELSE
                       MOVE "FORA DO CADUNI" TO WS-UNI-NOME (WS-U)
                   END-IF
               ELSE
                   ADD 1 TO WS-CONTADOR-FORA-TAB
               END-IF
           END-IF.

       CARREGA-TURMAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR NOT = "00"
               MOVE "CADTUR" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-TURMA
               PERFORM UNTIL WS-STATUS-TUR NOT = "00"
                   IF ANO-TUR = WS-ANO-COMP
                      AND WS-QTD-TUR < 500
                       ADD 1 TO WS-QTD-TUR
                       MOVE CODIGO-TUR TO WS-TUR-CODIGO (WS-QTD-TUR)
                       MOVE UNIDADE-TUR TO WS-TUR-UNIDADE (WS-QTD-TUR)
                       MOVE CAPACIDADE-TUR TO WS-TUR-CAPAC (WS-QTD-TUR)
                   END-IF
                   PERFORM LEITURA-TURMA
               END-PERFORM
               CLOSE CADTUR
           END-IF.

       LEITURA-TURMA.
           READ CADTUR
               AT END MOVE "10" TO WS-STATUS-TUR
           END-READ.

      *    AS COMPETENCIAS DE COMPARACAO VOLTAM PARA A TABELA; A DO
      *    RELATORIO E APURADA DE NOVO E AS DEMAIS PASSAM DIRETO PARA O
      *    HISTORICO NOVO.
       CARREGA-HISTORICO.
           OPEN OUTPUT CAD-KPI-HIST-NOVO.
           PERFORM VERIFICA-STATUS-KPN.
           OPEN INPUT CAD-KPI-HIST.
           IF WS-STATUS-KPI = "00"
               PERFORM LEITURA-HISTORICO
               PERFORM UNTIL WS-STATUS-KPI NOT = "00"
                   IF COMPETENCIA-KPI NOT = WS-COMPETENCIA
                       WRITE REG-KPN FROM REG-KPI
                       PERFORM VERIFICA-STATUS-KPN
                       PERFORM VARYING WS-P FROM 2 BY 1 UNTIL WS-P > 5
                           IF COMPETENCIA-KPI = WS-COMP-PER (WS-P)
                               PERFORM RECUPERA-HISTORICO
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM LEITURA-HISTORICO
               END-PERFORM
               CLOSE CAD-KPI-HIST
           END-IF.

       LEITURA-HISTORICO.
           READ CAD-KPI-HIST
               AT END MOVE "10" TO WS-STATUS-KPI
           END-READ.

       RECUPERA-HISTORICO.
           MOVE UNIDADE-KPI TO WS-UNIDADE-BUSCA.
           PERFORM LOCALIZA-UNIDADE.
           IF WS-U > ZEROS
               MOVE "S" TO WS-UNI-TEM (WS-U WS-P)
               MOVE ATIVOS-KPI TO WS-UNI-BASE (WS-U WS-P 1)
               MOVE SAIDAS-KPI TO WS-UNI-BASE (WS-U WS-P 2)
               MOVE TURMAS-KPI TO WS-UNI-BASE (WS-U WS-P 3)
               MOVE CAPACIDADE-KPI TO WS-UNI-BASE (WS-U WS-P 4)
               MOVE ALUNOS-TURMA-KPI TO WS-UNI-BASE (WS-U WS-P 5)
               MOVE FATURADO-KPI TO WS-UNI-BASE (WS-U WS-P 6)
               MOVE RECEBIDO-KPI TO WS-UNI-BASE (WS-U WS-P 7)
               MOVE VENCIDO-MES-KPI TO WS-UNI-BASE (WS-U WS-P 8)
               MOVE VENCIDO-TOTAL-KPI TO WS-UNI-BASE (WS-U WS-P 9)
               MOVE BOLSA-KPI TO WS-UNI-BASE (WS-U WS-P 10)
               MOVE FOLHA-KPI TO WS-UNI-BASE (WS-U WS-P 11)
               MOVE ENCARGOS-KPI TO WS-UNI-BASE (WS-U WS-P 12)
               MOVE QUADRO-KPI TO WS-UNI-BASE (WS-U WS-P 13)
           END-IF.

      *    ATIVO NO FIM DO MES: SITUACAO DIFERENTE DE T/D/C, OU SAIDA
      *    DEPOIS DO FIM DO MES. SAIDA NO MES: T/D/C DATADA NO MES.
       APURA-ALUNOS.
           MOVE "NAO" TO WS-FIM-ARQ.
           MOVE ZEROS TO NUMERO-ENT.
           START CADALU KEY IS NOT LESS THAN NUMERO-ENT
               INVALID KEY MOVE "SIM" TO WS-FIM-ARQ
           END-START.
           PERFORM UNTIL WS-FIM-ARQ = "SIM"
               READ CADALU NEXT RECORD
                   AT END MOVE "SIM" TO WS-FIM-ARQ
               END-READ
               IF WS-FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   PERFORM CLASSIFICA-ALUNO
               END-IF
           END-PERFORM.
           MOVE "NAO" TO WS-FIM-ARQ.

       CLASSIFICA-ALUNO.
           MOVE UNIDADE-ENT TO WS-UNIDADE-BUSCA.
           PERFORM LOCALIZA-UNIDADE.
           IF SITUACAO-ENT = "T" OR SITUACAO-ENT = "D"
                   OR SITUACAO-ENT = "C"
               IF DATA-SITUACAO-ENT NUMERIC
                  AND DATA-SITUACAO-ENT > WS-FIM-MES
                   PERFORM CONTA-ATIVO
               ELSE
                   IF WS-U > ZEROS
                      AND DATA-SITUACAO-ENT NUMERIC
                      AND DATA-SITUACAO-ENT NOT LESS THAN
                          WS-INICIO-MES
                       ADD 1 TO WS-UNI-BASE (WS-U 1 2)
                   END-IF
               END-IF
           ELSE
               PERFORM CONTA-ATIVO
           END-IF.

       CONTA-ATIVO.
           IF WS-U > ZEROS
               ADD 1 TO WS-UNI-BASE (WS-U 1 1)
           END-IF.
           MOVE TURMA-ENT TO WS-TURMA-BUSCA.
           PERFORM LOCALIZA-TURMA.
           IF WS-T > ZEROS
               ADD 1 TO WS-TUR-ALUNOS (WS-T)
           END-IF.

       LOCALIZA-TURMA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-QTD-TUR OR WS-ACHOU = "S"
               IF WS-TUR-CODIGO (WS-T) = WS-TURMA-BUSCA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-T
           ELSE
               MOVE ZEROS TO WS-T
           END-IF.

      *    OCUPACAO PELA UNIDADE DA TURMA NO CADTUR.
       APURA-OCUPACAO.
           MOVE WS-TUR-UNIDADE (WS-T) TO WS-UNIDADE-BUSCA.
           PERFORM LOCALIZA-UNIDADE.
           IF WS-U > ZEROS
               ADD 1 TO WS-UNI-BASE (WS-U 1 3)
               ADD WS-TUR-CAPAC (WS-T) TO WS-UNI-BASE (WS-U 1 4)
               ADD WS-TUR-ALUNOS (WS-T) TO WS-UNI-BASE (WS-U 1 5)
           END-IF.

      *    DEVOLVE EM WS-UNIDADE-ALUNO A UNIDADE DO ALUNO NO CADALU
      *    (BRANCOS SE O ALUNO NAO ESTA MAIS NO CADASTRO).
       BUSCA-UNIDADE-ALUNO.
           IF NUMERO-ENT NOT = WS-NUMERO-ANT
              OR WS-NUMERO-ANT = ZEROS
               MOVE NUMERO-ENT TO WS-NUMERO-ANT
               READ CADALU
                   INVALID KEY
                       MOVE SPACES TO UNIDADE-ENT
               END-READ
               MOVE UNIDADE-ENT TO WS-UNIDADE-ALUNO
           END-IF.
           MOVE WS-UNIDADE-ALUNO TO WS-UNIDADE-BUSCA.
           PERFORM LOCALIZA-UNIDADE.

       APURA-FATURAMENTO.
           OPEN INPUT CADMEN.
           IF WS-STATUS-MEN NOT = "00"
               MOVE "CADMEN-HIST" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-COBRANCA
               PERFORM UNTIL WS-STATUS-MEN NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   IF COMPETENCIA-MEN = WS-COMPETENCIA
                       MOVE NUMERO-MEN TO NUMERO-ENT
                       PERFORM BUSCA-UNIDADE-ALUNO
                       IF WS-U > ZEROS
                           ADD VALOR-MEN TO WS-UNI-BASE (WS-U 1 6)
                       END-IF
                   END-IF
                   PERFORM LEITURA-COBRANCA
               END-PERFORM
               CLOSE CADMEN
           END-IF.

       LEITURA-COBRANCA.
           READ CADMEN
               AT END MOVE "10" TO WS-STATUS-MEN
           END-READ.

      *    RECEBIDO E O CAIXA DO MES: PAGAMENTOS DATADOS NA
      *    COMPETENCIA, DE QUALQUER COBRANCA.
       APURA-RECEBIMENTO.
           OPEN INPUT CADPAG.
           IF WS-STATUS-PAG NOT = "00"
               MOVE "CADPAG-HIST" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-PAGAMENTO
               PERFORM UNTIL WS-STATUS-PAG NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   IF DATA-PAG NOT LESS THAN WS-INICIO-MES
                      AND DATA-PAG NOT GREATER THAN WS-FIM-MES
                       MOVE NUMERO-PAG TO NUMERO-ENT
                       PERFORM BUSCA-UNIDADE-ALUNO
                       IF WS-U > ZEROS
                           ADD VALOR-PAG TO WS-UNI-BASE (WS-U 1 7)
                       END-IF
                   END-IF
                   PERFORM LEITURA-PAGAMENTO
               END-PERFORM
               CLOSE CADPAG
           END-IF.

       LEITURA-PAGAMENTO.
           READ CADPAG
               AT END MOVE "10" TO WS-STATUS-PAG
           END-READ.

      *    VENCIDO: ITEM EM ABERTO COM VENCIMENTO ANTERIOR A DATA DO
      *    MOVIMENTO; OS DA COMPETENCIA DO RELATORIO FORMAM A
      *    INADIMPLENCIA DO MES.
       APURA-ABERTO.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT NOT = "00"
               MOVE "CADMEN-ABERTO" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-ABERTO
               PERFORM UNTIL WS-STATUS-ABT NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   IF VENCIMENTO-ABT < WS-DATA-SISTEMA
                       MOVE NUMERO-ABT TO NUMERO-ENT
                       PERFORM BUSCA-UNIDADE-ALUNO
                       IF WS-U > ZEROS
                           ADD VALOR-ABT TO WS-UNI-BASE (WS-U 1 9)
                           IF COMPETENCIA-ABT = WS-COMPETENCIA
                               ADD VALOR-ABT
                                   TO WS-UNI-BASE (WS-U 1 8)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LEITURA-ABERTO
               END-PERFORM
               CLOSE CADMEN-ABERTO
           END-IF.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
               AT END MOVE "10" TO WS-STATUS-ABT
           END-READ.

      *    O CADMEN-BOLSA SO TRAZ A COMPETENCIA DO ULTIMO EXE27; DE
      *    OUTRA COMPETENCIA ELE E IGNORADO E A EXECUCAO AVISADA.
       APURA-BOLSAS.
           OPEN INPUT CADMEN-BOLSA.
           IF WS-STATUS-MBL NOT = "00"
               MOVE "CADMEN-BOLSA" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-BOLSA
               PERFORM UNTIL WS-STATUS-MBL NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   IF COMPETENCIA-MBL = WS-COMPETENCIA
                       ADD 1 TO WS-CONTADOR-MBL-COMP
                       MOVE UNIDADE-MBL TO WS-UNIDADE-BUSCA
                       PERFORM LOCALIZA-UNIDADE
                       IF WS-U > ZEROS
                           ADD DESCONTO-MBL TO WS-UNI-BASE (WS-U 1 10)
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONTADOR-MBL-OUTRA
                   END-IF
                   PERFORM LEITURA-BOLSA
               END-PERFORM
               CLOSE CADMEN-BOLSA
               IF WS-CONTADOR-MBL-OUTRA > ZEROS
                  AND WS-CONTADOR-MBL-COMP = ZEROS
                   MOVE "CADMEN-BOLSA" TO WS-ARQUIVO-AUSENTE
                   PERFORM REGISTRA-AUSENTE
               END-IF
           END-IF.

       LEITURA-BOLSA.
           READ CADMEN-BOLSA
               AT END MOVE "10" TO WS-STATUS-MBL
           END-READ.

      *    QUADRO: FUNCIONARIOS DO CADFUN ADMITIDOS ATE O FIM DO MES.
       APURA-QUADRO.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN NOT = "00"
               MOVE "CADFUN" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-FUNCIONARIO
               PERFORM UNTIL WS-STATUS-FUN NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   COMPUTE WS-IDX = CODIGO-FUN + 1
                   MOVE UNIDADE-FUN TO WS-FUN-UNIDADE (WS-IDX)
                   IF ADMISSAO-FUN NOT GREATER THAN WS-FIM-MES
                       MOVE UNIDADE-FUN TO WS-UNIDADE-BUSCA
                       PERFORM LOCALIZA-UNIDADE
                       IF WS-U > ZEROS
                           ADD 1 TO WS-UNI-BASE (WS-U 1 13)
                       END-IF
                   END-IF
                   PERFORM LEITURA-FUNCIONARIO
               END-PERFORM
               CLOSE CADFUN
           END-IF.

       LEITURA-FUNCIONARIO.
           READ CADFUN
               AT END MOVE "10" TO WS-STATUS-FUN
           END-READ.

       APURA-BRUTO.
           OPEN INPUT CAD-BRUTO.
           IF WS-STATUS-BRT NOT = "00"
               MOVE "CAD-BRUTO" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-BRUTO
               PERFORM UNTIL WS-STATUS-BRT NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   COMPUTE WS-IDX = MATRICULA-BRT + 1
                   MOVE WS-FUN-UNIDADE (WS-IDX) TO WS-UNIDADE-BUSCA
                   PERFORM LOCALIZA-UNIDADE
                   IF WS-U > ZEROS
                       ADD SALARIO-BRUTO-BRT TO WS-UNI-BASE (WS-U 1 11)
                   END-IF
                   PERFORM LEITURA-BRUTO
               END-PERFORM
               CLOSE CAD-BRUTO
           END-IF.

       LEITURA-BRUTO.
           READ CAD-BRUTO
               AT END MOVE "10" TO WS-STATUS-BRT
           END-READ.

       APURA-ENCARGOS.
           OPEN INPUT CAD-ENCARGOS.
           IF WS-STATUS-ENC NOT = "00"
               MOVE "CAD-ENCARGOS" TO WS-ARQUIVO-AUSENTE
               PERFORM REGISTRA-AUSENTE
           ELSE
               PERFORM LEITURA-ENCARGOS
               PERFORM UNTIL WS-STATUS-ENC NOT = "00"
                   ADD 1 TO WS-CONTADOR-LIDO
                   COMPUTE WS-IDX = MATRICULA-ENC + 1
                   MOVE WS-FUN-UNIDADE (WS-IDX) TO WS-UNIDADE-BUSCA
                   PERFORM LOCALIZA-UNIDADE
                   IF WS-U > ZEROS
                       ADD TOTAL-ENC TO WS-UNI-BASE (WS-U 1 12)
                   END-IF
                   PERFORM LEITURA-ENCARGOS
               END-PERFORM
               CLOSE CAD-ENCARGOS
           END-IF.

       LEITURA-ENCARGOS.
           READ CAD-ENCARGOS
               AT END MOVE "10" TO WS-STATUS-ENC
           END-READ.

      *    FONTE AUSENTE: ANOTADA NO LOG E NO CABECALHO DO RELATORIO.
       REGISTRA-AUSENTE.
           ADD 1 TO WS-CONTADOR-AUSENTE.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX113 - FONTE AUSENTE OU DE OUTRA COMPETENCIA: "
                      DELIMITED BY SIZE
                  WS-ARQUIVO-AUSENTE DELIMITED BY SPACE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-PONTEIRO < 66
               STRING WS-ARQUIVO-AUSENTE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-LISTA-AUSENTES
                   WITH POINTER WS-PONTEIRO
           END-IF.

       VERIFICA-STATUS-KPN.
           IF WS-STATUS-KPN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-KPN"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

      *    O TOTAL GERAL SOMA AS UNIDADES EM CADA COMPETENCIA; ELE
      *    EXISTE NA COMPETENCIA EM QUE ALGUMA UNIDADE EXISTE.
       TOTALIZA-GERAL.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
               IF WS-UNI-TEM (WS-U WS-P) = "S"
                   MOVE "S" TO WS-UNI-TEM (51 WS-P)
                   PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 13
                       ADD WS-UNI-BASE (WS-U WS-P WS-B)
                           TO WS-UNI-BASE (51 WS-P WS-B)
                   END-PERFORM
               END-IF
           END-PERFORM.

       GRAVA-CABECALHO.
           MOVE WS-COMPETENCIA TO WS-MES-TRAB-N.
           MOVE WS-MT-MM TO WS-CE-MM.
           MOVE WS-MT-AAAA TO WS-CE-AAAA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "INDICADORES GERENCIAIS POR UNIDADE - "
                      DELIMITED BY SIZE
                  WS-COMP-EDITADA DELIMITED BY SIZE
                  "   MOVIMENTO " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-COMP-PER (2) TO WS-MES-TRAB-N.
           MOVE WS-MT-MM TO WS-CE-MM.
           MOVE WS-MT-AAAA TO WS-CE-AAAA.
           MOVE WS-COMP-EDITADA TO WS-COMP-ANTERIOR.
           MOVE WS-COMP-PER (3) TO WS-MES-TRAB-N.
           MOVE WS-MT-MM TO WS-CE-MM.
           MOVE WS-MT-AAAA TO WS-CE-AAAA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "COMPARACAO: MES ANTERIOR " DELIMITED BY SIZE
                  WS-COMP-ANTERIOR DELIMITED BY SIZE
                  "  ANO ANTERIOR " DELIMITED BY SIZE
                  WS-COMP-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "VALORES EM R$ - VAR EM % DO VALOR ANTERIOR, "
                      DELIMITED BY SIZE
                  "EM PONTOS NAS LINHAS EM %" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-AUSENTE > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING "*** RELATORIO INCOMPLETO - SEM: "
                          DELIMITED BY SIZE
                      WS-LISTA-AUSENTES DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

      *    UM BLOCO POR UNIDADE, GRAVANDO A COMPETENCIA NO HISTORICO.
       PRINCIPAL.
           PERFORM GRAVA-HISTORICO.
           PERFORM GRAVA-BLOCO.

      *    UNIDADE SEM NENHUMA BASE NO MES NAO VAI PARA O HISTORICO.
       GRAVA-HISTORICO.
           MOVE "N" TO WS-COM-DADOS.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 13
               IF WS-UNI-BASE (WS-K 1 WS-B) > ZEROS
                   MOVE "S" TO WS-COM-DADOS
               END-IF
           END-PERFORM.
           IF WS-COM-DADOS = "S"
               MOVE WS-UNI-CODIGO (WS-K) TO UNIDADE-KPI
               MOVE WS-COMPETENCIA TO COMPETENCIA-KPI
               MOVE WS-UNI-BASE (WS-K 1 1) TO ATIVOS-KPI
               MOVE WS-UNI-BASE (WS-K 1 2) TO SAIDAS-KPI
               MOVE WS-UNI-BASE (WS-K 1 3) TO TURMAS-KPI
               MOVE WS-UNI-BASE (WS-K 1 4) TO CAPACIDADE-KPI
               MOVE WS-UNI-BASE (WS-K 1 5) TO ALUNOS-TURMA-KPI
               MOVE WS-UNI-BASE (WS-K 1 6) TO FATURADO-KPI
               MOVE WS-UNI-BASE (WS-K 1 7) TO RECEBIDO-KPI
               MOVE WS-UNI-BASE (WS-K 1 8) TO VENCIDO-MES-KPI
               MOVE WS-UNI-BASE (WS-K 1 9) TO VENCIDO-TOTAL-KPI
               MOVE WS-UNI-BASE (WS-K 1 10) TO BOLSA-KPI
               MOVE WS-UNI-BASE (WS-K 1 11) TO FOLHA-KPI
               MOVE WS-UNI-BASE (WS-K 1 12) TO ENCARGOS-KPI
               MOVE WS-UNI-BASE (WS-K 1 13) TO QUADRO-KPI
               WRITE REG-KPN FROM REG-KPI
               PERFORM VERIFICA-STATUS-KPN
               ADD 1 TO WS-CONTADOR-GRAVADO
           END-IF.

       GRAVA-BLOCO.
           PERFORM CALCULA-PERIODO
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-K = 51
               MOVE WS-UNI-NOME (WS-K) TO WS-LINHA-REL
           ELSE
               STRING "UNIDADE " DELIMITED BY SIZE
                      WS-UNI-CODIGO (WS-K) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-UNI-NOME (WS-K) DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           WRITE REG-REL FROM WS-CABECALHO-1.
           PERFORM GRAVA-LINHA-INDICADOR
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 18.
           IF WS-IND-VALOR (1 17) < ZEROS
               MOVE "*** MARGEM NEGATIVA NO MES ***" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

      *    INDICADORES DA UNIDADE WS-K NA COMPETENCIA WS-P. O QUE NAO
      *    TEM BASE (COMPETENCIA FORA DO HISTORICO, DIVISOR ZERO) FICA
      *    SEM VALOR.
       CALCULA-PERIODO.
           INITIALIZE WS-IND-PER (WS-P).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 18
               MOVE "N" TO WS-IND-OK (WS-P WS-I)
           END-PERFORM.
           IF WS-UNI-TEM (WS-K WS-P) = "S"
               PERFORM CALCULA-INDICADORES
           END-IF.

       CALCULA-INDICADORES.
           MOVE WS-UNI-BASE (WS-K WS-P 1) TO WS-IND-VALOR (WS-P 1).
           MOVE WS-UNI-BASE (WS-K WS-P 2) TO WS-IND-VALOR (WS-P 2).
           MOVE WS-UNI-BASE (WS-K WS-P 3) TO WS-IND-VALOR (WS-P 4).
           MOVE WS-UNI-BASE (WS-K WS-P 6) TO WS-IND-VALOR (WS-P 6).
           MOVE WS-UNI-BASE (WS-K WS-P 7) TO WS-IND-VALOR (WS-P 7).
           MOVE WS-UNI-BASE (WS-K WS-P 9) TO WS-IND-VALOR (WS-P 10).
           MOVE WS-UNI-BASE (WS-K WS-P 10) TO WS-IND-VALOR (WS-P 11).
           MOVE WS-UNI-BASE (WS-K WS-P 11) TO WS-IND-VALOR (WS-P 12).
           MOVE WS-UNI-BASE (WS-K WS-P 12) TO WS-IND-VALOR (WS-P 13).
           MOVE WS-UNI-BASE (WS-K WS-P 13) TO WS-IND-VALOR (WS-P 14).
           COMPUTE WS-IND-VALOR (WS-P 17) = WS-UNI-BASE (WS-K WS-P 6)
               - WS-UNI-BASE (WS-K WS-P 11)
               - WS-UNI-BASE (WS-K WS-P 12).
           MOVE "S" TO WS-IND-OK (WS-P 1) WS-IND-OK (WS-P 2)
                       WS-IND-OK (WS-P 4) WS-IND-OK (WS-P 6)
                       WS-IND-OK (WS-P 7) WS-IND-OK (WS-P 10)
                       WS-IND-OK (WS-P 11) WS-IND-OK (WS-P 12)
                       WS-IND-OK (WS-P 13) WS-IND-OK (WS-P 14)
                       WS-IND-OK (WS-P 17).
           MOVE WS-PER-ANT (WS-P) TO WS-P-ANT.
           IF WS-UNI-TEM (WS-K WS-P-ANT) = "S"
               COMPUTE WS-IND-VALOR (WS-P 3) =
                   WS-UNI-BASE (WS-K WS-P 1)
                   - WS-UNI-BASE (WS-K WS-P-ANT 1)
               MOVE "S" TO WS-IND-OK (WS-P 3)
           END-IF.
           IF WS-UNI-BASE (WS-K WS-P 4) > ZEROS
               COMPUTE WS-IND-VALOR (WS-P 5) ROUNDED =
                   WS-UNI-BASE (WS-K WS-P 5) * 100
                   / WS-UNI-BASE (WS-K WS-P 4)
               MOVE "S" TO WS-IND-OK (WS-P 5)
           END-IF.
           IF WS-UNI-BASE (WS-K WS-P 6) > ZEROS
               COMPUTE WS-IND-VALOR (WS-P 8) ROUNDED =
                   WS-UNI-BASE (WS-K WS-P 7) * 100
                   / WS-UNI-BASE (WS-K WS-P 6)
               COMPUTE WS-IND-VALOR (WS-P 9) ROUNDED =
                   WS-UNI-BASE (WS-K WS-P 8) * 100
                   / WS-UNI-BASE (WS-K WS-P 6)
               COMPUTE WS-IND-VALOR (WS-P 18) ROUNDED =
                   WS-IND-VALOR (WS-P 17) * 100
                   / WS-UNI-BASE (WS-K WS-P 6)
               MOVE "S" TO WS-IND-OK (WS-P 8) WS-IND-OK (WS-P 9)
                           WS-IND-OK (WS-P 18)
           END-IF.
           IF WS-UNI-BASE (WS-K WS-P 1) > ZEROS
               COMPUTE WS-IND-VALOR (WS-P 15) ROUNDED =
                   (WS-UNI-BASE (WS-K WS-P 11)
                    + WS-UNI-BASE (WS-K WS-P 12))
                   / WS-UNI-BASE (WS-K WS-P 1)
               COMPUTE WS-IND-VALOR (WS-P 16) ROUNDED =
                   WS-UNI-BASE (WS-K WS-P 6)
                   / WS-UNI-BASE (WS-K WS-P 1)
               MOVE "S" TO WS-IND-OK (WS-P 15) WS-IND-OK (WS-P 16)
           END-IF.

      *    LINHA DO INDICADOR WS-I: MES, MES ANTERIOR E ANO ANTERIOR,
      *    COM AS VARIACOES (O MOVIMENTO LIQUIDO JA E UMA VARIACAO).
       GRAVA-LINHA-INDICADOR.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-ROTULO-IND (WS-I) TO WS-DET-ROTULO.
           MOVE 1 TO WS-P.
           PERFORM EDITA-INDICADOR.
           MOVE WS-EDITA-SAIDA TO WS-DET-ATUAL.
           MOVE 2 TO WS-P.
           PERFORM EDITA-INDICADOR.
           MOVE WS-EDITA-SAIDA TO WS-DET-ANTERIOR.
           PERFORM CALCULA-VARIACAO.
           MOVE WS-EDITA-SAIDA (1:7) TO WS-DET-VAR-MES.
           MOVE 3 TO WS-P.
           PERFORM EDITA-INDICADOR.
           MOVE WS-EDITA-SAIDA TO WS-DET-ANO-ANT.
           PERFORM CALCULA-VARIACAO.
           MOVE WS-EDITA-SAIDA (1:7) TO WS-DET-VAR-ANO.
           WRITE REG-REL FROM WS-LINHA-DET.

       EDITA-INDICADOR.
           IF WS-IND-OK (WS-P WS-I) NOT = "S"
               MOVE "        N/D" TO WS-EDITA-SAIDA
           ELSE
               IF WS-TIPO-IND (WS-I) = "P"
                   COMPUTE WS-PCT-ARRED ROUNDED =
                       WS-IND-VALOR (WS-P WS-I)
                   MOVE WS-PCT-ARRED TO WS-EDITA-PCT
                   MOVE WS-EDITA-PCT TO WS-EDITA-SAIDA
               ELSE
                   COMPUTE WS-VALOR-ARRED ROUNDED =
                       WS-IND-VALOR (WS-P WS-I)
                   MOVE WS-VALOR-ARRED TO WS-EDITA-VALOR
                   MOVE WS-EDITA-VALOR TO WS-EDITA-SAIDA
               END-IF
           END-IF.

      *    VARIACAO DA COMPETENCIA 1 CONTRA A WS-P: EM PONTOS NOS
      *    PERCENTUAIS, EM % DO VALOR ANTERIOR (QUANDO POSITIVO) NOS
      *    DEMAIS.
       CALCULA-VARIACAO.
           MOVE SPACES TO WS-EDITA-SAIDA.
           IF WS-I NOT = 3
              AND WS-IND-OK (1 WS-I) = "S"
              AND WS-IND-OK (WS-P WS-I) = "S"
               IF WS-TIPO-IND (WS-I) = "P"
                   COMPUTE WS-VAR ROUNDED = WS-IND-VALOR (1 WS-I)
                       - WS-IND-VALOR (WS-P WS-I)
                       ON SIZE ERROR MOVE 9999.9 TO WS-VAR
                   END-COMPUTE
                   MOVE WS-VAR TO WS-EDITA-VAR
                   MOVE WS-EDITA-VAR TO WS-EDITA-SAIDA
               ELSE
                   IF WS-IND-VALOR (WS-P WS-I) > ZEROS
                       COMPUTE WS-VAR ROUNDED =
                           (WS-IND-VALOR (1 WS-I)
                            - WS-IND-VALOR (WS-P WS-I)) * 100
                           / WS-IND-VALOR (WS-P WS-I)
                           ON SIZE ERROR MOVE 9999.9 TO WS-VAR
                       END-COMPUTE
                       MOVE WS-VAR TO WS-EDITA-VAR
                       MOVE WS-EDITA-VAR TO WS-EDITA-SAIDA
                   END-IF
               END-IF
           END-IF.

       GRAVA-RODAPE.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "UNIDADES: " DELIMITED BY SIZE
                  WS-QTD-UNI DELIMITED BY SIZE
                  "  TURMAS DO ANO: " DELIMITED BY SIZE
                  WS-QTD-TUR DELIMITED BY SIZE
                  "  FONTES AUSENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-AUSENTE DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-FORA-TAB > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING "*** REGISTROS DE UNIDADE ALEM DA 50A: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-FORA-TAB DELIMITED BY SIZE
                      " - FORA DO RELATORIO" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX113 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  UNIDADES: " DELIMITED BY SIZE
                  WS-CONTADOR-GRAVADO DELIMITED BY SIZE
                  "  AUSENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-AUSENTE DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CONTADOR-MBL-OUTRA > 0
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EX113 - BOLSAS DE OUTRA COMPETENCIA IGNORADAS: "
                          DELIMITED BY SIZE
                      WS-CONTADOR-MBL-OUTRA DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EX113" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-GRAVADO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-AUSENTE TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-AUSENTE > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " UNI=" DELIMITED BY SIZE
                  WS-STATUS-UNI DELIMITED BY SIZE
                  " TUR=" DELIMITED BY SIZE
                  WS-STATUS-TUR DELIMITED BY SIZE
                  " MEN=" DELIMITED BY SIZE
                  WS-STATUS-MEN DELIMITED BY SIZE
                  " PAG=" DELIMITED BY SIZE
                  WS-STATUS-PAG DELIMITED BY SIZE
                  " ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " MBL=" DELIMITED BY SIZE
                  WS-STATUS-MBL DELIMITED BY SIZE
                  " FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " BRT=" DELIMITED BY SIZE
                  WS-STATUS-BRT DELIMITED BY SIZE
                  " ENC=" DELIMITED BY SIZE
                  WS-STATUS-ENC DELIMITED BY SIZE
                  " KPI=" DELIMITED BY SIZE
                  WS-STATUS-KPI DELIMITED BY SIZE
                  " KPN=" DELIMITED BY SIZE
                  WS-STATUS-KPN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ENT TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-ALU-ABERTO = "S"
               CLOSE CADALU
                     CAD-KPI-HIST-NOVO
                     REL-EX113
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-AUSENTE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX113.
