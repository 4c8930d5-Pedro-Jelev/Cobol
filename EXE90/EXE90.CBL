       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE90.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    JORNAL CONTABIL MENSAL DAS MENSALIDADES. GERA LANCAMENTOS NO
      *    LEIAUTE DO LANCAMENTOS.DAT DO EXE73 A PARTIR DE:
      *      FT  FATURAMENTO BRUTO DO CADMEN, POR TIPO DE COBRANCA
      *      BO  BOLSA CONCEDIDA (BRUTO - LIQUIDO COBRADO)
      *      EN  MULTA E JUROS COBRADOS PELO EXE28
      *      PG  PAGAMENTO BAIXADO CONTRA COBRANCA (EXE28)
      *      CG  CREDITO GERADO POR SOBRA OU PAGAMENTO SEM COBRANCA
      *      CA  CREDITO APLICADO EM COBRANCA
      *      PF  PAGAMENTO DE COMPETENCIA JA FECHADA (NAO BAIXADO)
      *      RN  COBRANCAS ORIGINAIS TRANSFERIDAS PARA RENEGOCIACAO
      *      RP  PARCELAS DO PLANO DE RENEGOCIACAO (EXE48)
      *      PE  COBRANCAS BAIXADAS COMO PERDA (EXE91)
      *      RC  RECUPERACAO DE COBRANCA JA BAIXADA (EXE28)
      *    OS EVENTOS DO EXE28, DO EXE48 E DO EXE91 CHEGAM EM
      *    MOV-CONTAB-MEN.DAT (VER BILLING.SH, RENEG.SH E PERDA.SH).
      *    AS CONTAS VEM DO CAD-CONTAS-MEN POR UNIDADE, EVENTO E TIPO,
      *    COM "**" COMO CURINGA. O MOVIMENTO DO CONTAS A RECEBER E
      *    CONFERIDO COM OS SALDOS INICIAL E FINAL DO LIVRO-MEN E O DE
      *    CREDITOS COM O CAD-CREDITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MEN.

           SELECT MOV-CONTAB   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MCT.

           SELECT CAD-CONTAS-MEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTA.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT PARM-EXE27   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT LIVRO-MEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIV.

           SELECT CAD-CREDITO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CRD.

           SELECT CTRL-JORNAL   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.

           SELECT CTRL-JORNAL-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTN.

           SELECT LANCAMENTOS-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LAN.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE90   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE90   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADMEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN.DAT".

       01 REG-MEN.
           03 NUMERO-MEN       PIC 9(07).
           03 COMPETENCIA-MEN  PIC 9(06).
           03 TIPO-MEN         PIC 9(02).
           03 VALOR-MEN        PIC 9(05)V99.
           03 VENCIMENTO-MEN   PIC 9(08).
           03 BOLSA-MEN        PIC 9(03).

       FD MOV-CONTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOV-CONTAB-MEN.DAT".

       01 REG-MCT.
           03 EVENTO-MCT       PIC X(02).
           03 NUMERO-MCT       PIC 9(07).
           03 COMPETENCIA-MCT  PIC 9(06).
           03 TIPO-MCT         PIC 9(02).
           03 VALOR-MCT        PIC 9(07)V99.
           03 DATA-MCT         PIC 9(08).

       FD CAD-CONTAS-MEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CONTAS-MEN.DAT".

       01 REG-CTA.
           03 UNIDADE-CTA       PIC X(02).
           03 EVENTO-CTA        PIC X(02).
           03 TIPO-CTA          PIC X(02).
           03 CONTA-DEBITO-CTA  PIC X(08).
           03 CONTA-CREDITO-CTA PIC X(08).

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

       FD PARM-EXE27
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE27.DAT".

       01 REG-PARM-EXE27.
           03 COMPETENCIA-PARM    PIC 9(06).
           03 VALOR-PARM          PIC 9(05)V99.
           03 VENCIMENTO-PARM     PIC 9(08).
           03 DESCONTO-IRMAO-PARM PIC 9(02)V99.

       FD LIVRO-MEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIVRO-MEN.DAT".

       01 REG-LIV.
           03 COMPETENCIA-LIV  PIC 9(06).
           03 TURMA-LIV        PIC X(03).
           03 SALDO-INICIAL-LIV PIC 9(09)V99.
           03 FATURADO-LIV     PIC 9(09)V99.
           03 PAGO-LIV         PIC 9(09)V99.
           03 SALDO-FINAL-LIV  PIC 9(09)V99.
           03 DIVERGENTE-LIV   PIC X(01).

       FD CAD-CREDITO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CREDITO.DAT".

       01 REG-CRD.
           03 NUMERO-CRD       PIC 9(07).
           03 VALOR-CRD        PIC 9(07)V99.

       FD CTRL-JORNAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-JORNAL-MEN.DAT".

       01 REG-CTL.
           03 COMPETENCIA-CTL  PIC 9(06).
           03 CREDITO-CTL      PIC 9(09)V99.
           03 DATA-CTL         PIC 9(08).

       FD CTRL-JORNAL-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-JORNAL-MEN-NOVO.DAT".

       01 REG-CTN.
           03 COMPETENCIA-CTN  PIC 9(06).
           03 CREDITO-CTN      PIC 9(09)V99.
           03 DATA-CTN         PIC 9(08).

       FD LANCAMENTOS-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LANCAMENTOS-MEN-NOVO.DAT".

       01 REG-LAN.
           03 DATA-LAN         PIC 9(08).
           03 DEPTO-LAN        PIC X(03).
           03 EVENTO-LAN       PIC X(02).
           03 CONTA-DEBITO-LAN PIC X(08).
           03 CONTA-CREDITO-LAN PIC X(08).
           03 VALOR-LAN        PIC 9(09)V99.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE90
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE90.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE90
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE90.DAT".

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
       77 WS-STATUS-MEN    PIC X(02) VALUE "00".
       77 WS-STATUS-MCT    PIC X(02) VALUE "00".
       77 WS-STATUS-CTA    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-LIV    PIC X(02) VALUE "00".
       77 WS-STATUS-CRD    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-CTN    PIC X(02) VALUE "00".
       77 WS-STATUS-LAN    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-MCT       PIC X(03) VALUE "NAO".
       77 WS-FIM-CTA       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIV       PIC X(03) VALUE "NAO".
       77 WS-FIM-CRD       PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-RECUSADA      PIC X(01) VALUE "N".
       77 WS-TEM-CONTROLE  PIC X(01) VALUE "N".
       77 WS-TEM-LIVRO     PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE90".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EVENTOS  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-INVALIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-LANC     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-CONTA PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIFERENCAS    PIC 9(03) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-BASE    PIC 9(05)V99 VALUE ZEROS.
       77 WS-NUMERO-ANT    PIC 9(07) VALUE ZEROS.
       77 WS-NUMERO-ITEM   PIC 9(07) VALUE ZEROS.
       77 WS-UNIDADE-ITEM  PIC X(02) VALUE SPACES.
       77 WS-EVENTO-ITEM   PIC X(02) VALUE SPACES.
       77 WS-TIPO-ITEM     PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-ITEM    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-BRUTO   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-BOLSA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-PCT-LIQUIDO   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CTA       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AGR       PIC 9(03) VALUE ZEROS.
       77 WS-A             PIC 9(03).
       77 WS-C             PIC 9(03).
       77 WS-E             PIC 9(02).
       77 WS-E-ACHADO      PIC 9(02).
       77 WS-A-ACHADO      PIC 9(03).
       77 WS-C-ACHADA      PIC 9(03).
       77 WS-TENTATIVA     PIC 9(01).
       77 WS-UNIDADE-BUSCA PIC X(02).
       77 WS-TIPO-BUSCA    PIC X(02).
       77 WS-TIPO-X        PIC X(02).
       77 WS-LIV-INICIAL   PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIV-FATURADO  PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIV-PAGO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIV-FINAL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CREDITO-ANT   PIC 9(11)V99 VALUE ZEROS.
       77 WS-CREDITO-ATUAL PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOVTO-RECEBER PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOVTO-CREDITO PIC S9(11)V99 VALUE ZEROS.
       77 WS-JOR-FATURADO  PIC S9(11)V99 VALUE ZEROS.
       77 WS-JOR-PAGO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-ESPERADO      PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA     PIC S9(11)V99 VALUE ZEROS.
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
       01 WS-LINHA-EVT.
           03 WS-EV-CODIGO     PIC X(02).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-EV-DESCRICAO  PIC X(36).
           03 WS-EV-QTD        PIC ZZZ,ZZ9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-EV-VALOR      PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(14) VALUE SPACES.
       01 WS-LINHA-LAN.
           03 WS-LL-UNIDADE    PIC X(02).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 WS-LL-EVENTO     PIC X(02).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 WS-LL-TIPO       PIC 9(02).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 WS-LL-DEBITO     PIC X(08).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WS-LL-CREDITO    PIC X(08).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LL-VALOR      PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WS-LL-OBS        PIC X(15).
           03 FILLER           PIC X(13) VALUE SPACES.
       01 WS-LINHA-CONF.
           03 WS-CF-ROTULO     PIC X(44).
           03 WS-CF-VALOR      PIC --,---,---,--9.99.
           03 FILLER           PIC X(19) VALUE SPACES.
      *    EVENTOS CONTABEIS RECONHECIDOS, NA ORDEM DO RELATORIO.
       01 WS-EVENTOS-TAB.
           03 FILLER PIC X(38)
               VALUE "FTFATURAMENTO BRUTO                   ".
           03 FILLER PIC X(38)
               VALUE "BOBOLSAS CONCEDIDAS                   ".
           03 FILLER PIC X(38)
               VALUE "ENMULTA E JUROS POR ATRASO            ".
           03 FILLER PIC X(38)
               VALUE "PGPAGAMENTOS BAIXADOS                 ".
           03 FILLER PIC X(38)
               VALUE "CGCREDITOS GERADOS                    ".
           03 FILLER PIC X(38)
               VALUE "CACREDITOS APLICADOS                  ".
           03 FILLER PIC X(38)
               VALUE "PFPAGAMENTOS DE COMPETENCIA FECHADA   ".
           03 FILLER PIC X(38)
               VALUE "RNCOBRANCAS TRANSFERIDAS P/ RENEGOC.  ".
           03 FILLER PIC X(38)
               VALUE "RPPARCELAS DE RENEGOCIACAO            ".
           03 FILLER PIC X(38)
               VALUE "PEBAIXAS POR PERDA                    ".
           03 FILLER PIC X(38)
               VALUE "RCRECUPERACOES DE ITENS BAIXADOS      ".
       01 WS-EVENTOS-TAB-R REDEFINES WS-EVENTOS-TAB.
           03 WS-EVENTO-DEF OCCURS 11 TIMES.
               05 WS-EVT-CODIGO    PIC X(02).
               05 WS-EVT-DESCRICAO PIC X(36).
       01 WS-TOTAIS-EVENTO.
           03 WS-TOT-EVENTO OCCURS 11 TIMES.
               05 WS-EVT-QTD       PIC 9(07).
               05 WS-EVT-VALOR     PIC 9(11)V99.
       01 WS-TABELA-CONTAS.
           03 WS-CTA-OCORRE OCCURS 300 TIMES.
               05 WS-CTA-UNIDADE   PIC X(02).
               05 WS-CTA-EVENTO    PIC X(02).
               05 WS-CTA-TIPO      PIC X(02).
               05 WS-CTA-DEBITO    PIC X(08).
               05 WS-CTA-CREDITO   PIC X(08).
      *    MOVIMENTO ACUMULADO POR UNIDADE, EVENTO E TIPO DE COBRANCA;
      *    CADA OCORRENCIA VIRA UM LANCAMENTO.
       01 WS-TABELA-AGR.
           03 WS-AGR-OCORRE OCCURS 500 TIMES.
               05 WS-AGR-UNIDADE   PIC X(02).
               05 WS-AGR-EVENTO    PIC X(02).
               05 WS-AGR-TIPO      PIC 9(02).
               05 WS-AGR-VALOR     PIC 9(11)V99.

       PROCEDURE DIVISION.
       PGM-EM01EX90.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE90.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-CONTROLE.
           INITIALIZE WS-TOTAIS-EVENTO.
           OPEN INPUT CADMEN.
           IF WS-STATUS-MEN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "S" TO WS-RECUSADA
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
               MOVE COMPETENCIA-MEN TO WS-COMPETENCIA
               PERFORM VERIFICA-COMPETENCIA
           END-IF.
           IF WS-RECUSADA = "N"
               PERFORM CARREGA-CONTAS
               OPEN INPUT CADALU
               IF WS-STATUS-ALU = "00"
                   MOVE "S" TO WS-ALU-ABERTO
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

      *    VALOR BASE DA MENSALIDADE, USADO COMO BRUTO DAS COBRANCAS
      *    COM BOLSA INTEGRAL (VALOR LIQUIDO ZERO).
       LE-PARAMETRO.
           OPEN INPUT PARM-EXE27.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE27
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00" AND VALOR-PARM NUMERIC
                   MOVE VALOR-PARM TO WS-VALOR-BASE
               END-IF
               CLOSE PARM-EXE27
           END-IF.

       LE-CONTROLE.
           OPEN INPUT CTRL-JORNAL.
           IF WS-STATUS-CTL = "00"
               READ CTRL-JORNAL
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-CTL = "00"
                   MOVE "S" TO WS-TEM-CONTROLE
                   MOVE CREDITO-CTL TO WS-CREDITO-ANT
               END-IF
               CLOSE CTRL-JORNAL
           END-IF.

      *    UMA COMPETENCIA SO E CONTABILIZADA UMA VEZ: SE O CONTROLE JA
      *    REGISTRA ESTA OU UMA POSTERIOR, A EXECUCAO E RECUSADA.
       VERIFICA-COMPETENCIA.
           IF FIM-ARQ = "SIM"
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE90 - CADMEN SEM COBRANCAS - "
                          DELIMITED BY SIZE
                      "EXECUCAO RECUSADA" DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               IF WS-TEM-CONTROLE = "S"
                  AND WS-COMPETENCIA NOT GREATER THAN COMPETENCIA-CTL
                   MOVE "S" TO WS-RECUSADA
                   MOVE "SIM" TO FIM-ARQ
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING "EXE90 - COMPETENCIA " DELIMITED BY SIZE
                          WS-COMPETENCIA DELIMITED BY SIZE
                          " JA CONTABILIZADA - EXECUCAO RECUSADA"
                              DELIMITED BY SIZE
                       INTO WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
               END-IF
           END-IF.

       CARREGA-CONTAS.
           OPEN INPUT CAD-CONTAS-MEN.
           IF WS-STATUS-CTA NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "CARREGA-CONTAS" TO WS-PARAGRAFO-ERRO
           ELSE
               PERFORM LEITURA-CONTA
               PERFORM UNTIL WS-FIM-CTA = "SIM"
                   IF WS-QTD-CTA < 300
                       ADD 1 TO WS-QTD-CTA
                       MOVE UNIDADE-CTA TO WS-CTA-UNIDADE (WS-QTD-CTA)
                       MOVE EVENTO-CTA TO WS-CTA-EVENTO (WS-QTD-CTA)
                       MOVE TIPO-CTA TO WS-CTA-TIPO (WS-QTD-CTA)
                       MOVE CONTA-DEBITO-CTA
                           TO WS-CTA-DEBITO (WS-QTD-CTA)
                       MOVE CONTA-CREDITO-CTA
                           TO WS-CTA-CREDITO (WS-QTD-CTA)
                   END-IF
                   PERFORM LEITURA-CONTA
               END-PERFORM
               CLOSE CAD-CONTAS-MEN
           END-IF.

       LEITURA-CONTA.
           READ CAD-CONTAS-MEN
               AT END MOVE "SIM" TO WS-FIM-CTA
           END-READ.

       LEITURA.
           READ CADMEN
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM" AND REG-MEN (1:3) = "TRL"
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.

      *    O CADMEN GUARDA O VALOR LIQUIDO DA BOLSA; O BRUTO E
      *    RECOMPOSTO PELO PERCENTUAL (BOLSA INTEGRAL USA O VALOR BASE
      *    DO PARM-EXE27) E A DIFERENCA E LANCADA COMO BOLSA.
       PRINCIPAL.
           MOVE NUMERO-MEN TO WS-NUMERO-ITEM.
           PERFORM BUSCA-UNIDADE.
           MOVE VALOR-MEN TO WS-VALOR-BRUTO.
           MOVE ZEROS TO WS-VALOR-BOLSA.
           IF BOLSA-MEN NOT LESS THAN 100
               IF TIPO-MEN = 01
                   MOVE WS-VALOR-BASE TO WS-VALOR-BRUTO
               END-IF
           ELSE
               IF BOLSA-MEN > ZEROS
                   COMPUTE WS-PCT-LIQUIDO = 100 - BOLSA-MEN
                   COMPUTE WS-VALOR-BRUTO ROUNDED =
                       VALOR-MEN * 100 / WS-PCT-LIQUIDO
               END-IF
           END-IF.
           IF WS-VALOR-BRUTO > VALOR-MEN
               COMPUTE WS-VALOR-BOLSA = WS-VALOR-BRUTO - VALOR-MEN
           END-IF.
           MOVE TIPO-MEN TO WS-TIPO-ITEM.
           MOVE "FT" TO WS-EVENTO-ITEM.
           MOVE WS-VALOR-BRUTO TO WS-VALOR-ITEM.
           PERFORM ACUMULA-EVENTO.
           MOVE "BO" TO WS-EVENTO-ITEM.
           MOVE WS-VALOR-BOLSA TO WS-VALOR-ITEM.
           PERFORM ACUMULA-EVENTO.
           PERFORM LEITURA.

       BUSCA-UNIDADE.
           IF WS-NUMERO-ITEM NOT = WS-NUMERO-ANT
               MOVE WS-NUMERO-ITEM TO WS-NUMERO-ANT
               MOVE SPACES TO WS-UNIDADE-ITEM
               IF WS-ALU-ABERTO = "S"
                   MOVE WS-NUMERO-ITEM TO NUMERO-ENT
                   READ CADALU
                       INVALID KEY
                           MOVE SPACES TO UNIDADE-ENT
                   END-READ
                   MOVE UNIDADE-ENT TO WS-UNIDADE-ITEM
               END-IF
           END-IF.

       ACUMULA-EVENTO.
           IF WS-VALOR-ITEM > ZEROS
               PERFORM LOCALIZA-EVENTO
               ADD 1 TO WS-EVT-QTD (WS-E-ACHADO)
               ADD WS-VALOR-ITEM TO WS-EVT-VALOR (WS-E-ACHADO)
               PERFORM LOCALIZA-AGREGADO
               IF WS-A-ACHADO > ZEROS
                   ADD WS-VALOR-ITEM TO WS-AGR-VALOR (WS-A-ACHADO)
               END-IF
           END-IF.

       LOCALIZA-EVENTO.
           MOVE ZEROS TO WS-E-ACHADO.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 11
               IF WS-EVT-CODIGO (WS-E) = WS-EVENTO-ITEM
                   MOVE WS-E TO WS-E-ACHADO
                   MOVE 11 TO WS-E
               END-IF
           END-PERFORM.

       LOCALIZA-AGREGADO.
           MOVE ZEROS TO WS-A-ACHADO.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTD-AGR
               IF WS-AGR-UNIDADE (WS-A) = WS-UNIDADE-ITEM
                  AND WS-AGR-EVENTO (WS-A) = WS-EVENTO-ITEM
                  AND WS-AGR-TIPO (WS-A) = WS-TIPO-ITEM
                   MOVE WS-A TO WS-A-ACHADO
                   MOVE WS-QTD-AGR TO WS-A
               END-IF
           END-PERFORM.
           IF WS-A-ACHADO = ZEROS
               IF WS-QTD-AGR < 500
                   ADD 1 TO WS-QTD-AGR
                   MOVE WS-UNIDADE-ITEM TO WS-AGR-UNIDADE (WS-QTD-AGR)
                   MOVE WS-EVENTO-ITEM TO WS-AGR-EVENTO (WS-QTD-AGR)
                   MOVE WS-TIPO-ITEM TO WS-AGR-TIPO (WS-QTD-AGR)
                   MOVE ZEROS TO WS-AGR-VALOR (WS-QTD-AGR)
                   MOVE WS-QTD-AGR TO WS-A-ACHADO
               ELSE
                   ADD 1 TO WS-QTD-ERROS-IO
                   IF WS-PARAGRAFO-ERRO = SPACES
                       MOVE "LOCALIZA-AGREGADO"
                           TO WS-PARAGRAFO-ERRO
                   END-IF
               END-IF
           END-IF.

      *    EVENTOS DO EXE28 E DO EXE48 AINDA NAO CONTABILIZADOS. CODIGO
      *    DESCONHECIDO OU DE FATURAMENTO (FT/BO SAO DO CADMEN) E
      *    REJEITADO E APONTADO NO RELATORIO.
       PROCESSA-EVENTOS.
           OPEN INPUT MOV-CONTAB.
           IF WS-STATUS-MCT = "00"
               PERFORM LEITURA-EVENTO
               PERFORM UNTIL WS-FIM-MCT = "SIM"
                   PERFORM TRATA-EVENTO
                   PERFORM LEITURA-EVENTO
               END-PERFORM
               CLOSE MOV-CONTAB
           END-IF.

       LEITURA-EVENTO.
           READ MOV-CONTAB
               AT END MOVE "SIM" TO WS-FIM-MCT
           END-READ.

       TRATA-EVENTO.
           ADD 1 TO WS-CONTADOR-EVENTOS.
           MOVE EVENTO-MCT TO WS-EVENTO-ITEM.
           PERFORM LOCALIZA-EVENTO.
           IF WS-E-ACHADO < 3 OR VALOR-MCT NOT NUMERIC
               ADD 1 TO WS-CONTADOR-INVALIDO
               MOVE SPACES TO WS-LINHA-REL
               STRING "EVENTO REJEITADO: " DELIMITED BY SIZE
                      REG-MCT DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           ELSE
               MOVE NUMERO-MCT TO WS-NUMERO-ITEM
               PERFORM BUSCA-UNIDADE
               MOVE TIPO-MCT TO WS-TIPO-ITEM
               MOVE VALOR-MCT TO WS-VALOR-ITEM
               PERFORM ACUMULA-EVENTO
           END-IF.

       GERA-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTOS-NOVO.
           PERFORM VERIFICA-STATUS-LAN.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "LANCAMENTOS" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "UN  EVENTO TIPO  DEBITO    CREDITO  "
                      DELIMITED BY SIZE
                  "             VALOR" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM GERA-LANCAMENTO
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-QTD-AGR.
           CLOSE LANCAMENTOS-NOVO.

       GERA-LANCAMENTO.
           PERFORM LOCALIZA-CONTA.
           MOVE WS-AGR-UNIDADE (WS-A) TO WS-LL-UNIDADE.
           MOVE WS-AGR-EVENTO (WS-A) TO WS-LL-EVENTO.
           MOVE WS-AGR-TIPO (WS-A) TO WS-LL-TIPO.
           MOVE WS-AGR-VALOR (WS-A) TO WS-LL-VALOR.
           IF WS-C-ACHADA = ZEROS
               ADD 1 TO WS-CONTADOR-SEM-CONTA
               MOVE SPACES TO WS-LL-DEBITO WS-LL-CREDITO
               MOVE "*** SEM CONTA" TO WS-LL-OBS
           ELSE
               MOVE WS-CTA-DEBITO (WS-C-ACHADA) TO WS-LL-DEBITO
               MOVE WS-CTA-CREDITO (WS-C-ACHADA) TO WS-LL-CREDITO
               MOVE SPACES TO WS-LL-OBS
               MOVE WS-DATA-SISTEMA TO DATA-LAN
               MOVE WS-AGR-UNIDADE (WS-A) TO DEPTO-LAN
               MOVE WS-AGR-EVENTO (WS-A) TO EVENTO-LAN
               MOVE WS-CTA-DEBITO (WS-C-ACHADA) TO CONTA-DEBITO-LAN
               MOVE WS-CTA-CREDITO (WS-C-ACHADA)
                   TO CONTA-CREDITO-LAN
               MOVE WS-AGR-VALOR (WS-A) TO VALOR-LAN
               WRITE REG-LAN
               PERFORM VERIFICA-STATUS-LAN
               ADD 1 TO WS-CONTADOR-LANC
           END-IF.
           WRITE REG-REL FROM WS-LINHA-LAN.

      *    PROCURA A CONTA DO MAIS ESPECIFICO PARA O MAIS GENERICO:
      *    UNIDADE E TIPO, "**" E TIPO, UNIDADE E "**", "**" E "**".
       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-C-ACHADA.
           MOVE WS-AGR-TIPO (WS-A) TO WS-TIPO-X.
           PERFORM VARYING WS-TENTATIVA FROM 1 BY 1
                   UNTIL WS-TENTATIVA > 4 OR WS-C-ACHADA > ZEROS
               IF WS-TENTATIVA = 1 OR WS-TENTATIVA = 3
                   MOVE WS-AGR-UNIDADE (WS-A) TO WS-UNIDADE-BUSCA
               ELSE
                   MOVE "**" TO WS-UNIDADE-BUSCA
               END-IF
               IF WS-TENTATIVA < 3
                   MOVE WS-TIPO-X TO WS-TIPO-BUSCA
               ELSE
                   MOVE "**" TO WS-TIPO-BUSCA
               END-IF
               PERFORM PROCURA-CONTA
           END-PERFORM.

       PROCURA-CONTA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-QTD-CTA
               IF WS-CTA-UNIDADE (WS-C) = WS-UNIDADE-BUSCA
                  AND WS-CTA-EVENTO (WS-C) = WS-AGR-EVENTO (WS-A)
                  AND WS-CTA-TIPO (WS-C) = WS-TIPO-BUSCA
                   MOVE WS-C TO WS-C-ACHADA
                   MOVE WS-QTD-CTA TO WS-C
               END-IF
           END-PERFORM.

       TOTALIZA-LIVRO.
           OPEN INPUT LIVRO-MEN.
           IF WS-STATUS-LIV = "00"
               MOVE "S" TO WS-TEM-LIVRO
               PERFORM LEITURA-LIVRO
               PERFORM UNTIL WS-FIM-LIV = "SIM"
                   IF TURMA-LIV NOT = "TOT"
                       ADD SALDO-INICIAL-LIV TO WS-LIV-INICIAL
                       ADD FATURADO-LIV TO WS-LIV-FATURADO
                       ADD PAGO-LIV TO WS-LIV-PAGO
                       ADD SALDO-FINAL-LIV TO WS-LIV-FINAL
                   END-IF
                   PERFORM LEITURA-LIVRO
               END-PERFORM
               CLOSE LIVRO-MEN
           END-IF.

       LEITURA-LIVRO.
           READ LIVRO-MEN
               AT END MOVE "SIM" TO WS-FIM-LIV
           END-READ.

       TOTALIZA-CREDITO.
           OPEN INPUT CAD-CREDITO.
           IF WS-STATUS-CRD = "00"
               PERFORM LEITURA-CREDITO
               PERFORM UNTIL WS-FIM-CRD = "SIM"
                   ADD VALOR-CRD TO WS-CREDITO-ATUAL
                   PERFORM LEITURA-CREDITO
               END-PERFORM
               CLOSE CAD-CREDITO
           END-IF.

       LEITURA-CREDITO.
           READ CAD-CREDITO
               AT END MOVE "SIM" TO WS-FIM-CRD
           END-READ.

      *    CONTAS A RECEBER: FT - BO + EN - PG - CA + RP - RN - PE
      *    PRECISA EXPLICAR A VARIACAO ENTRE OS SALDOS INICIAL E FINAL
      *    DO LIVRO-MEN. CREDITOS: CG - CA PRECISA EXPLICAR A VARIACAO
      *    DO TOTAL DO CAD-CREDITO DESDE O ULTIMO JORNAL.
       CONFERE-SALDOS.
           COMPUTE WS-JOR-FATURADO = WS-EVT-VALOR (1)
               - WS-EVT-VALOR (2).
           COMPUTE WS-JOR-PAGO = WS-EVT-VALOR (4) + WS-EVT-VALOR (5)
               + WS-EVT-VALOR (7) + WS-EVT-VALOR (11).
           COMPUTE WS-MOVTO-RECEBER = WS-JOR-FATURADO
               + WS-EVT-VALOR (3) - WS-EVT-VALOR (4)
               - WS-EVT-VALOR (6) + WS-EVT-VALOR (9)
               - WS-EVT-VALOR (8) - WS-EVT-VALOR (10).
           COMPUTE WS-MOVTO-CREDITO = WS-EVT-VALOR (5)
               - WS-EVT-VALOR (6).
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "CONFERENCIA COM O LIVRO DE MENSALIDADES (LIVRO-MEN)"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-TEM-LIVRO = "N"
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE "  LIVRO-MEN NAO DISPONIVEL - SEM CONFERENCIA"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           ELSE
               MOVE "  SALDO INICIAL DO LIVRO" TO WS-CF-ROTULO
               MOVE WS-LIV-INICIAL TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               MOVE "  MOVIMENTO DO JORNAL" TO WS-CF-ROTULO
               MOVE WS-MOVTO-RECEBER TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               COMPUTE WS-ESPERADO = WS-LIV-INICIAL + WS-MOVTO-RECEBER
               MOVE "  SALDO FINAL PELO JORNAL" TO WS-CF-ROTULO
               MOVE WS-ESPERADO TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               MOVE "  SALDO FINAL DO LIVRO" TO WS-CF-ROTULO
               MOVE WS-LIV-FINAL TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               COMPUTE WS-DIFERENCA = WS-LIV-FINAL - WS-ESPERADO
               MOVE "  DIFERENCA NO SALDO FINAL" TO WS-CF-ROTULO
               PERFORM GRAVA-DIFERENCA
               MOVE "  FATURADO LIQUIDO NO LIVRO" TO WS-CF-ROTULO
               MOVE WS-LIV-FATURADO TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               MOVE "  FATURADO LIQUIDO NO JORNAL (FT - BO)"
                   TO WS-CF-ROTULO
               MOVE WS-JOR-FATURADO TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               COMPUTE WS-DIFERENCA = WS-LIV-FATURADO - WS-JOR-FATURADO
               MOVE "  DIFERENCA NO FATURADO" TO WS-CF-ROTULO
               PERFORM GRAVA-DIFERENCA
               MOVE "  PAGO NO LIVRO" TO WS-CF-ROTULO
               MOVE WS-LIV-PAGO TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               MOVE "  RECEBIDO NO JORNAL (PG + CG + PF + RC)"
                   TO WS-CF-ROTULO
               MOVE WS-JOR-PAGO TO WS-CF-VALOR
               WRITE REG-REL FROM WS-LINHA-CONF
               COMPUTE WS-DIFERENCA = WS-LIV-PAGO - WS-JOR-PAGO
               MOVE "  DIFERENCA NO RECEBIDO" TO WS-CF-ROTULO
               PERFORM GRAVA-DIFERENCA
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "CONFERENCIA DOS CREDITOS DE ALUNOS (CAD-CREDITO)"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-TEM-CONTROLE = "N"
               COMPUTE WS-CREDITO-ANT =
                   WS-CREDITO-ATUAL - WS-MOVTO-CREDITO
               MOVE "  PRIMEIRO JORNAL - SALDO ANTERIOR DEDUZIDO"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           MOVE "  SALDO DE CREDITOS NO ULTIMO JORNAL" TO WS-CF-ROTULO.
           MOVE WS-CREDITO-ANT TO WS-CF-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONF.
           MOVE "  GERADOS - APLICADOS (CG - CA)" TO WS-CF-ROTULO.
           MOVE WS-MOVTO-CREDITO TO WS-CF-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONF.
           MOVE "  SALDO DO CAD-CREDITO" TO WS-CF-ROTULO.
           MOVE WS-CREDITO-ATUAL TO WS-CF-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONF.
           COMPUTE WS-DIFERENCA = WS-CREDITO-ATUAL
               - WS-CREDITO-ANT - WS-MOVTO-CREDITO.
           MOVE "  DIFERENCA NOS CREDITOS" TO WS-CF-ROTULO.
           PERFORM GRAVA-DIFERENCA.

       GRAVA-DIFERENCA.
           MOVE WS-DIFERENCA TO WS-CF-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONF.
           IF WS-DIFERENCA NOT = ZEROS
               ADD 1 TO WS-QTD-DIFERENCAS
               MOVE "  *** DIFERENCA A INVESTIGAR ***" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-CABECALHO.
           MOVE WS-COMPETENCIA TO WS-COMP-TRAB-N.
           MOVE WS-CT-MM TO WS-CE-MM.
           MOVE WS-CT-AAAA TO WS-CE-AAAA.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB-N.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "JORNAL CONTABIL DE MENSALIDADES - COMPETENCIA "
                      DELIMITED BY SIZE
                  WS-COMP-EDITADA DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       IMPRIME-EVENTOS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "RESUMO POR EVENTO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM IMPRIME-EVENTO
               VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 11.

       IMPRIME-EVENTO.
           MOVE WS-EVT-CODIGO (WS-E) TO WS-EV-CODIGO.
           MOVE WS-EVT-DESCRICAO (WS-E) TO WS-EV-DESCRICAO.
           MOVE WS-EVT-QTD (WS-E) TO WS-EV-QTD.
           MOVE WS-EVT-VALOR (WS-E) TO WS-EV-VALOR.
           WRITE REG-REL FROM WS-LINHA-EVT.

       IMPRIME-SITUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-CONTADOR-SEM-CONTA > ZEROS
               MOVE "SITUACAO: LANCAMENTOS SEM CONTA - JORNAL RETIDO"
                   TO WS-LINHA-REL
           ELSE
               IF WS-QTD-DIFERENCAS > ZEROS
                      OR WS-CONTADOR-INVALIDO > ZEROS
                   MOVE "SITUACAO: JORNAL GERADO COM DIFERENCAS"
                       TO WS-LINHA-REL
               ELSE
                   MOVE "SITUACAO: JORNAL CONFERIDO" TO WS-LINHA-REL
               END-IF
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-CONTROLE.
           OPEN OUTPUT CTRL-JORNAL-NOVO.
           IF WS-STATUS-CTN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "GRAVA-CONTROLE" TO WS-PARAGRAFO-ERRO
           ELSE
               MOVE WS-COMPETENCIA TO COMPETENCIA-CTN
               MOVE WS-CREDITO-ATUAL TO CREDITO-CTN
               MOVE WS-DATA-SISTEMA TO DATA-CTN
               WRITE REG-CTN
               CLOSE CTRL-JORNAL-NOVO
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
           STRING "EXE90 - COBRANCAS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  EVENTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-EVENTOS DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-INVALIDO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE90 - LANCAMENTOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LANC DELIMITED BY SIZE
                  "  SEM CONTA: " DELIMITED BY SIZE
                  WS-CONTADOR-SEM-CONTA DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE90 - DIFERENCAS: " DELIMITED BY SIZE
                  WS-QTD-DIFERENCAS DELIMITED BY SIZE
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
               MOVE "EXE90" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           COMPUTE LIDOS-RHI = WS-CONTADOR-LIDO + WS-CONTADOR-EVENTOS.
           MOVE WS-CONTADOR-LANC TO GRAVADOS-RHI.
           COMPUTE REJEITADOS-RHI = WS-CONTADOR-INVALIDO
               + WS-CONTADOR-SEM-CONTA.
           IF WS-QTD-ERROS-IO > 0 OR WS-CONTADOR-SEM-CONTA > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-QTD-DIFERENCAS > 0 OR WS-CONTADOR-INVALIDO > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "MEN=" DELIMITED BY SIZE
                  WS-STATUS-MEN DELIMITED BY SIZE
                  " MCT=" DELIMITED BY SIZE
                  WS-STATUS-MCT DELIMITED BY SIZE
                  " CTA=" DELIMITED BY SIZE
                  WS-STATUS-CTA DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " LIV=" DELIMITED BY SIZE
                  WS-STATUS-LIV DELIMITED BY SIZE
                  " CRD=" DELIMITED BY SIZE
                  WS-STATUS-CRD DELIMITED BY SIZE
                  " CTL=" DELIMITED BY SIZE
                  WS-STATUS-CTL DELIMITED BY SIZE
                  " CTN=" DELIMITED BY SIZE
                  WS-STATUS-CTN DELIMITED BY SIZE
                  " LAN=" DELIMITED BY SIZE
                  WS-STATUS-LAN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-MEN TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-MEN = "00" OR WS-STATUS-MEN = "10"
               CLOSE CADMEN
           END-IF.
           IF WS-RECUSADA = "N"
               OPEN OUTPUT REL-EXE90
               PERFORM VERIFICA-STATUS-REL
               PERFORM IMPRIME-CABECALHO
               PERFORM PROCESSA-EVENTOS
               PERFORM IMPRIME-EVENTOS
               PERFORM GERA-LANCAMENTOS
               PERFORM TOTALIZA-LIVRO
               PERFORM TOTALIZA-CREDITO
               PERFORM CONFERE-SALDOS
               PERFORM IMPRIME-SITUACAO
               CLOSE REL-EXE90
               IF WS-QTD-ERROS-IO = ZEROS
                  AND WS-CONTADOR-SEM-CONTA = ZEROS
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.
           IF WS-ALU-ABERTO = "S"
               CLOSE CADALU
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-SEM-CONTA > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-QTD-DIFERENCAS > 0
                          OR WS-CONTADOR-INVALIDO > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE LOG-EXE90.
