       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE93.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    NOTA FISCAL DE SERVICOS ELETRONICA (NFS-E) DAS MENSALIDADES.
      *    MODO G: GERA O LOTE DE RPS (RECIBO PROVISORIO DE SERVICOS)
      *    PARA A PREFEITURA COM OS PAGAMENTOS JA BAIXADOS EM
      *    CADPAG-HIST.DAT ATE O FIM DO MES DE REFERENCIA QUE AINDA
      *    NAO CONSTAM DO REGISTRO DE NOTAS (NFSE-REG.DAT), NUMERANDO
      *    CADA RPS PELO CONTROLE CTRL-RPS.DAT. O TOMADOR E O
      *    RESPONSAVEL FINANCEIRO DO CADRES E A DISCRIMINACAO VEM DO
      *    TIPO DE COBRANCA DO CADTPC.
      *    MODO R: LE O RETORNO DA PREFEITURA (NFSE-RET.DAT) E GRAVA NO
      *    REGISTRO O NUMERO DA NFS-E E O CODIGO DE VERIFICACAO DE
      *    CADA RPS CONVERTIDO, OU O MOTIVO DA RECUSA; O RPS RECUSADO
      *    E REEMITIDO COM NOVO NUMERO NO LOTE SEGUINTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-EXE93   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-NFSE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NFP.

           SELECT CTRL-RPS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.

           SELECT CTRL-RPS-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTN.

           SELECT CADPAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAG.

           SELECT NFSE-REG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NFS.

           SELECT NFSE-REG-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NNV.

           SELECT NFSE-RET   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RET.

           SELECT RPS-LOTE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPS.

           SELECT CADRES   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-RES
           FILE STATUS  IS  WS-STATUS-RES.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADTPC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TPC.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE93   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE93   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    MODO G = GERACAO DO LOTE DE RPS (PADRAO)
      *    MODO R = PROCESSAMENTO DO RETORNO DA PREFEITURA
      *    MES DE REFERENCIA AAAAMM OPCIONAL; SEM ELE VALE O MES
      *    ANTERIOR AO DA DATA DO MOVIMENTO.
       FD PARM-EXE93
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE93.DAT".

       01 REG-PARM-EXE93.
           03 MODO-PARM        PIC X(01).
           03 MES-PARM         PIC X(06).

      *    DADOS DO PRESTADOR NA PREFEITURA. ALIQUOTA DO ISS EM FRACAO
      *    (00200 = 2%).
       FD PARM-NFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-NFSE.DAT".

       01 REG-NFP.
           03 CNPJ-NFP         PIC 9(14).
           03 INSCRICAO-NFP    PIC X(15).
           03 SERIE-NFP        PIC X(05).
           03 ITEM-SERVICO-NFP PIC X(05).
           03 ALIQUOTA-NFP     PIC 9V9(04).
           03 MUNICIPIO-NFP    PIC 9(07).

       FD CTRL-RPS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-RPS.DAT".

       01 REG-CTL.
           03 RPS-CTL          PIC 9(08).
           03 LOTE-CTL         PIC 9(06).

       FD CTRL-RPS-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-RPS-NOVO.DAT".

       01 REG-CTN.
           03 RPS-CTN          PIC 9(08).
           03 LOTE-CTN         PIC 9(06).

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

      *    REGISTRO DE NOTAS: UM REGISTRO POR PAGAMENTO FATURADO, NA
      *    ORDEM DO PROPRIO PAGAMENTO (NO RETORNO, NA ORDEM DO RPS).
      *    SITUACAO: P AGUARDANDO RETORNO, E NFS-E EMITIDA,
      *    R RPS RECUSADO PELA PREFEITURA.
       FD NFSE-REG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFSE-REG.DAT".

       01 REG-NFS.
           03 PAGAMENTO-NFS.
              04 NUMERO-NFS       PIC 9(07).
              04 COMPETENCIA-NFS  PIC 9(06).
              04 TIPO-NFS         PIC 9(02).
              04 VALOR-NFS        PIC 9(05)V99.
              04 DATA-PAG-NFS     PIC 9(08).
           03 RPS-NFS          PIC 9(08).
           03 SERIE-NFS        PIC X(05).
           03 DATA-RPS-NFS     PIC 9(08).
           03 LOTE-NFS         PIC 9(06).
           03 SITUACAO-NFS     PIC X(01).
           03 NFSE-NFS         PIC X(15).
           03 VERIFICACAO-NFS  PIC X(09).
           03 DATA-NFSE-NFS    PIC 9(08).
           03 MENSAGEM-NFS     PIC X(40).

       FD NFSE-REG-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFSE-REG-NOVO.DAT".

       01 REG-NNV.
           03 PAGAMENTO-NNV.
              04 NUMERO-NNV       PIC 9(07).
              04 COMPETENCIA-NNV  PIC 9(06).
              04 TIPO-NNV         PIC 9(02).
              04 VALOR-NNV        PIC 9(05)V99.
              04 DATA-PAG-NNV     PIC 9(08).
           03 RPS-NNV          PIC 9(08).
           03 SERIE-NNV        PIC X(05).
           03 DATA-RPS-NNV     PIC 9(08).
           03 LOTE-NNV         PIC 9(06).
           03 SITUACAO-NNV     PIC X(01).
           03 NFSE-NNV         PIC X(15).
           03 VERIFICACAO-NNV  PIC X(09).
           03 DATA-NFSE-NNV    PIC 9(08).
           03 MENSAGEM-NNV     PIC X(40).

      *    RETORNO DA PREFEITURA, UM REGISTRO POR RPS PROCESSADO.
      *    SITUACAO: A CONVERTIDO EM NFS-E, R RECUSADO (MENSAGEM).
       FD NFSE-RET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFSE-RET.DAT".

       01 REG-RET.
           03 RPS-RET          PIC 9(08).
           03 SERIE-RET        PIC X(05).
           03 SITUACAO-RET     PIC X(01).
           03 NFSE-RET-NUM     PIC X(15).
           03 VERIFICACAO-RET  PIC X(09).
           03 DATA-NFSE-RET    PIC 9(08).
           03 MENSAGEM-RET     PIC X(40).

      *    LOTE DE RPS: CABECALHO (1), UM DETALHE POR RPS (2) E
      *    TRAILER (9) COM A QUANTIDADE E OS TOTAIS DO LOTE. O CPF DO
      *    TOMADOR SEGUE EM BRANCO: O CADASTRO DE RESPONSAVEIS NAO
      *    GUARDA O DOCUMENTO. O ENDERECO DO TOMADOR VAI EM UMA LINHA
      *    (LOGRADOURO, NUMERO E COMPLEMENTO DO CADRES).
       FD RPS-LOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RPS-LOTE.DAT".

       01 REG-RPS-DETALHE.
           03 TIPO-RPS         PIC X(01).
           03 NUMERO-RPS       PIC 9(08).
           03 SERIE-RPS        PIC X(05).
           03 TIPO-DOC-RPS     PIC X(01).
           03 DATA-EMISSAO-RPS PIC 9(08).
           03 ITEM-SERVICO-RPS PIC X(05).
           03 MUNICIPIO-RPS    PIC 9(07).
           03 ALIQUOTA-RPS     PIC 9V9(04).
           03 VALOR-SERVICO-RPS PIC 9(07)V99.
           03 VALOR-ISS-RPS    PIC 9(07)V99.
           03 CPF-TOMADOR-RPS  PIC X(11).
           03 NOME-TOMADOR-RPS PIC X(30).
           03 ENDERECO-TOMADOR-RPS PIC X(40).
           03 DISCRIMINACAO-RPS PIC X(80).

       01 REG-RPS-HEADER REDEFINES REG-RPS-DETALHE.
           03 TIPO-RPS-HDR     PIC X(01).
           03 CNPJ-RPS-HDR     PIC 9(14).
           03 INSCRICAO-RPS-HDR PIC X(15).
           03 LOTE-RPS-HDR     PIC 9(06).
           03 DATA-RPS-HDR     PIC 9(08).
           03 FILLER           PIC X(175).

       01 REG-RPS-TRAILER REDEFINES REG-RPS-DETALHE.
           03 TIPO-RPS-TRL     PIC X(01).
           03 QTD-RPS-TRL      PIC 9(07).
           03 TOTAL-SERVICO-RPS-TRL PIC 9(11)V99.
           03 TOTAL-ISS-RPS-TRL PIC 9(11)V99.
           03 FILLER           PIC X(185).

       FD CADRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES.DAT".

       01 REG-RES.
           03 NUMERO-RES       PIC 9(07).
           03 NOME-RESP-RES    PIC X(30).
           03 PARENTESCO-RES   PIC X(10).
           03 ENDERECO-RES.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-RES==
                   ==PREFIXO-NUM== BY ==NUM-END-RES==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-RES==
                   ==PREFIXO-BAI== BY ==BAIRRO-RES==
                   ==PREFIXO-CID== BY ==CIDADE-RES==
                   ==PREFIXO-UF== BY ==UF-RES==
                   ==PREFIXO-CEP== BY ==CEP-RES==.
           03 TELEFONE-RES     PIC X(11).

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

       FD CADTPC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTPC.DAT".

       01 REG-TPC.
           03 CODIGO-TPC       PIC 9(02).
           03 DESCRICAO-TPC    PIC X(20).
           03 VALOR-TPC        PIC 9(05)V99.
           03 RECORRENCIA-TPC  PIC X(01).
           03 MES-TPC          PIC 9(02).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE93
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE93.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE93
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE93.DAT".

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
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-CTN    PIC X(02) VALUE "00".
       77 WS-STATUS-PAG    PIC X(02) VALUE "00".
       77 WS-STATUS-NFS    PIC X(02) VALUE "00".
       77 WS-STATUS-NNV    PIC X(02) VALUE "00".
       77 WS-STATUS-RET    PIC X(02) VALUE "00".
       77 WS-STATUS-RPS    PIC X(02) VALUE "00".
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-TPC    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-PAG       PIC X(03) VALUE "NAO".
       77 WS-FIM-NFS       PIC X(03) VALUE "NAO".
       77 WS-FIM-RET       PIC X(03) VALUE "NAO".
       77 WS-FIM-TPC       PIC X(03) VALUE "NAO".
       77 WS-RES-ABERTO    PIC X(01) VALUE "N".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-LOTE-ABERTO   PIC X(01) VALUE "N".
       77 WS-RECUSADA      PIC X(01) VALUE "N".
       77 WS-MODO          PIC X(01) VALUE "G".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE93".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EMITIDO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REEMITIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-PENDENTE PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-POSTERIOR PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CONVERTIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RECUSADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REPETIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-MES-REF       PIC 9(06) VALUE ZEROS.
       77 WS-LIMITE-PAG    PIC 9(08) VALUE ZEROS.
       77 WS-RPS           PIC 9(08) VALUE ZEROS.
       77 WS-LOTE          PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-ISS     PIC 9(05)V99 VALUE ZEROS.
       77 WS-TOTAL-SERVICO PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-ISS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-QTD-TPC       PIC 9(03) VALUE ZEROS.
       77 WS-T             PIC 9(03).
       01 WS-DESCR-SERVICO PIC X(20) VALUE SPACES.
       01 WS-NOME-ALUNO    PIC X(20) VALUE SPACES.
       01 WS-DISCRIMINACAO PIC X(80) VALUE SPACES.
       01 WS-VALOR-EDITADO PIC ZZ,ZZ9.99.
       01 WS-ISS-EDITADO   PIC Z,ZZ9.99.
       01 WS-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PAGAMENTO.
           03 WS-PG-NUMERO     PIC 9(07).
           03 WS-PG-COMPETENCIA PIC 9(06).
           03 WS-PG-COMPETENCIA-R REDEFINES WS-PG-COMPETENCIA.
              05 WS-PG-COMP-AAAA PIC 9(04).
              05 WS-PG-COMP-MM   PIC 9(02).
           03 WS-PG-TIPO       PIC 9(02).
           03 WS-PG-VALOR      PIC 9(05)V99.
           03 WS-PG-DATA       PIC 9(08).
       01 WS-DATA-TRAB         PIC 9(08).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03 WS-DT-AAAA       PIC 9(04).
           03 WS-DT-MM         PIC 9(02).
           03 WS-DT-DD         PIC 9(02).
       01 WS-MES-TRAB          PIC 9(06).
       01 WS-MES-TRAB-R REDEFINES WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-TPC.
           03 WS-TPC-OCORRE OCCURS 99 TIMES.
               05 WS-TPC-CODIGO    PIC 9(02).
               05 WS-TPC-DESCRICAO PIC X(20).

       PROCEDURE DIVISION.
       PGM-EM01EX93.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-MODO = "R"
               PERFORM RETORNO
                      UNTIL FIM-ARQ = "SIM"
           ELSE
               PERFORM GERACAO
                      UNTIL FIM-ARQ = "SIM"
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE93.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           OPEN OUTPUT REL-EXE93.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-MODO = "R"
               STRING "NFS-E - RETORNO DA PREFEITURA - "
                          DELIMITED BY SIZE
                      WS-DATA-SISTEMA DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           ELSE
               STRING "NFS-E - LOTE DE RPS - " DELIMITED BY SIZE
                      WS-DATA-SISTEMA DELIMITED BY SIZE
                      " - PAGAMENTOS ATE " DELIMITED BY SIZE
                      WS-MES-REF DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-MODO = "R"
               PERFORM INICIO-RETORNO
           ELSE
               PERFORM INICIO-GERACAO
           END-IF.

       INICIO-GERACAO.
           PERFORM LE-PRESTADOR.
           IF WS-RECUSADA = "S"
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LE-CONTROLE
               PERFORM CARREGA-TIPOS
               OPEN INPUT CADPAG
               IF WS-STATUS-PAG = "00"
                   PERFORM LEITURA-PAGAMENTO
               ELSE
                   MOVE "SIM" TO WS-FIM-PAG
               END-IF
               OPEN INPUT NFSE-REG
               IF WS-STATUS-NFS = "00"
                   PERFORM LEITURA-REGISTRO
               ELSE
                   MOVE "SIM" TO WS-FIM-NFS
               END-IF
               OPEN OUTPUT NFSE-REG-NOVO
                           RPS-LOTE
               PERFORM VERIFICA-STATUS-NNV
               PERFORM VERIFICA-STATUS-RPS
               OPEN INPUT CADRES
               IF WS-STATUS-RES = "00"
                   MOVE "S" TO WS-RES-ABERTO
               END-IF
               OPEN INPUT CADALU
               IF WS-STATUS-ALU = "00"
                   MOVE "S" TO WS-ALU-ABERTO
               END-IF
               IF WS-FIM-PAG = "SIM" AND WS-FIM-NFS = "SIM"
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

       INICIO-RETORNO.
           OPEN INPUT NFSE-RET.
           IF WS-STATUS-RET NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO-RETORNO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               OPEN INPUT NFSE-REG
               IF WS-STATUS-NFS = "00"
                   PERFORM LEITURA-REGISTRO
               ELSE
                   MOVE "SIM" TO WS-FIM-NFS
               END-IF
               OPEN OUTPUT NFSE-REG-NOVO
               PERFORM VERIFICA-STATUS-NNV
               PERFORM LEITURA-RETORNO
               IF WS-FIM-RET = "SIM" AND WS-FIM-NFS = "SIM"
                   MOVE "SIM" TO FIM-ARQ
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
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB.
           IF WS-DT-MM = 1
               COMPUTE WS-MT-AAAA = WS-DT-AAAA - 1
               MOVE 12 TO WS-MT-MM
           ELSE
               MOVE WS-DT-AAAA TO WS-MT-AAAA
               COMPUTE WS-MT-MM = WS-DT-MM - 1
           END-IF.
           MOVE WS-MES-TRAB TO WS-MES-REF.
           OPEN INPUT PARM-EXE93.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE93
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                   IF MODO-PARM = "R"
                       MOVE "R" TO WS-MODO
                   END-IF
                   IF MES-PARM NUMERIC
                       MOVE MES-PARM TO WS-MES-TRAB
                       IF WS-MT-MM > 0 AND WS-MT-MM < 13
                           MOVE WS-MES-TRAB TO WS-MES-REF
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-EXE93
           END-IF.
      *    O DIA 31 FECHA QUALQUER MES NA COMPARACAO AAAAMMDD.
           COMPUTE WS-LIMITE-PAG = WS-MES-REF * 100 + 31.

       LE-PRESTADOR.
           OPEN INPUT PARM-NFSE.
           IF WS-STATUS-NFP = "00"
               READ PARM-NFSE
                   AT END CONTINUE
               END-READ
               CLOSE PARM-NFSE
           END-IF.
           IF WS-STATUS-NFP NOT = "00"
                   OR CNPJ-NFP NOT NUMERIC OR CNPJ-NFP = ZEROS
                   OR ALIQUOTA-NFP NOT NUMERIC OR ALIQUOTA-NFP = ZEROS
                   OR MUNICIPIO-NFP NOT NUMERIC
                   OR SERIE-NFP = SPACES
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "LE-PRESTADOR" TO WS-PARAGRAFO-ERRO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE93 - PRESTADOR AUSENTE OU INVALIDO EM "
                          DELIMITED BY SIZE
                      "PARM-NFSE - LOTE RECUSADO" DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
               MOVE "DADOS DO PRESTADOR AUSENTES - LOTE NAO GERADO"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       LE-CONTROLE.
           OPEN INPUT CTRL-RPS.
           IF WS-STATUS-CTL = "00"
               READ CTRL-RPS
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-CTL = "00" AND RPS-CTL NUMERIC
                   MOVE RPS-CTL TO WS-RPS
               END-IF
               IF WS-STATUS-CTL = "00" AND LOTE-CTL NUMERIC
                   MOVE LOTE-CTL TO WS-LOTE
               END-IF
               CLOSE CTRL-RPS
           END-IF.

      *    O CONTROLE ATUALIZADO SO SUBSTITUI O VIGENTE JUNTO COM O
      *    REGISTRO DE NOTAS, APOS UMA EXECUCAO LIMPA.
       GRAVA-CONTROLE.
           OPEN OUTPUT CTRL-RPS-NOVO.
           IF WS-STATUS-CTN = "00"
               MOVE WS-RPS TO RPS-CTN
               MOVE WS-LOTE TO LOTE-CTN
               WRITE REG-CTN
               CLOSE CTRL-RPS-NOVO
           ELSE
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "GRAVA-CONTROLE" TO WS-PARAGRAFO-ERRO
               END-IF
           END-IF.

       CARREGA-TIPOS.
           OPEN INPUT CADTPC.
           IF WS-STATUS-TPC = "00"
               PERFORM LEITURA-TIPO
               PERFORM UNTIL WS-FIM-TPC = "SIM"
                   IF WS-QTD-TPC < 99
                       ADD 1 TO WS-QTD-TPC
                       MOVE CODIGO-TPC TO WS-TPC-CODIGO (WS-QTD-TPC)
                       MOVE DESCRICAO-TPC
                           TO WS-TPC-DESCRICAO (WS-QTD-TPC)
                   END-IF
                   PERFORM LEITURA-TIPO
               END-PERFORM
               CLOSE CADTPC
           END-IF.

       LEITURA-TIPO.
           READ CADTPC
               AT END MOVE "SIM" TO WS-FIM-TPC
           END-READ.

       VERIFICA-STATUS-NNV.
           IF WS-STATUS-NNV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-NNV"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-RPS.
           IF WS-STATUS-RPS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-RPS"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA-PAGAMENTO.
           READ CADPAG
               AT END MOVE "SIM" TO WS-FIM-PAG
           END-READ.
           IF WS-FIM-PAG NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-REGISTRO.
           READ NFSE-REG
               AT END MOVE "SIM" TO WS-FIM-NFS
           END-READ.

       LEITURA-RETORNO.
           READ NFSE-RET
               AT END MOVE "SIM" TO WS-FIM-RET
           END-READ.
           IF WS-FIM-RET NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

      *    CADPAG-HIST E O REGISTRO DE NOTAS CHEGAM NA ORDEM DO
      *    PAGAMENTO: PAGAMENTO SEM NOTA GANHA UM RPS, NOTA RECUSADA
      *    GANHA NOVO RPS E AS DEMAIS SAO COPIADAS COMO ESTAO.
       GERACAO.
           EVALUATE TRUE
               WHEN WS-FIM-PAG = "SIM"
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN WS-FIM-NFS = "SIM"
                   PERFORM TRATA-PAGAMENTO
                   PERFORM LEITURA-PAGAMENTO
               WHEN PAGAMENTO-NFS < REG-PAG
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN PAGAMENTO-NFS > REG-PAG
                   PERFORM TRATA-PAGAMENTO
                   PERFORM LEITURA-PAGAMENTO
               WHEN OTHER
                   IF SITUACAO-NFS = "R"
                       MOVE REG-PAG TO WS-PAGAMENTO
                       PERFORM EMITE-RPS
                       IF WS-MOTIVO NOT = SPACES
                           PERFORM COPIA-REGISTRO
                       ELSE
                           ADD 1 TO WS-CONTADOR-REEMITIDO
                       END-IF
                   ELSE
                       PERFORM COPIA-REGISTRO
                   END-IF
                   PERFORM LEITURA-PAGAMENTO
                   PERFORM LEITURA-REGISTRO
           END-EVALUATE.
           IF WS-FIM-PAG = "SIM" AND WS-FIM-NFS = "SIM"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       COPIA-REGISTRO.
           MOVE REG-NFS TO REG-NNV.
           WRITE REG-NNV.
           PERFORM VERIFICA-STATUS-NNV.

      *    PAGAMENTO DE DEPOIS DO MES DE REFERENCIA FICA PARA O LOTE
      *    DO MES SEGUINTE.
       TRATA-PAGAMENTO.
           IF DATA-PAG > WS-LIMITE-PAG
               ADD 1 TO WS-CONTADOR-POSTERIOR
           ELSE
               MOVE REG-PAG TO WS-PAGAMENTO
               PERFORM EMITE-RPS
           END-IF.

       EMITE-RPS.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM BUSCA-TOMADOR.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-PENDENCIA
           ELSE
               IF WS-LOTE-ABERTO = "N"
                   PERFORM GRAVA-CABECALHO-LOTE
               END-IF
               ADD 1 TO WS-RPS
               PERFORM BUSCA-DESCRICAO
               PERFORM BUSCA-ALUNO
               PERFORM MONTA-DISCRIMINACAO
               COMPUTE WS-VALOR-ISS ROUNDED =
                       WS-PG-VALOR * ALIQUOTA-NFP
               MOVE SPACES TO REG-RPS-DETALHE
               MOVE "2" TO TIPO-RPS
               MOVE WS-RPS TO NUMERO-RPS
               MOVE SERIE-NFP TO SERIE-RPS
               MOVE "1" TO TIPO-DOC-RPS
               MOVE WS-DATA-SISTEMA TO DATA-EMISSAO-RPS
               MOVE ITEM-SERVICO-NFP TO ITEM-SERVICO-RPS
               MOVE MUNICIPIO-NFP TO MUNICIPIO-RPS
               MOVE ALIQUOTA-NFP TO ALIQUOTA-RPS
               MOVE WS-PG-VALOR TO VALOR-SERVICO-RPS
               MOVE WS-VALOR-ISS TO VALOR-ISS-RPS
               MOVE NOME-RESP-RES TO NOME-TOMADOR-RPS
               MOVE SPACES TO ENDERECO-TOMADOR-RPS
               STRING LOGRADOURO-RES DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      NUM-END-RES DELIMITED BY " "
                      " " DELIMITED BY SIZE
                      COMPLEMENTO-RES DELIMITED BY "  "
                   INTO ENDERECO-TOMADOR-RPS
               MOVE WS-DISCRIMINACAO TO DISCRIMINACAO-RPS
               WRITE REG-RPS-DETALHE
               PERFORM VERIFICA-STATUS-RPS
               ADD 1 TO WS-CONTADOR-EMITIDO
               ADD WS-PG-VALOR TO WS-TOTAL-SERVICO
               ADD WS-VALOR-ISS TO WS-TOTAL-ISS
               MOVE WS-PAGAMENTO TO PAGAMENTO-NNV
               MOVE WS-RPS TO RPS-NNV
               MOVE SERIE-NFP TO SERIE-NNV
               MOVE WS-DATA-SISTEMA TO DATA-RPS-NNV
               MOVE WS-LOTE TO LOTE-NNV
               MOVE "P" TO SITUACAO-NNV
               MOVE SPACES TO NFSE-NNV
                              VERIFICACAO-NNV
                              MENSAGEM-NNV
               MOVE ZEROS TO DATA-NFSE-NNV
               WRITE REG-NNV
               PERFORM VERIFICA-STATUS-NNV
               PERFORM IMPRIME-RPS
           END-IF.

      *    SEM RESPONSAVEL FINANCEIRO NAO HA TOMADOR: O PAGAMENTO NAO
      *    ENTRA NO REGISTRO E VOLTA NO LOTE SEGUINTE.
       BUSCA-TOMADOR.
           IF WS-RES-ABERTO = "S"
               MOVE WS-PG-NUMERO TO NUMERO-RES
               READ CADRES
                   INVALID KEY
                       MOVE "RS" TO WS-MOTIVO
               END-READ
           ELSE
               MOVE "RS" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND NOME-RESP-RES = SPACES
               MOVE "RS" TO WS-MOTIVO
           END-IF.

       BUSCA-DESCRICAO.
           MOVE SPACES TO WS-DESCR-SERVICO.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-QTD-TPC
               IF WS-TPC-CODIGO (WS-T) = WS-PG-TIPO
                   MOVE WS-TPC-DESCRICAO (WS-T) TO WS-DESCR-SERVICO
                   MOVE WS-QTD-TPC TO WS-T
               END-IF
           END-PERFORM.
           IF WS-DESCR-SERVICO = SPACES
               EVALUATE WS-PG-TIPO
                   WHEN 01
                       MOVE "MENSALIDADE ESCOLAR" TO WS-DESCR-SERVICO
                   WHEN 90
                       MOVE "PARCELA RENEGOCIACAO" TO WS-DESCR-SERVICO
                   WHEN OTHER
                       MOVE "SERVICO EDUCACIONAL" TO WS-DESCR-SERVICO
               END-EVALUATE
           END-IF.

       BUSCA-ALUNO.
           MOVE SPACES TO WS-NOME-ALUNO.
           IF WS-ALU-ABERTO = "S"
               MOVE WS-PG-NUMERO TO NUMERO-ENT
               READ CADALU
                   INVALID KEY
                       MOVE SPACES TO NOME-ENT
               END-READ
               MOVE NOME-ENT TO WS-NOME-ALUNO
           END-IF.

       MONTA-DISCRIMINACAO.
           MOVE SPACES TO WS-DISCRIMINACAO.
           STRING WS-DESCR-SERVICO DELIMITED BY "  "
                  " REF. " DELIMITED BY SIZE
                  WS-PG-COMP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PG-COMP-AAAA DELIMITED BY SIZE
                  " - ALUNO " DELIMITED BY SIZE
                  WS-PG-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-ALUNO DELIMITED BY "  "
               INTO WS-DISCRIMINACAO.

       GRAVA-CABECALHO-LOTE.
           ADD 1 TO WS-LOTE.
           MOVE SPACES TO REG-RPS-HEADER.
           MOVE "1" TO TIPO-RPS-HDR.
           MOVE CNPJ-NFP TO CNPJ-RPS-HDR.
           MOVE INSCRICAO-NFP TO INSCRICAO-RPS-HDR.
           MOVE WS-LOTE TO LOTE-RPS-HDR.
           MOVE WS-DATA-SISTEMA TO DATA-RPS-HDR.
           WRITE REG-RPS-HEADER.
           PERFORM VERIFICA-STATUS-RPS.
           MOVE "S" TO WS-LOTE-ABERTO.

       GRAVA-TRAILER-LOTE.
           MOVE SPACES TO REG-RPS-TRAILER.
           MOVE "9" TO TIPO-RPS-TRL.
           MOVE WS-CONTADOR-EMITIDO TO QTD-RPS-TRL.
           MOVE WS-TOTAL-SERVICO TO TOTAL-SERVICO-RPS-TRL.
           MOVE WS-TOTAL-ISS TO TOTAL-ISS-RPS-TRL.
           WRITE REG-RPS-TRAILER.
           PERFORM VERIFICA-STATUS-RPS.

       IMPRIME-RPS.
           MOVE WS-PG-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-ISS TO WS-ISS-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RPS " DELIMITED BY SIZE
                  WS-RPS DELIMITED BY SIZE
                  " ALUNO " DELIMITED BY SIZE
                  WS-PG-NUMERO DELIMITED BY SIZE
                  " COMP. " DELIMITED BY SIZE
                  WS-PG-COMPETENCIA DELIMITED BY SIZE
                  " TP " DELIMITED BY SIZE
                  WS-PG-TIPO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  " ISS " DELIMITED BY SIZE
                  WS-ISS-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "    TOMADOR " DELIMITED BY SIZE
                  NOME-RESP-RES DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-PENDENCIA.
           ADD 1 TO WS-CONTADOR-PENDENTE.
           MOVE WS-PG-VALOR TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PENDENTE " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  ": ALUNO " DELIMITED BY SIZE
                  WS-PG-NUMERO DELIMITED BY SIZE
                  " COMP. " DELIMITED BY SIZE
                  WS-PG-COMPETENCIA DELIMITED BY SIZE
                  " TP " DELIMITED BY SIZE
                  WS-PG-TIPO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  " SEM RESPONSAVEL" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    REGISTRO DE NOTAS E RETORNO CHEGAM NA ORDEM DO RPS. O
      *    REGISTRO SO E GRAVADO AO AVANCAR, PARA QUE MAIS DE UM
      *    RETORNO DO MESMO RPS (RECUSA SEGUIDA DE CONVERSAO) VALHA NA
      *    ORDEM EM QUE CHEGOU.
       RETORNO.
           EVALUATE TRUE
               WHEN WS-FIM-RET = "SIM"
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN WS-FIM-NFS = "SIM"
                   PERFORM RETORNO-SEM-RPS
                   PERFORM LEITURA-RETORNO
               WHEN RPS-NFS < RPS-RET
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN RPS-NFS > RPS-RET
                   PERFORM RETORNO-SEM-RPS
                   PERFORM LEITURA-RETORNO
               WHEN OTHER
                   PERFORM APLICA-RETORNO
                   PERFORM LEITURA-RETORNO
           END-EVALUATE.
           IF WS-FIM-RET = "SIM" AND WS-FIM-NFS = "SIM"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       RETORNO-SEM-RPS.
           ADD 1 TO WS-CONTADOR-REJ.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RPS " DELIMITED BY SIZE
                  RPS-RET DELIMITED BY SIZE
                  " NAO CONSTA DO REGISTRO DE NOTAS - RETORNO "
                      DELIMITED BY SIZE
                  "IGNORADO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       APLICA-RETORNO.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE TRUE
               WHEN SITUACAO-NFS = "E" AND SITUACAO-RET = "A"
                       AND NFSE-NFS = NFSE-RET-NUM
                   ADD 1 TO WS-CONTADOR-REPETIDO
               WHEN SITUACAO-NFS = "E"
                   ADD 1 TO WS-CONTADOR-REJ
                   STRING "RPS " DELIMITED BY SIZE
                          RPS-RET DELIMITED BY SIZE
                          " JA CONVERTIDO NA NFS-E " DELIMITED BY SIZE
                          NFSE-NFS DELIMITED BY SIZE
                          " - RETORNO IGNORADO" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN SITUACAO-RET = "A"
                   ADD 1 TO WS-CONTADOR-CONVERTIDO
                   MOVE "E" TO SITUACAO-NFS
                   MOVE NFSE-RET-NUM TO NFSE-NFS
                   MOVE VERIFICACAO-RET TO VERIFICACAO-NFS
                   MOVE DATA-NFSE-RET TO DATA-NFSE-NFS
                   MOVE SPACES TO MENSAGEM-NFS
                   STRING "RPS " DELIMITED BY SIZE
                          RPS-RET DELIMITED BY SIZE
                          " NFS-E " DELIMITED BY SIZE
                          NFSE-RET-NUM DELIMITED BY SIZE
                          " COD. " DELIMITED BY SIZE
                          VERIFICACAO-RET DELIMITED BY SIZE
                          " ALUNO " DELIMITED BY SIZE
                          NUMERO-NFS DELIMITED BY SIZE
                          " COMP. " DELIMITED BY SIZE
                          COMPETENCIA-NFS DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN SITUACAO-RET = "R"
                   ADD 1 TO WS-CONTADOR-RECUSADO
                   MOVE "R" TO SITUACAO-NFS
                   MOVE MENSAGEM-RET TO MENSAGEM-NFS
                   STRING "RPS " DELIMITED BY SIZE
                          RPS-RET DELIMITED BY SIZE
                          " RECUSADO: " DELIMITED BY SIZE
                          MENSAGEM-RET DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-REJ
                   STRING "RPS " DELIMITED BY SIZE
                          RPS-RET DELIMITED BY SIZE
                          " SITUACAO DE RETORNO INVALIDA: "
                              DELIMITED BY SIZE
                          SITUACAO-RET DELIMITED BY SIZE
                       INTO WS-LINHA-REL
           END-EVALUATE.
           IF WS-LINHA-REL NOT = SPACES
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-MODO = "R"
               MOVE SPACES TO WS-LINHA-REL
               STRING "RETORNOS LIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  CONVERTIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-CONVERTIDO DELIMITED BY SIZE
                      "  RECUSADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-RECUSADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "JA REGISTRADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REPETIDO DELIMITED BY SIZE
                      "  IGNORADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REJ DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               IF WS-CONTADOR-RECUSADO > 0
                   MOVE "RPS RECUSADOS SERAO REEMITIDOS NO PROXIMO LOTE"
                       TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "LOTE " DELIMITED BY SIZE
                      WS-LOTE DELIMITED BY SIZE
                      "  RPS EMITIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-EMITIDO DELIMITED BY SIZE
                      "  (REEMISSOES: " DELIMITED BY SIZE
                      WS-CONTADOR-REEMITIDO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE WS-TOTAL-SERVICO TO WS-TOTAL-EDITADO
               MOVE SPACES TO WS-LINHA-REL
               STRING "VALOR DOS SERVICOS  " DELIMITED BY SIZE
                      WS-TOTAL-EDITADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE WS-TOTAL-ISS TO WS-TOTAL-EDITADO
               MOVE SPACES TO WS-LINHA-REL
               STRING "VALOR DO ISS        " DELIMITED BY SIZE
                      WS-TOTAL-EDITADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "PENDENTES SEM RESPONSAVEL: " DELIMITED BY SIZE
                      WS-CONTADOR-PENDENTE DELIMITED BY SIZE
                      "  PAGOS APOS O MES: " DELIMITED BY SIZE
                      WS-CONTADOR-POSTERIOR DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               IF WS-CONTADOR-EMITIDO = 0
                   MOVE "NENHUM RPS A EMITIR - LOTE NAO GERADO"
                       TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           IF WS-MODO = "R"
               STRING "EXE93 - RETORNOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  CONVERTIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-CONVERTIDO DELIMITED BY SIZE
                      "  RECUSADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-RECUSADO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           ELSE
               STRING "EXE93 - PAGAMENTOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  RPS: " DELIMITED BY SIZE
                      WS-CONTADOR-EMITIDO DELIMITED BY SIZE
                      "  PENDENTES: " DELIMITED BY SIZE
                      WS-CONTADOR-PENDENTE DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           END-IF.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE93 - LOTE: " DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  "  ULTIMO RPS: " DELIMITED BY SIZE
                  WS-RPS DELIMITED BY SIZE
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
               MOVE "EXE93" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           IF WS-MODO = "R"
               MOVE WS-CONTADOR-CONVERTIDO TO GRAVADOS-RHI
               COMPUTE REJEITADOS-RHI = WS-CONTADOR-RECUSADO
                       + WS-CONTADOR-REJ
           ELSE
               MOVE WS-CONTADOR-EMITIDO TO GRAVADOS-RHI
               MOVE WS-CONTADOR-PENDENTE TO REJEITADOS-RHI
           END-IF.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF REJEITADOS-RHI > 0
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
                  " NFP=" DELIMITED BY SIZE
                  WS-STATUS-NFP DELIMITED BY SIZE
                  " CTN=" DELIMITED BY SIZE
                  WS-STATUS-CTN DELIMITED BY SIZE
                  " PAG=" DELIMITED BY SIZE
                  WS-STATUS-PAG DELIMITED BY SIZE
                  " NFS=" DELIMITED BY SIZE
                  WS-STATUS-NFS DELIMITED BY SIZE
                  " NNV=" DELIMITED BY SIZE
                  WS-STATUS-NNV DELIMITED BY SIZE
                  " RET=" DELIMITED BY SIZE
                  WS-STATUS-RET DELIMITED BY SIZE
                  " RPS=" DELIMITED BY SIZE
                  WS-STATUS-RPS DELIMITED BY SIZE
                  " RES=" DELIMITED BY SIZE
                  WS-STATUS-RES DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           IF WS-MODO = "R"
               MOVE REG-RET TO WS-DIAG-REGISTRO
           ELSE
               MOVE REG-PAG TO WS-DIAG-REGISTRO
           END-IF.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-MODO = "R"
               IF WS-STATUS-RET = "00" OR WS-STATUS-RET = "10"
                   CLOSE NFSE-RET
                         NFSE-REG-NOVO
                   IF WS-STATUS-NFS = "00" OR WS-STATUS-NFS = "10"
                       CLOSE NFSE-REG
                   END-IF
               END-IF
           ELSE
               IF WS-RECUSADA = "N"
                   IF WS-LOTE-ABERTO = "S"
                       PERFORM GRAVA-TRAILER-LOTE
                   END-IF
                   CLOSE NFSE-REG-NOVO
                         RPS-LOTE
                   IF WS-STATUS-PAG = "00" OR WS-STATUS-PAG = "10"
                       CLOSE CADPAG
                   END-IF
                   IF WS-STATUS-NFS = "00" OR WS-STATUS-NFS = "10"
                       CLOSE NFSE-REG
                   END-IF
                   IF WS-RES-ABERTO = "S"
                       CLOSE CADRES
                   END-IF
                   IF WS-ALU-ABERTO = "S"
                       CLOSE CADALU
                   END-IF
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.
           IF WS-RECUSADA = "N"
               PERFORM IMPRIME-TOTAIS
           END-IF.
           CLOSE REL-EXE93.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-PENDENTE > 0 OR WS-CONTADOR-RECUSADO > 0
                       OR WS-CONTADOR-REJ > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE93.
