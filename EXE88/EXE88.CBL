       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE88.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MEN.

           SELECT CADPAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAG.

           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT CADRENEG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PLN.

           SELECT CAD-PERDA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRD.

           SELECT CAD-RECUPERA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RCP.

           SELECT CTRL-COMPETENCIA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ENT
           ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADRES   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-RES
           FILE STATUS  IS  WS-STATUS-RES.

           SELECT PARM-EXE88   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT QUITACAO-IMP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-IMP.

           SELECT REL-EXE88   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EXE88   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    CADMEN E CADPAG SAO REESCRITOS A CADA MES; A QUITACAO ANUAL
      *    LE O ACUMULADO DAS COMPETENCIAS JA POSTADAS PELO FATURAMENTO.
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
           03 CHAVE-PAG.
              04 NUMERO-PAG       PIC 9(07).
              04 COMPETENCIA-PAG  PIC 9(06).
              04 TIPO-PAG         PIC 9(02).
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

       FD CADRENEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRENEG.DAT".

       01 REG-PLN.
           03 NUMERO-PLANO-PLN     PIC 9(05).
           03 NUMERO-ALUNO-PLN     PIC 9(07).
           03 COMPETENCIA-INI-PLN  PIC 9(06).
           03 COMPETENCIA-FIM-PLN  PIC 9(06).
           03 QTD-PARCELAS-PLN     PIC 9(02).
           03 VALOR-PARCELA-PLN    PIC 9(05)V99.
           03 VALOR-ORIGINAL-PLN   PIC 9(07)V99.
           03 DATA-PLANO-PLN       PIC 9(08).

      *    COBRANCAS BAIXADAS COMO PERDA (EXE91) E AS RECUPERACOES
      *    RECEBIDAS DEPOIS DA BAIXA (EXE28).
       FD CAD-PERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PERDA.DAT".

       01 REG-PRD.
           03 NUMERO-PRD       PIC 9(07).
           03 COMPETENCIA-PRD  PIC 9(06).
           03 TIPO-PRD         PIC 9(02).
           03 VALOR-PRD        PIC 9(05)V99.
           03 VENCIMENTO-PRD   PIC 9(08).
           03 BOLSA-PRD        PIC 9(03).
           03 DATA-BAIXA-PRD   PIC 9(08).
           03 MOTIVO-PRD       PIC X(02).

       FD CAD-RECUPERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-RECUPERA.DAT".

       01 REG-RCP.
           03 NUMERO-RCP       PIC 9(07).
           03 COMPETENCIA-RCP  PIC 9(06).
           03 TIPO-RCP         PIC 9(02).
           03 VALOR-RCP        PIC 9(05)V99.
           03 DATA-PAG-RCP     PIC 9(08).
           03 DATA-REGISTRO-RCP PIC 9(08).

       FD CTRL-COMPETENCIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-COMPETENCIA.DAT".

       01 REG-CTL.
           03 COMPETENCIA-CTL     PIC 9(06).
           03 STATUS-CTL          PIC X(01).
           03 DATA-FECHAMENTO-CTL PIC 9(08).

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

       FD PARM-EXE88
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE88.DAT".

       01 REG-PARM-EXE88.
           03 ANO-PARM         PIC 9(04).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD QUITACAO-IMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "QUITACAO-IMP.DAT".

       01 REG-IMP                 PIC X(80).

       FD REL-EXE88
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE88.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EXE88
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE88.DAT".

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
       77 WS-STATUS-PAG    PIC X(02) VALUE "00".
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-PLN    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-IMP    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-PAG       PIC X(03) VALUE "NAO".
       77 WS-FIM-ABT       PIC X(03) VALUE "NAO".
       77 WS-FIM-PLN       PIC X(03) VALUE "NAO".
       77 WS-FIM-CTL       PIC X(03) VALUE "NAO".
       77 WS-STATUS-PRD    PIC X(02) VALUE "00".
       77 WS-STATUS-RCP    PIC X(02) VALUE "00".
       77 WS-FIM-PRD       PIC X(03) VALUE "NAO".
       77 WS-FIM-RCP       PIC X(03) VALUE "NAO".
       77 WS-ALU-ABERTO    PIC X(01) VALUE "N".
       77 WS-RES-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE88".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ALUNOS   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-QUITADOS PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EXCECAO  PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-ANO-QUITACAO  PIC 9(04) VALUE ZEROS.
       77 WS-NUMERO-ALUNO  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITENS     PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-FATURADO PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-PAGO    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-ABERTO  PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-ABERTO    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PARCELAS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PERDA     PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-PERDA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-RECUPERADO PIC 9(07)V99 VALUE ZEROS.
       77 WS-VALOR-A-RECUPERAR PIC 9(07)V99 VALUE ZEROS.
       77 WS-PLANO         PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO        PIC X(02) VALUE SPACES.
       77 WS-QTD-CTL       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-COMP      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PLANOS    PIC 9(04) VALUE ZEROS.
       77 WS-C             PIC 9(03).
       77 WS-K             PIC 9(03).
       77 WS-X             PIC 9(04).
       77 WS-ACHOU         PIC X(01) VALUE "N".
       77 WS-NAO-FECHADA   PIC X(01) VALUE "N".
       01 WS-DATA-TRAB.
           03 WS-DT-AAAA       PIC 9(04).
           03 WS-DT-MM         PIC 9(02).
           03 WS-DT-DD         PIC 9(02).
       01 WS-DATA-EDITADA.
           03 WS-DE-DD         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DE-AAAA       PIC 9(04).
       01 WS-COMP-EDITADA.
           03 WS-CE-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-CE-AAAA       PIC 9(04).
       01 WS-COMP-TRAB.
           03 WS-CT-AAAA       PIC 9(04).
           03 WS-CT-MM         PIC 9(02).
       01 WS-CEP-TRAB.
           03 WS-CP-PREFIXO    PIC 9(05).
           03 WS-CP-SUFIXO     PIC 9(03).
       01 WS-CEP-EDITADO.
           03 WS-CEE-PREFIXO   PIC 9(05).
           03 FILLER           PIC X(01) VALUE "-".
           03 WS-CEE-SUFIXO    PIC 9(03).
       01 WS-VALOR-EDITADO         PIC Z,ZZZ,ZZ9.99.
       01 WS-VALOR-EDITADO-2       PIC Z,ZZZ,ZZ9.99.
       01 WS-LINHA-IMP             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-TABELA-CTL.
           03 WS-CTL-OCORRE OCCURS 120 TIMES.
               05 WS-CTL-COMPETENCIA PIC 9(06).
               05 WS-CTL-STATUS      PIC X(01).
       01 WS-TABELA-COMP.
           03 WS-COMP-OCORRE OCCURS 24 TIMES PIC 9(06).
       01 WS-TABELA-PLN.
           03 WS-PLN-OCORRE OCCURS 2000 TIMES.
               05 WS-PLN-ALUNO      PIC 9(07).
               05 WS-PLN-PLANO      PIC 9(05).
       01 WS-TABELA-ABERTO.
           03 WS-ABT-OCORRE OCCURS 36 TIMES.
               05 WS-ABT-COMPETENCIA PIC 9(06).
               05 WS-ABT-TIPO        PIC 9(02).
               05 WS-ABT-VALOR       PIC 9(05)V99.
               05 WS-ABT-VENCIMENTO  PIC 9(08).

       PROCEDURE DIVISION.
       PGM-EM01EX88.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ = "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE88.
           PERFORM LE-DATA-MOVTO.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-QUITACAO.
           SUBTRACT 1 FROM WS-ANO-QUITACAO.
           PERFORM LE-PARAMETRO.
           PERFORM CARREGA-CONTROLE.
           PERFORM VERIFICA-FECHAMENTO.
           IF WS-NAO-FECHADA = "S" OR WS-QTD-ERROS-IO > ZEROS
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM ABRE-ARQUIVOS
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

      *    SEM PARAMETRO A QUITACAO E DO ANO ANTERIOR AO DO MOVIMENTO.
       LE-PARAMETRO.
           OPEN INPUT PARM-EXE88.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE88
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00" AND ANO-PARM NUMERIC
                  AND ANO-PARM > ZEROS
                   MOVE ANO-PARM TO WS-ANO-QUITACAO
               END-IF
               CLOSE PARM-EXE88
           END-IF.

       CARREGA-CONTROLE.
           OPEN INPUT CTRL-COMPETENCIA.
           IF WS-STATUS-CTL = "00"
               PERFORM LEITURA-CONTROLE
               PERFORM UNTIL WS-FIM-CTL = "SIM"
                   IF STATUS-CTL = "F" AND WS-QTD-CTL < 120
                       ADD 1 TO WS-QTD-CTL
                       MOVE COMPETENCIA-CTL
                           TO WS-CTL-COMPETENCIA (WS-QTD-CTL)
                       MOVE STATUS-CTL TO WS-CTL-STATUS (WS-QTD-CTL)
                   END-IF
                   PERFORM LEITURA-CONTROLE
               END-PERFORM
               CLOSE CTRL-COMPETENCIA
           END-IF.

       LEITURA-CONTROLE.
           READ CTRL-COMPETENCIA
               AT END MOVE "SIM" TO WS-FIM-CTL
           END-READ.

      *    TODA COMPETENCIA DO ANO COBRADA NO HISTORICO PRECISA ESTAR
      *    FECHADA PELO EXE51; HAVENDO ALGUMA ABERTA A EXECUCAO E
      *    RECUSADA, COMO O PROPRIO EXE51 FAZ COM COMPETENCIA REPETIDA.
       VERIFICA-FECHAMENTO.
           OPEN INPUT CADMEN.
           IF WS-STATUS-MEN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "VERIFICA-FECHAMENTO" TO WS-PARAGRAFO-ERRO
           ELSE
               PERFORM LEITURA
               PERFORM UNTIL FIM-ARQ = "SIM"
                   IF COMPETENCIA-MEN (1:4) = WS-ANO-QUITACAO
                       PERFORM REGISTRA-COMPETENCIA
                   END-IF
                   PERFORM LEITURA
               END-PERFORM
               CLOSE CADMEN
               MOVE ZEROS TO WS-CONTADOR-LIDO
               MOVE "NAO" TO FIM-ARQ
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-QTD-COMP
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-QTD-CTL
                   IF WS-CTL-COMPETENCIA (WS-C) = WS-COMP-OCORRE (WS-K)
                       MOVE "S" TO WS-ACHOU
                       MOVE WS-QTD-CTL TO WS-C
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   MOVE "S" TO WS-NAO-FECHADA
                   MOVE SPACES TO WS-LINHA-LOG
                   STRING "EXE88 - COMPETENCIA " DELIMITED BY SIZE
                          WS-COMP-OCORRE (WS-K) DELIMITED BY SIZE
                          " NAO FECHADA - EXECUCAO RECUSADA"
                              DELIMITED BY SIZE
                       INTO WS-LINHA-LOG
                   WRITE REG-LOG FROM WS-LINHA-LOG
               END-IF
           END-PERFORM.
           IF WS-NAO-FECHADA = "S"
               ADD 1 TO WS-QTD-ERROS-IO
           END-IF.
           IF WS-QTD-COMP = ZEROS AND WS-QTD-ERROS-IO = ZEROS
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE88 - NENHUMA COBRANCA NO HISTORICO PARA "
                          DELIMITED BY SIZE
                      WS-ANO-QUITACAO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       REGISTRA-COMPETENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-QTD-COMP
               IF WS-COMP-OCORRE (WS-K) = COMPETENCIA-MEN
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-QTD-COMP TO WS-K
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-QTD-COMP < 24
               ADD 1 TO WS-QTD-COMP
               MOVE COMPETENCIA-MEN TO WS-COMP-OCORRE (WS-QTD-COMP)
           END-IF.

       ABRE-ARQUIVOS.
           PERFORM CARREGA-PLANOS.
           OPEN INPUT CADMEN.
           OPEN OUTPUT QUITACAO-IMP
                OUTPUT REL-EXE88.
           PERFORM VERIFICA-STATUS-IMP.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "QUITACAO ANUAL " DELIMITED BY SIZE
                  WS-ANO-QUITACAO DELIMITED BY SIZE
                  " - ALUNOS COM PENDENCIA - POSICAO EM "
                      DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALU-ABERTO
           END-IF.
           OPEN INPUT CADRES.
           IF WS-STATUS-RES = "00"
               MOVE "S" TO WS-RES-ABERTO
           END-IF.
           OPEN INPUT CADPAG.
           IF WS-STATUS-PAG = "00"
               PERFORM LEITURA-PAGAMENTO
           ELSE
               MOVE "SIM" TO WS-FIM-PAG
           END-IF.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT = "00"
               PERFORM LEITURA-ABERTO
           ELSE
               MOVE "SIM" TO WS-FIM-ABT
           END-IF.
           OPEN INPUT CAD-PERDA.
           IF WS-STATUS-PRD = "00"
               PERFORM LEITURA-PERDA
           ELSE
               MOVE "SIM" TO WS-FIM-PRD
           END-IF.
           OPEN INPUT CAD-RECUPERA.
           IF WS-STATUS-RCP = "00"
               PERFORM LEITURA-RECUPERACAO
           ELSE
               MOVE "SIM" TO WS-FIM-RCP
           END-IF.
           PERFORM LEITURA.

      *    PLANOS DE RENEGOCIACAO QUE ABRANGEM COMPETENCIA DO ANO.
       CARREGA-PLANOS.
           OPEN INPUT CADRENEG.
           IF WS-STATUS-PLN = "00"
               PERFORM LEITURA-PLANO
               PERFORM UNTIL WS-FIM-PLN = "SIM"
                   IF COMPETENCIA-INI-PLN (1:4)
                          NOT GREATER THAN WS-ANO-QUITACAO
                      AND COMPETENCIA-FIM-PLN (1:4)
                          NOT LESS THAN WS-ANO-QUITACAO
                      AND WS-QTD-PLANOS < 2000
                       ADD 1 TO WS-QTD-PLANOS
                       MOVE NUMERO-ALUNO-PLN
                           TO WS-PLN-ALUNO (WS-QTD-PLANOS)
                       MOVE NUMERO-PLANO-PLN
                           TO WS-PLN-PLANO (WS-QTD-PLANOS)
                   END-IF
                   PERFORM LEITURA-PLANO
               END-PERFORM
               CLOSE CADRENEG
           END-IF.

       LEITURA-PLANO.
           READ CADRENEG
               AT END MOVE "SIM" TO WS-FIM-PLN
           END-READ.

       VERIFICA-STATUS-IMP.
           IF WS-STATUS-IMP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-IMP"
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
           READ CADMEN
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LEITURA-PAGAMENTO.
           READ CADPAG
               AT END MOVE "SIM" TO WS-FIM-PAG
           END-READ.

       LEITURA-ABERTO.
           READ CADMEN-ABERTO
               AT END MOVE "SIM" TO WS-FIM-ABT
           END-READ.

       LEITURA-PERDA.
           READ CAD-PERDA
               AT END MOVE "SIM" TO WS-FIM-PRD
           END-READ.

       LEITURA-RECUPERACAO.
           READ CAD-RECUPERA
               AT END MOVE "SIM" TO WS-FIM-RCP
           END-READ.

       PRINCIPAL.
           MOVE NUMERO-MEN TO WS-NUMERO-ALUNO.
           MOVE ZEROS TO WS-QTD-ITENS WS-VALOR-FATURADO.
           PERFORM ACUMULA-COBRANCA
               UNTIL FIM-ARQ = "SIM"
                  OR NUMERO-MEN NOT = WS-NUMERO-ALUNO.
           IF WS-QTD-ITENS > ZEROS
               ADD 1 TO WS-CONTADOR-ALUNOS
               PERFORM ACUMULA-PAGAMENTOS
               PERFORM BUSCA-ABERTOS
               PERFORM BUSCA-PERDAS
               PERFORM BUSCA-PLANO
               PERFORM AVALIA-QUITACAO
           END-IF.

       ACUMULA-COBRANCA.
           IF COMPETENCIA-MEN (1:4) = WS-ANO-QUITACAO
               ADD 1 TO WS-QTD-ITENS
               ADD VALOR-MEN TO WS-VALOR-FATURADO
           END-IF.
           PERFORM LEITURA.

       ACUMULA-PAGAMENTOS.
           MOVE ZEROS TO WS-VALOR-PAGO.
           PERFORM UNTIL WS-FIM-PAG = "SIM"
                   OR NUMERO-PAG NOT LESS THAN WS-NUMERO-ALUNO
               PERFORM LEITURA-PAGAMENTO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-PAG = "SIM"
                   OR NUMERO-PAG NOT = WS-NUMERO-ALUNO
               IF COMPETENCIA-PAG (1:4) = WS-ANO-QUITACAO
                   ADD VALOR-PAG TO WS-VALOR-PAGO
               END-IF
               PERFORM LEITURA-PAGAMENTO
           END-PERFORM.

      *    ITENS EM ABERTO DO ANO E PARCELAS DE RENEGOCIACAO (TIPO 90)
      *    AINDA NAO PAGAS, DE QUALQUER COMPETENCIA.
       BUSCA-ABERTOS.
           MOVE ZEROS TO WS-QTD-ABERTO WS-VALOR-ABERTO WS-QTD-PARCELAS.
           PERFORM UNTIL WS-FIM-ABT = "SIM"
                   OR NUMERO-ABT NOT LESS THAN WS-NUMERO-ALUNO
               PERFORM LEITURA-ABERTO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-ABT = "SIM"
                   OR NUMERO-ABT NOT = WS-NUMERO-ALUNO
               IF TIPO-ABT = 90
                   ADD 1 TO WS-QTD-PARCELAS
               END-IF
               IF COMPETENCIA-ABT (1:4) = WS-ANO-QUITACAO
                   ADD 1 TO WS-QTD-ABERTO
                   ADD VALOR-ABT TO WS-VALOR-ABERTO
                   IF WS-QTD-ABERTO NOT GREATER THAN 36
                       MOVE COMPETENCIA-ABT
                           TO WS-ABT-COMPETENCIA (WS-QTD-ABERTO)
                       MOVE TIPO-ABT TO WS-ABT-TIPO (WS-QTD-ABERTO)
                       MOVE VALOR-ABT TO WS-ABT-VALOR (WS-QTD-ABERTO)
                       MOVE VENCIMENTO-ABT
                           TO WS-ABT-VENCIMENTO (WS-QTD-ABERTO)
                   END-IF
               END-IF
               PERFORM LEITURA-ABERTO
           END-PERFORM.

      *    COBRANCA DO ANO BAIXADA COMO PERDA CONTINUA SENDO DEBITO
      *    ATE QUE AS RECUPERACOES A COBRAM POR INTEIRO.
       BUSCA-PERDAS.
           MOVE ZEROS TO WS-QTD-PERDA WS-VALOR-PERDA
                         WS-VALOR-RECUPERADO WS-VALOR-A-RECUPERAR.
           PERFORM UNTIL WS-FIM-PRD = "SIM"
                   OR NUMERO-PRD NOT LESS THAN WS-NUMERO-ALUNO
               PERFORM LEITURA-PERDA
           END-PERFORM.
           PERFORM UNTIL WS-FIM-PRD = "SIM"
                   OR NUMERO-PRD NOT = WS-NUMERO-ALUNO
               IF COMPETENCIA-PRD (1:4) = WS-ANO-QUITACAO
                   ADD 1 TO WS-QTD-PERDA
                   ADD VALOR-PRD TO WS-VALOR-PERDA
               END-IF
               PERFORM LEITURA-PERDA
           END-PERFORM.
           PERFORM UNTIL WS-FIM-RCP = "SIM"
                   OR NUMERO-RCP NOT LESS THAN WS-NUMERO-ALUNO
               PERFORM LEITURA-RECUPERACAO
           END-PERFORM.
           PERFORM UNTIL WS-FIM-RCP = "SIM"
                   OR NUMERO-RCP NOT = WS-NUMERO-ALUNO
               IF COMPETENCIA-RCP (1:4) = WS-ANO-QUITACAO
                   ADD VALOR-RCP TO WS-VALOR-RECUPERADO
               END-IF
               PERFORM LEITURA-RECUPERACAO
           END-PERFORM.
           IF WS-VALOR-PERDA > WS-VALOR-RECUPERADO
               COMPUTE WS-VALOR-A-RECUPERAR =
                   WS-VALOR-PERDA - WS-VALOR-RECUPERADO
           END-IF.

       BUSCA-PLANO.
           MOVE ZEROS TO WS-PLANO.
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-QTD-PLANOS
               IF WS-PLN-ALUNO (WS-X) = WS-NUMERO-ALUNO
                   MOVE WS-PLN-PLANO (WS-X) TO WS-PLANO
                   MOVE WS-QTD-PLANOS TO WS-X
               END-IF
           END-PERFORM.

       AVALIA-QUITACAO.
           PERFORM BUSCA-ALUNO.
           PERFORM BUSCA-RESPONSAVEL.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-QTD-ABERTO > ZEROS
               MOVE "AB" TO WS-MOTIVO
           ELSE
             IF WS-VALOR-A-RECUPERAR > ZEROS
               MOVE "PD" TO WS-MOTIVO
             ELSE
               IF WS-PLANO > ZEROS AND WS-QTD-PARCELAS > ZEROS
                   MOVE "RN" TO WS-MOTIVO
               ELSE
                   IF NOME-RESP-RES = SPACES
                       MOVE "RS" TO WS-MOTIVO
                   END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM IMPRIME-QUITACAO
               ADD 1 TO WS-CONTADOR-QUITADOS
           ELSE
               PERFORM GRAVA-EXCECAO
               ADD 1 TO WS-CONTADOR-EXCECAO
           END-IF.

       BUSCA-ALUNO.
           MOVE WS-NUMERO-ALUNO TO NUMERO-ENT.
           IF WS-ALU-ABERTO = "S"
               READ CADALU
                   INVALID KEY
                       MOVE SPACES TO NOME-ENT
               END-READ
           ELSE
               MOVE SPACES TO NOME-ENT
           END-IF.

       BUSCA-RESPONSAVEL.
           MOVE WS-NUMERO-ALUNO TO NUMERO-RES.
           IF WS-RES-ABERTO = "S"
               READ CADRES
                   INVALID KEY
                       MOVE SPACES TO NOME-RESP-RES
                       INITIALIZE ENDERECO-RES
               END-READ
           ELSE
               MOVE SPACES TO NOME-RESP-RES
               INITIALIZE ENDERECO-RES
           END-IF.

      *    ENDERECO DO RESPONSAVEL EM DUAS LINHAS: LOGRADOURO, NUMERO E
      *    COMPLEMENTO; BAIRRO, CIDADE/UF E CEP.
       IMPRIME-ENDERECO.
           MOVE SPACES TO WS-LINHA-IMP.
           IF LOGRADOURO-RES NOT = SPACES
               STRING LOGRADOURO-RES DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      NUM-END-RES DELIMITED BY " "
                      " " DELIMITED BY SIZE
                      COMPLEMENTO-RES DELIMITED BY "  "
                   INTO WS-LINHA-IMP
           END-IF.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           IF CIDADE-RES NOT = SPACES
               MOVE CEP-RES TO WS-CEP-TRAB
               MOVE WS-CP-PREFIXO TO WS-CEE-PREFIXO
               MOVE WS-CP-SUFIXO TO WS-CEE-SUFIXO
               STRING BAIRRO-RES DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      CIDADE-RES DELIMITED BY "  "
                      "/" DELIMITED BY SIZE
                      UF-RES DELIMITED BY SIZE
                      "  CEP " DELIMITED BY SIZE
                      WS-CEP-EDITADO DELIMITED BY SIZE
                   INTO WS-LINHA-IMP
           END-IF.
           WRITE REG-IMP FROM WS-LINHA-IMP.

       IMPRIME-QUITACAO.
           MOVE ALL "*" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE "          DECLARACAO ANUAL DE QUITACAO DE DEBITOS"
               TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           STRING "A(O) SR(A). " DELIMITED BY SIZE
                  NOME-RESP-RES DELIMITED BY "  "
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           PERFORM IMPRIME-ENDERECO.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           STRING "DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, "
                      DELIMITED BY SIZE
                  "QUE ESTAO QUITADOS" DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "TODOS OS DEBITOS COM COMPETENCIA NO ANO DE "
                      DELIMITED BY SIZE
                  WS-ANO-QUITACAO DELIMITED BY SIZE
                  " REFERENTES AO(A) ALUNO(A)" DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING NOME-ENT DELIMITED BY "  "
                  " (MATRICULA " DELIMITED BY SIZE
                  WS-NUMERO-ALUNO DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE WS-VALOR-FATURADO TO WS-VALOR-EDITADO.
           MOVE WS-VALOR-PAGO TO WS-VALOR-EDITADO-2.
           STRING "  COBRANCAS NO ANO: " DELIMITED BY SIZE
                  WS-QTD-ITENS DELIMITED BY SIZE
                  "  VALOR COBRADO: " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "  VALOR PAGO:                  " DELIMITED BY SIZE
                  WS-VALOR-EDITADO-2 DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           STRING "ESTA DECLARACAO SUBSTITUI, PARA COMPROVACAO, "
                      DELIMITED BY SIZE
                  "OS RECIBOS" DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE "DE PAGAMENTO DAS COMPETENCIAS DO ANO."
               TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE SPACES TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRAB.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           STRING "EMITIDA EM " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           MOVE ALL "*" TO WS-LINHA-IMP.
           WRITE REG-IMP FROM WS-LINHA-IMP.
           PERFORM VERIFICA-STATUS-IMP.

       GRAVA-EXCECAO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "ALUNO " DELIMITED BY SIZE
                  WS-NUMERO-ALUNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME-ENT DELIMITED BY SIZE
                  " RESP: " DELIMITED BY SIZE
                  NOME-RESP-RES DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE WS-MOTIVO
               WHEN "AB"
                   MOVE WS-VALOR-ABERTO TO WS-VALOR-EDITADO
                   STRING "  AB " DELIMITED BY SIZE
                          WS-QTD-ABERTO DELIMITED BY SIZE
                          " ITEM(NS) EM ABERTO NO ANO - TOTAL "
                              DELIMITED BY SIZE
                          WS-VALOR-EDITADO DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
                   PERFORM GRAVA-ITEM-ABERTO
                       VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-QTD-ABERTO OR WS-K > 36
               WHEN "RN"
                   STRING "  RN PLANO DE RENEGOCIACAO "
                              DELIMITED BY SIZE
                          WS-PLANO DELIMITED BY SIZE
                          " COM " DELIMITED BY SIZE
                          WS-QTD-PARCELAS DELIMITED BY SIZE
                          " PARCELA(S) EM ABERTO" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               WHEN "PD"
                   MOVE WS-VALOR-A-RECUPERAR TO WS-VALOR-EDITADO
                   STRING "  PD " DELIMITED BY SIZE
                          WS-QTD-PERDA DELIMITED BY SIZE
                          " ITEM(NS) BAIXADO(S)" DELIMITED BY SIZE
                          " COMO PERDA - A RECUPERAR " DELIMITED BY SIZE
                          WS-VALOR-EDITADO DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               WHEN "RS"
                   STRING "  RS DEBITOS QUITADOS - " DELIMITED BY SIZE
                          "RESPONSAVEL NAO CADASTRADO" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
           END-EVALUATE.
           IF WS-MOTIVO = "AB" AND WS-PLANO > ZEROS
                   AND WS-QTD-PARCELAS > ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING "  RN PLANO DE RENEGOCIACAO " DELIMITED BY SIZE
                      WS-PLANO DELIMITED BY SIZE
                      " COM " DELIMITED BY SIZE
                      WS-QTD-PARCELAS DELIMITED BY SIZE
                      " PARCELA(S) EM ABERTO" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           PERFORM VERIFICA-STATUS-REL.

       GRAVA-ITEM-ABERTO.
           MOVE WS-ABT-COMPETENCIA (WS-K) TO WS-COMP-TRAB.
           MOVE WS-CT-MM TO WS-CE-MM.
           MOVE WS-CT-AAAA TO WS-CE-AAAA.
           MOVE WS-ABT-VENCIMENTO (WS-K) TO WS-DATA-TRAB.
           MOVE WS-DT-DD TO WS-DE-DD.
           MOVE WS-DT-MM TO WS-DE-MM.
           MOVE WS-DT-AAAA TO WS-DE-AAAA.
           MOVE WS-ABT-VALOR (WS-K) TO WS-VALOR-EDITADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "     COMPETENCIA " DELIMITED BY SIZE
                  WS-COMP-EDITADA DELIMITED BY SIZE
                  "  TIPO " DELIMITED BY SIZE
                  WS-ABT-TIPO (WS-K) DELIMITED BY SIZE
                  "  VENCIMENTO " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE88 - ANO " DELIMITED BY SIZE
                  WS-ANO-QUITACAO DELIMITED BY SIZE
                  "  ALUNOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ALUNOS DELIMITED BY SIZE
                  "  QUITADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-QUITADOS DELIMITED BY SIZE
                  "  PENDENTES: " DELIMITED BY SIZE
                  WS-CONTADOR-EXCECAO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE88" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-QUITADOS TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-EXCECAO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
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
                  "MEN=" DELIMITED BY SIZE
                  WS-STATUS-MEN DELIMITED BY SIZE
                  " PAG=" DELIMITED BY SIZE
                  WS-STATUS-PAG DELIMITED BY SIZE
                  " ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " PLN=" DELIMITED BY SIZE
                  WS-STATUS-PLN DELIMITED BY SIZE
                  " CTL=" DELIMITED BY SIZE
                  WS-STATUS-CTL DELIMITED BY SIZE
                  " RES=" DELIMITED BY SIZE
                  WS-STATUS-RES DELIMITED BY SIZE
                  " IMP=" DELIMITED BY SIZE
                  WS-STATUS-IMP DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " PRD=" DELIMITED BY SIZE
                  WS-STATUS-PRD DELIMITED BY SIZE
                  " RCP=" DELIMITED BY SIZE
                  WS-STATUS-RCP DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-MEN TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-NAO-FECHADA = "N" AND WS-STATUS-MEN NOT = "35"
               CLOSE CADMEN
                     QUITACAO-IMP
                     REL-EXE88
               IF WS-STATUS-PAG = "00" OR WS-STATUS-PAG = "10"
                   CLOSE CADPAG
               END-IF
               IF WS-STATUS-ABT = "00" OR WS-STATUS-ABT = "10"
                   CLOSE CADMEN-ABERTO
               END-IF
               IF WS-STATUS-PRD = "00" OR WS-STATUS-PRD = "10"
                   CLOSE CAD-PERDA
               END-IF
               IF WS-STATUS-RCP = "00" OR WS-STATUS-RCP = "10"
                   CLOSE CAD-RECUPERA
               END-IF
               IF WS-ALU-ABERTO = "S"
                   CLOSE CADALU
               END-IF
               IF WS-RES-ABERTO = "S"
                   CLOSE CADRES
               END-IF
           END-IF.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-EXCECAO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE88.
