       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX108.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    PORTAO DE VOLUME DA CADEIA NOTURNA. CHAMADO PELO RUNBATCH
      *    DEPOIS DE CADA PASSO, COMPARA LIDOS, GRAVADOS E A TAXA DE
      *    REJEICAO (REJEITADOS / LIDOS) DA EXECUCAO DE HOJE DO
      *    PROGRAMA NO RUN-HIST COM A MEDIA DAS ULTIMAS EXECUCOES
      *    COMPARAVEIS: MESMO DIA DA SEMANA PARA OS PASSOS DIARIOS,
      *    MESMO DIA DO MES PARA OS MENSAIS E MESMO DIA E MES PARA OS
      *    ANUAIS (FREQUENCIA DO CTRL-AGENDA). EXECUCOES COM RC=8 E AS
      *    PULADAS PELA AGENDA (RC=4 SEM MOVIMENTO) NAO ENTRAM NA
      *    MEDIA; DE UMA MESMA DATA VALE A ULTIMA.
      *    LIMITES NO PARM-REPO, PROGRAMA EX108 (VALE PARA TODOS) OU
      *    O PROPRIO PASSO (SO PARA ELE, TEM PRECEDENCIA):
      *      VARIACAO-PCT  - DESVIO MAXIMO DE LIDOS E GRAVADOS SOBRE A
      *                      MEDIA, EM % (PADRAO 50)
      *      REJEICAO-PCT  - AUMENTO MAXIMO DA TAXA DE REJEICAO SOBRE A
      *                      MEDIA, EM PONTOS PERCENTUAIS (PADRAO 10)
      *      VOLUME-MINIMO - ABAIXO DISSO, HOJE E NA MEDIA, O CONTADOR
      *                      NAO E AVALIADO (PADRAO 20)
      *      JANELA        - EXECUCOES NA MEDIA, ATE 12 (PADRAO 4)
      *      MIN-HISTORICO - MINIMO DE EXECUCOES PARA AVALIAR (PADRAO
      *                      3); COM MENOS, O PASSO SEGUE SEM AVALIACAO
      *    PARM-EX108.DAT: MODO E PROGRAMA.
      *      MODO V (EM LOTE) - AVALIA E GRAVA NO REL-EX108. FORA DOS
      *              LIMITES, SEM LIBERACAO PARA O PASSO NA DATA DO
      *              MOVIMENTO, RETEM A CADEIA (RC=4) COM A MENSAGEM
      *              AO OPERADOR.
      *      MODO L (INTERATIVO) - MOSTRA A AVALIACAO, PEDE A ENTRADA
      *              (SIGNON, FUNCAO L DO PERFIL) E O MOTIVO E GRAVA A
      *              LIBERACAO NO LIB-VOLUME.DAT (RC=0); A CADEIA E
      *              ENTAO SUBMETIDA DE NOVO.
      *    ERRO DE ARQUIVO DA RC=8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-EX108   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT CTRL-AGENDA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AGE.

           SELECT LIB-VOLUME   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIB.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX108   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX108   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LOG.

           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-EX108
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX108.DAT".

       01 REG-PARM.
           03 MODO-PARM        PIC X(01).
           03 PROGRAMA-PARM    PIC X(05).

       FD PARM-REPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-REPO.DAT".

       01 REG-REPO.
           03 PROGRAMA-REPO    PIC X(05).
           03 PARAMETRO-REPO   PIC X(15).
           03 VALOR-REPO       PIC X(10).
           03 VIGENCIA-REPO    PIC 9(08).

       FD CTRL-AGENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-AGENDA.DAT".

       01 REG-AGE.
           03 PROGRAMA-AGE     PIC X(05).
           03 FREQUENCIA-AGE   PIC X(01).
           03 MES-AGE          PIC 9(02).
           03 DIA-AGE          PIC 9(02).
           03 ATIVO-AGE        PIC X(01).

       FD LIB-VOLUME
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIB-VOLUME.DAT".

       01 REG-LIB.
           03 PROGRAMA-LIB     PIC X(05).
           03 DATA-MOVTO-LIB   PIC 9(08).
           03 USUARIO-LIB      PIC X(08).
           03 DATA-LIB         PIC 9(08).
           03 HORA-LIB         PIC 9(06).
           03 MOTIVO-LIB       PIC X(40).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EX108
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX108.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EX108
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX108.DAT".

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
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-AGE    PIC X(02) VALUE "00".
       77 WS-STATUS-LIB    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-LOG    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX108".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 WS-MODO            PIC X(01) VALUE SPACES.
       77 WS-PROGRAMA        PIC X(05) VALUE SPACES.
       77 WS-FREQUENCIA      PIC X(01) VALUE "D".
       77 WS-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 WS-DIA-SEMANA-RHI  PIC 9(01) VALUE ZEROS.
       77 WS-COMPARAVEL      PIC X(01) VALUE "N".
       77 WS-TEM-HOJE        PIC X(01) VALUE "N".
       77 WS-FORA-LIMITE     PIC X(01) VALUE "N".
       77 WS-AVALIADO        PIC X(01) VALUE "N".
       77 WS-LIBERADO        PIC X(01) VALUE "N".
       77 WS-RESULTADO       PIC X(01) VALUE SPACES.
       77 WS-USUARIO         PIC X(08) VALUE SPACES.
       77 WS-MOTIVO          PIC X(40) VALUE SPACES.
       77 WS-DECISAO         PIC X(01) VALUE SPACES.
       01 WS-SGN-ACAO        PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA    PIC X(05) VALUE "EX108".
       01 WS-SGN-FUNCAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-FUNCOES     PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO   PIC X(01) VALUE "N".
       77 WS-K               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-HIST        PIC 9(02) VALUE ZEROS.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).

      *    LIMITES; A VIGENCIA GUARDA A LINHA DO PARM-REPO QUE VALEU.
      *    LINHA DO PROPRIO PASSO GANHA DA LINHA DO EX108.
       77 WS-VARIACAO-PCT    PIC 9(03) VALUE 50.
       77 WS-REJEICAO-PCT    PIC 9(03) VALUE 10.
       77 WS-VOLUME-MINIMO   PIC 9(07) VALUE 20.
       77 WS-JANELA          PIC 9(02) VALUE 4.
       77 WS-MIN-HISTORICO   PIC 9(02) VALUE 3.
       01 WS-VIGENCIAS.
           03 WS-VIG-PARM OCCURS 5 TIMES.
              05 WS-VIG-PROPRIO  PIC X(01).
              05 WS-VIG-DATA     PIC 9(08).
       77 WS-P               PIC 9(01) VALUE ZEROS.
       77 WS-PROPRIO         PIC X(01) VALUE "N".
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).

      *    EXECUCAO DE HOJE E ULTIMAS EXECUCOES COMPARAVEIS, DA MAIS
      *    ANTIGA PARA A MAIS RECENTE.
       01 WS-HOJE.
           03 WS-HOJE-LIDOS      PIC 9(07) VALUE ZEROS.
           03 WS-HOJE-GRAVADOS   PIC 9(07) VALUE ZEROS.
           03 WS-HOJE-REJ        PIC 9(07) VALUE ZEROS.
       01 WS-HISTORICO.
           03 WS-HIST OCCURS 12 TIMES.
              05 WS-HIST-DATA      PIC 9(08).
              05 WS-HIST-LIDOS     PIC 9(07).
              05 WS-HIST-GRAVADOS  PIC 9(07).
              05 WS-HIST-REJ       PIC 9(07).

       01 WS-SOMA-LIDOS      PIC 9(09) VALUE ZEROS.
       01 WS-SOMA-GRAVADOS   PIC 9(09) VALUE ZEROS.
       01 WS-SOMA-REJ        PIC 9(09) VALUE ZEROS.
       01 WS-MEDIA-LIDOS     PIC 9(07) VALUE ZEROS.
       01 WS-MEDIA-GRAVADOS  PIC 9(07) VALUE ZEROS.
       01 WS-TAXA-HOJE       PIC 9(03) VALUE ZEROS.
       01 WS-TAXA-MEDIA      PIC 9(03) VALUE ZEROS.
       01 WS-ALTA-TAXA       PIC S9(03) VALUE ZEROS.
       01 WS-VARIACAO        PIC S9(07) VALUE ZEROS.
       01 WS-VARIACAO-ABS    PIC 9(07) VALUE ZEROS.

      *    LINHA DE UM CONTADOR NA AVALIACAO.
       01 WS-CONTADOR-NOME   PIC X(10).
       01 WS-CONTADOR-HOJE   PIC 9(07).
       01 WS-CONTADOR-MEDIA  PIC 9(07).
       01 WS-LINHA-AVAL.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-AVAL-NOME       PIC X(10).
           03 FILLER             PIC X(06) VALUE " HOJE ".
           03 WS-AVAL-HOJE       PIC ZZZZZZ9.
           03 FILLER             PIC X(07) VALUE " MEDIA ".
           03 WS-AVAL-MEDIA      PIC ZZZZZZ9.
           03 FILLER             PIC X(01) VALUE SPACE.
           03 WS-AVAL-VARIACAO   PIC ------9.
           03 WS-AVAL-UNIDADE    PIC X(03).
           03 WS-AVAL-SITUACAO   PIC X(30).

       01 WS-DATA-ED.
           03 WS-DE-DD           PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DE-MM           PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DE-AAAA         PIC 9(04).
       01 WS-BASE-ED             PIC X(24).
       01 WS-QTD-ED              PIC Z9.
       01 WS-LIMITE-ED           PIC ZZ9.

       PROCEDURE DIVISION.
       PGM-EM01EX108.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-QTD-ERROS-IO = 0
               PERFORM CARREGA-RUN-HIST
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM AVALIA-VOLUME
               IF WS-MODO = "L"
                   PERFORM LIBERA-CADEIA
               ELSE
                   PERFORM IMPRIME-AVALIACAO
               END-IF
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN EXTEND LOG-EX108.
           IF WS-STATUS-LOG NOT = "00"
               OPEN OUTPUT LOG-EX108
           END-IF.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           IF WS-QTD-ERROS-IO = 0
               PERFORM LE-PARM-REPO
               PERFORM LE-AGENDA
               PERFORM LE-LIBERACAO
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
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA), 7).

       LE-PARAMETRO.
           OPEN INPUT PARM-EX108.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX108
                   AT END MOVE "10" TO WS-STATUS-PARM
               END-READ
               IF WS-STATUS-PARM = "00"
                   MOVE MODO-PARM TO WS-MODO
                   MOVE PROGRAMA-PARM TO WS-PROGRAMA
               END-IF
               CLOSE PARM-EX108
           END-IF.
           IF (WS-MODO NOT = "V" AND WS-MODO NOT = "L")
              OR WS-PROGRAMA = SPACES
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "LE-PARAMETRO" TO WS-PARAGRAFO-ERRO
               IF WS-MODO = "L"
                   DISPLAY "PROGRAMA NAO INFORMADO"
               END-IF
           END-IF.

       LE-PARM-REPO.
           MOVE SPACES TO WS-VIGENCIAS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
               MOVE "N" TO WS-VIG-PROPRIO (WS-P)
               MOVE ZEROS TO WS-VIG-DATA (WS-P)
           END-PERFORM.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   IF (PROGRAMA-REPO = "EX108"
                       OR PROGRAMA-REPO = WS-PROGRAMA)
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                      AND VALOR-REPO (1:3) NUMERIC
                       MOVE "N" TO WS-PROPRIO
                       IF PROGRAMA-REPO = WS-PROGRAMA
                           MOVE "S" TO WS-PROPRIO
                       END-IF
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.
           IF WS-JANELA > 12 OR WS-JANELA = ZEROS
               MOVE 12 TO WS-JANELA
           END-IF.
           IF WS-MIN-HISTORICO > WS-JANELA
               MOVE WS-JANELA TO WS-MIN-HISTORICO
           END-IF.
           IF WS-MIN-HISTORICO = ZEROS
               MOVE 1 TO WS-MIN-HISTORICO
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-ARQ
           END-READ.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "VARIACAO-PCT"
                   MOVE 1 TO WS-P
               WHEN "REJEICAO-PCT"
                   MOVE 2 TO WS-P
               WHEN "VOLUME-MINIMO"
                   MOVE 3 TO WS-P
               WHEN "JANELA"
                   MOVE 4 TO WS-P
               WHEN "MIN-HISTORICO"
                   MOVE 5 TO WS-P
               WHEN OTHER
                   MOVE ZEROS TO WS-P
           END-EVALUATE.
           IF WS-P > ZEROS
               IF (WS-PROPRIO = "S" AND WS-VIG-PROPRIO (WS-P) = "N")
                  OR (WS-PROPRIO = WS-VIG-PROPRIO (WS-P)
                      AND VIGENCIA-REPO NOT LESS THAN
                          WS-VIG-DATA (WS-P))
                   MOVE WS-PROPRIO TO WS-VIG-PROPRIO (WS-P)
                   MOVE VIGENCIA-REPO TO WS-VIG-DATA (WS-P)
                   EVALUATE WS-P
                       WHEN 1
                           MOVE WS-VALOR-N3 TO WS-VARIACAO-PCT
                       WHEN 2
                           MOVE WS-VALOR-N3 TO WS-REJEICAO-PCT
                       WHEN 3
                           MOVE WS-VALOR-N3 TO WS-VOLUME-MINIMO
                       WHEN 4
                           MOVE WS-VALOR-N3 TO WS-JANELA
                       WHEN 5
                           MOVE WS-VALOR-N3 TO WS-MIN-HISTORICO
                   END-EVALUATE
               END-IF
           END-IF.

      *    PASSO FORA DO CTRL-AGENDA E DIARIO.
       LE-AGENDA.
           OPEN INPUT CTRL-AGENDA.
           IF WS-STATUS-AGE = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ CTRL-AGENDA
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                      AND PROGRAMA-AGE = WS-PROGRAMA
                      AND ATIVO-AGE = "S"
                       MOVE FREQUENCIA-AGE TO WS-FREQUENCIA
                   END-IF
               END-PERFORM
               CLOSE CTRL-AGENDA
           END-IF.

       LE-LIBERACAO.
           OPEN INPUT LIB-VOLUME.
           IF WS-STATUS-LIB = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ LIB-VOLUME
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                      AND PROGRAMA-LIB = WS-PROGRAMA
                      AND DATA-MOVTO-LIB = WS-DATA-SISTEMA
                       MOVE "S" TO WS-LIBERADO
                       MOVE USUARIO-LIB TO WS-USUARIO
                       MOVE MOTIVO-LIB TO WS-MOTIVO
                   END-IF
               END-PERFORM
               CLOSE LIB-VOLUME
           END-IF.

      *---------------------------------------------------------------
      *    LEITURA DO RUN-HIST
      *---------------------------------------------------------------
       CARREGA-RUN-HIST.
           OPEN INPUT RUN-HIST.
           IF WS-STATUS-RHI = "35"
               CONTINUE
           ELSE
               IF WS-STATUS-RHI NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "CARREGA-RUN-HIST" TO WS-PARAGRAFO-ERRO
               ELSE
                   MOVE "NAO" TO WS-FIM-ARQ
                   PERFORM LEITURA-RUN-HIST
                   PERFORM TRATA-RUN-HIST
                       UNTIL WS-FIM-ARQ = "SIM"
                   CLOSE RUN-HIST
               END-IF
           END-IF.

       LEITURA-RUN-HIST.
           READ RUN-HIST
               AT END MOVE "SIM" TO WS-FIM-ARQ
           END-READ.
           IF WS-FIM-ARQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO
           END-IF.

       TRATA-RUN-HIST.
           IF PROGRAMA-RHI = WS-PROGRAMA
              AND DATA-RHI NUMERIC
               IF DATA-RHI = WS-DATA-SISTEMA
                   MOVE "S" TO WS-TEM-HOJE
                   MOVE LIDOS-RHI TO WS-HOJE-LIDOS
                   MOVE GRAVADOS-RHI TO WS-HOJE-GRAVADOS
                   MOVE REJEITADOS-RHI TO WS-HOJE-REJ
               ELSE
                   IF DATA-RHI < WS-DATA-SISTEMA
                       PERFORM VERIFICA-COMPARAVEL
                       IF WS-COMPARAVEL = "S"
                           PERFORM GUARDA-HISTORICO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LEITURA-RUN-HIST.

       VERIFICA-COMPARAVEL.
           MOVE "N" TO WS-COMPARAVEL.
           IF RC-RHI < 8
              AND NOT (RC-RHI = 4 AND LIDOS-RHI = ZEROS
                       AND GRAVADOS-RHI = ZEROS
                       AND REJEITADOS-RHI = ZEROS)
               EVALUATE WS-FREQUENCIA
                   WHEN "A"
                       IF DATA-RHI (5:4) = WS-DATA-SISTEMA (5:4)
                           MOVE "S" TO WS-COMPARAVEL
                       END-IF
                   WHEN "M"
                       IF DATA-RHI (7:2) = WS-DATA-SISTEMA (7:2)
                           MOVE "S" TO WS-COMPARAVEL
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-DIA-SEMANA-RHI = FUNCTION MOD
                           (FUNCTION INTEGER-OF-DATE (DATA-RHI), 7)
                       IF WS-DIA-SEMANA-RHI = WS-DIA-SEMANA
                           MOVE "S" TO WS-COMPARAVEL
                       END-IF
               END-EVALUATE
           END-IF.

      *    O RUN-HIST E CRONOLOGICO: A JANELA ANDA, DESCARTANDO A MAIS
      *    ANTIGA; REEXECUCAO NA MESMA DATA SUBSTITUI A ANTERIOR.
       GUARDA-HISTORICO.
           IF WS-QTD-HIST > 0
              AND WS-HIST-DATA (WS-QTD-HIST) = DATA-RHI
               CONTINUE
           ELSE
               IF WS-QTD-HIST < WS-JANELA
                   ADD 1 TO WS-QTD-HIST
               ELSE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K NOT < WS-QTD-HIST
                       MOVE WS-HIST (WS-K + 1) TO WS-HIST (WS-K)
                   END-PERFORM
               END-IF
           END-IF.
           MOVE DATA-RHI TO WS-HIST-DATA (WS-QTD-HIST).
           MOVE LIDOS-RHI TO WS-HIST-LIDOS (WS-QTD-HIST).
           MOVE GRAVADOS-RHI TO WS-HIST-GRAVADOS (WS-QTD-HIST).
           MOVE REJEITADOS-RHI TO WS-HIST-REJ (WS-QTD-HIST).

      *---------------------------------------------------------------
      *    AVALIACAO
      *---------------------------------------------------------------
       AVALIA-VOLUME.
           MOVE "N" TO WS-FORA-LIMITE.
           MOVE "N" TO WS-AVALIADO.
           IF WS-TEM-HOJE = "S"
              AND WS-QTD-HIST NOT < WS-MIN-HISTORICO
               MOVE "S" TO WS-AVALIADO
               MOVE ZEROS TO WS-SOMA-LIDOS WS-SOMA-GRAVADOS
                             WS-SOMA-REJ
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-QTD-HIST
                   ADD WS-HIST-LIDOS (WS-K) TO WS-SOMA-LIDOS
                   ADD WS-HIST-GRAVADOS (WS-K) TO WS-SOMA-GRAVADOS
                   ADD WS-HIST-REJ (WS-K) TO WS-SOMA-REJ
               END-PERFORM
               COMPUTE WS-MEDIA-LIDOS ROUNDED =
                   WS-SOMA-LIDOS / WS-QTD-HIST
               COMPUTE WS-MEDIA-GRAVADOS ROUNDED =
                   WS-SOMA-GRAVADOS / WS-QTD-HIST
               MOVE ZEROS TO WS-TAXA-HOJE WS-TAXA-MEDIA
               IF WS-HOJE-LIDOS > ZEROS
                   COMPUTE WS-TAXA-HOJE ROUNDED =
                       WS-HOJE-REJ * 100 / WS-HOJE-LIDOS
               END-IF
               IF WS-SOMA-LIDOS > ZEROS
                   COMPUTE WS-TAXA-MEDIA ROUNDED =
                       WS-SOMA-REJ * 100 / WS-SOMA-LIDOS
               END-IF
               COMPUTE WS-ALTA-TAXA = WS-TAXA-HOJE - WS-TAXA-MEDIA
               IF WS-ALTA-TAXA > WS-REJEICAO-PCT
                   MOVE "S" TO WS-FORA-LIMITE
               END-IF
               IF WS-MEDIA-LIDOS NOT < WS-VOLUME-MINIMO
                  OR WS-HOJE-LIDOS NOT < WS-VOLUME-MINIMO
                   MOVE WS-HOJE-LIDOS TO WS-CONTADOR-HOJE
                   MOVE WS-MEDIA-LIDOS TO WS-CONTADOR-MEDIA
                   PERFORM CALCULA-VARIACAO
               END-IF
               IF WS-MEDIA-GRAVADOS NOT < WS-VOLUME-MINIMO
                  OR WS-HOJE-GRAVADOS NOT < WS-VOLUME-MINIMO
                   MOVE WS-HOJE-GRAVADOS TO WS-CONTADOR-HOJE
                   MOVE WS-MEDIA-GRAVADOS TO WS-CONTADOR-MEDIA
                   PERFORM CALCULA-VARIACAO
               END-IF
           END-IF.

      *    MEDIA ZERO COM MOVIMENTO HOJE CONTA COMO 999%.
       CALCULA-VARIACAO.
           IF WS-CONTADOR-MEDIA = ZEROS
               MOVE 999 TO WS-VARIACAO
           ELSE
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-CONTADOR-HOJE - WS-CONTADOR-MEDIA) * 100
                   / WS-CONTADOR-MEDIA
           END-IF.
           IF WS-VARIACAO < ZEROS
               COMPUTE WS-VARIACAO-ABS = 0 - WS-VARIACAO
           ELSE
               MOVE WS-VARIACAO TO WS-VARIACAO-ABS
           END-IF.
           IF WS-VARIACAO-ABS > WS-VARIACAO-PCT
               MOVE "S" TO WS-FORA-LIMITE
           END-IF.

      *---------------------------------------------------------------
      *    MODO V: RELATORIO E MENSAGEM AO OPERADOR
      *---------------------------------------------------------------
       IMPRIME-AVALIACAO.
           OPEN EXTEND REL-EX108.
           IF WS-STATUS-REL NOT = "00"
               OPEN OUTPUT REL-EX108
           END-IF.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "IMPRIME-AVALIACAO" TO WS-PARAGRAFO-ERRO
           ELSE
               PERFORM MONTA-CABECALHO
               WRITE REG-REL FROM WS-LINHA-REL
               PERFORM MONTA-SITUACAO
               WRITE REG-REL FROM WS-LINHA-REL
               IF WS-AVALIADO = "S"
                   PERFORM MONTA-CONTADOR-LIDOS
                   WRITE REG-REL FROM WS-LINHA-AVAL
                   PERFORM MONTA-CONTADOR-GRAVADOS
                   WRITE REG-REL FROM WS-LINHA-AVAL
                   PERFORM MONTA-CONTADOR-REJEICAO
                   WRITE REG-REL FROM WS-LINHA-AVAL
               END-IF
               IF WS-FORA-LIMITE = "S"
                   PERFORM MONTA-LIBERACAO
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
               MOVE SPACES TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               CLOSE REL-EX108
           END-IF.
           IF WS-FORA-LIMITE = "S"
              AND WS-LIBERADO = "N"
               PERFORM MONTA-CABECALHO
               DISPLAY WS-LINHA-REL
               PERFORM MONTA-CONTADOR-LIDOS
               DISPLAY WS-LINHA-AVAL
               PERFORM MONTA-CONTADOR-GRAVADOS
               DISPLAY WS-LINHA-AVAL
               PERFORM MONTA-CONTADOR-REJEICAO
               DISPLAY WS-LINHA-AVAL
               PERFORM MONTA-LIBERACAO
               DISPLAY WS-LINHA-REL
           END-IF.

       MONTA-CABECALHO.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DE-DD.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-DE-MM.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-DE-AAAA.
           EVALUATE WS-FREQUENCIA
               WHEN "A"
                   MOVE "MESMO DIA E MES" TO WS-BASE-ED
               WHEN "M"
                   MOVE "MESMO DIA DO MES" TO WS-BASE-ED
               WHEN OTHER
                   MOVE "MESMO DIA DA SEMANA" TO WS-BASE-ED
           END-EVALUATE.
           MOVE WS-QTD-HIST TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EX108 - VOLUME DO " DELIMITED BY SIZE
                  WS-PROGRAMA DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  " - BASE " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  " EXECUCOES, " DELIMITED BY SIZE
                  WS-BASE-ED DELIMITED BY "  "
               INTO WS-LINHA-REL.

       MONTA-SITUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-TEM-HOJE = "N"
               MOVE "  SEM EXECUCAO NO RUN-HIST NA DATA - NAO AVALIADO"
                   TO WS-LINHA-REL
           ELSE
               IF WS-AVALIADO = "N"
                   MOVE WS-MIN-HISTORICO TO WS-QTD-ED
                   STRING "  HISTORICO INSUFICIENTE (MINIMO "
                              DELIMITED BY SIZE
                          WS-QTD-ED DELIMITED BY SIZE
                          " EXECUCOES) - NAO AVALIADO"
                              DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               ELSE
                   IF WS-FORA-LIMITE = "S"
                       MOVE "  *** VOLUME FORA DOS LIMITES ***"
                           TO WS-LINHA-REL
                   ELSE
                       MOVE "  DENTRO DOS LIMITES" TO WS-LINHA-REL
                   END-IF
               END-IF
           END-IF.

       MONTA-CONTADOR-LIDOS.
           MOVE "LIDOS" TO WS-CONTADOR-NOME.
           MOVE WS-HOJE-LIDOS TO WS-CONTADOR-HOJE.
           MOVE WS-MEDIA-LIDOS TO WS-CONTADOR-MEDIA.
           PERFORM MONTA-CONTADOR.

       MONTA-CONTADOR-GRAVADOS.
           MOVE "GRAVADOS" TO WS-CONTADOR-NOME.
           MOVE WS-HOJE-GRAVADOS TO WS-CONTADOR-HOJE.
           MOVE WS-MEDIA-GRAVADOS TO WS-CONTADOR-MEDIA.
           PERFORM MONTA-CONTADOR.

       MONTA-CONTADOR.
           MOVE WS-CONTADOR-NOME TO WS-AVAL-NOME.
           MOVE WS-CONTADOR-HOJE TO WS-AVAL-HOJE.
           MOVE WS-CONTADOR-MEDIA TO WS-AVAL-MEDIA.
           MOVE "%" TO WS-AVAL-UNIDADE.
           MOVE SPACES TO WS-AVAL-SITUACAO.
           IF WS-CONTADOR-MEDIA < WS-VOLUME-MINIMO
              AND WS-CONTADOR-HOJE < WS-VOLUME-MINIMO
               MOVE ZEROS TO WS-AVAL-VARIACAO
               MOVE "  VOLUME PEQUENO, NAO AVALIADO"
                   TO WS-AVAL-SITUACAO
           ELSE
               PERFORM CALCULA-VARIACAO
               MOVE WS-VARIACAO TO WS-AVAL-VARIACAO
               IF WS-VARIACAO-ABS > WS-VARIACAO-PCT
                   MOVE WS-VARIACAO-PCT TO WS-LIMITE-ED
                   STRING "  *** LIMITE " DELIMITED BY SIZE
                          WS-LIMITE-ED DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO WS-AVAL-SITUACAO
               END-IF
           END-IF.

      *    NA LINHA DA REJEICAO HOJE E MEDIA SAO TAXAS EM % E A
      *    VARIACAO E A ALTA EM PONTOS.
       MONTA-CONTADOR-REJEICAO.
           MOVE "REJEICAO %" TO WS-AVAL-NOME.
           MOVE WS-TAXA-HOJE TO WS-AVAL-HOJE.
           MOVE WS-TAXA-MEDIA TO WS-AVAL-MEDIA.
           MOVE WS-ALTA-TAXA TO WS-AVAL-VARIACAO.
           MOVE " PT" TO WS-AVAL-UNIDADE.
           MOVE SPACES TO WS-AVAL-SITUACAO.
           IF WS-ALTA-TAXA > WS-REJEICAO-PCT
               MOVE WS-REJEICAO-PCT TO WS-LIMITE-ED
               STRING "  *** LIMITE " DELIMITED BY SIZE
                      WS-LIMITE-ED DELIMITED BY SIZE
                      " PONTOS" DELIMITED BY SIZE
                   INTO WS-AVAL-SITUACAO
           END-IF.

       MONTA-LIBERACAO.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-LIBERADO = "S"
               STRING "  LIBERADO POR " DELIMITED BY SIZE
                      WS-USUARIO DELIMITED BY " "
                      ": " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           ELSE
               STRING "  CADEIA RETIDA - CONFIRA A ENTRADA DO "
                          DELIMITED BY SIZE
                      WS-PROGRAMA DELIMITED BY SIZE
                      " OU LIBERE COM VOLUME.sh "
                          DELIMITED BY SIZE
                      WS-PROGRAMA DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           END-IF.

      *---------------------------------------------------------------
      *    MODO L: LIBERACAO PELO OPERADOR
      *---------------------------------------------------------------
       LIBERA-CADEIA.
           PERFORM MONTA-CABECALHO.
           DISPLAY WS-LINHA-REL.
           PERFORM MONTA-SITUACAO.
           DISPLAY WS-LINHA-REL.
           IF WS-AVALIADO = "S"
               PERFORM MONTA-CONTADOR-LIDOS
               DISPLAY WS-LINHA-AVAL
               PERFORM MONTA-CONTADOR-GRAVADOS
               DISPLAY WS-LINHA-AVAL
               PERFORM MONTA-CONTADOR-REJEICAO
               DISPLAY WS-LINHA-AVAL
           END-IF.
           IF WS-LIBERADO = "S"
               PERFORM MONTA-LIBERACAO
               DISPLAY WS-LINHA-REL
               MOVE "J" TO WS-RESULTADO
           ELSE
               MOVE "E" TO WS-SGN-ACAO
               CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                   WS-SGN-FUNCAO WS-USUARIO
                                   WS-SGN-FUNCOES WS-SGN-RESULTADO
               IF WS-SGN-RESULTADO = "S"
                   MOVE "F" TO WS-SGN-ACAO
                   MOVE "L" TO WS-SGN-FUNCAO
                   CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                       WS-SGN-FUNCAO WS-USUARIO
                                       WS-SGN-FUNCOES WS-SGN-RESULTADO
               END-IF
               IF WS-SGN-RESULTADO NOT = "S"
                   MOVE "X" TO WS-RESULTADO
               ELSE
                   DISPLAY "MOTIVO DA LIBERACAO: " WITH NO ADVANCING
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES
                       DISPLAY "MOTIVO OBRIGATORIO"
                       MOVE "X" TO WS-RESULTADO
                   END-IF
               END-IF
           END-IF.
           IF WS-RESULTADO = SPACES
               DISPLAY "LIBERAR A CADEIA APOS O " WS-PROGRAMA
                       " (S/N): " WITH NO ADVANCING
               ACCEPT WS-DECISAO
               IF WS-DECISAO = "S" OR WS-DECISAO = "s"
                   PERFORM GRAVA-LIBERACAO
               ELSE
                   MOVE "X" TO WS-RESULTADO
               END-IF
           END-IF.

       GRAVA-LIBERACAO.
           OPEN EXTEND LIB-VOLUME.
           IF WS-STATUS-LIB NOT = "00"
               OPEN OUTPUT LIB-VOLUME
           END-IF.
           IF WS-STATUS-LIB NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "GRAVA-LIBERACAO" TO WS-PARAGRAFO-ERRO
           ELSE
               MOVE WS-PROGRAMA TO PROGRAMA-LIB
               MOVE WS-DATA-SISTEMA TO DATA-MOVTO-LIB
               MOVE WS-USUARIO TO USUARIO-LIB
               MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-LIB
               MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-LIB
               MOVE WS-MOTIVO TO MOTIVO-LIB
               WRITE REG-LIB
               CLOSE LIB-VOLUME
               MOVE "L" TO WS-RESULTADO
               MOVE "S" TO WS-LIBERADO
               DISPLAY "CADEIA LIBERADA - SUBMETA O RUNBATCH DE NOVO"
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           IF WS-MODO = "L"
               EVALUATE WS-RESULTADO
                   WHEN "L"
                       STRING "EX108 - " DELIMITED BY SIZE
                              WS-PROGRAMA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-DATA-SISTEMA DELIMITED BY SIZE
                              " LIBERADO POR " DELIMITED BY SIZE
                              WS-USUARIO DELIMITED BY SIZE
                           INTO WS-LINHA-LOG
                   WHEN "J"
                       STRING "EX108 - " DELIMITED BY SIZE
                              WS-PROGRAMA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-DATA-SISTEMA DELIMITED BY SIZE
                              " JA LIBERADO POR " DELIMITED BY SIZE
                              WS-USUARIO DELIMITED BY SIZE
                           INTO WS-LINHA-LOG
                   WHEN OTHER
                       STRING "EX108 - " DELIMITED BY SIZE
                              WS-PROGRAMA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-DATA-SISTEMA DELIMITED BY SIZE
                              " LIBERACAO NAO FEITA" DELIMITED BY SIZE
                           INTO WS-LINHA-LOG
               END-EVALUATE
           ELSE
               STRING "EX108 - " DELIMITED BY SIZE
                      WS-PROGRAMA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DATA-SISTEMA DELIMITED BY SIZE
                      " BASE " DELIMITED BY SIZE
                      WS-QTD-HIST DELIMITED BY SIZE
                      " FORA DO LIMITE: " DELIMITED BY SIZE
                      WS-FORA-LIMITE DELIMITED BY SIZE
                      " LIBERADO: " DELIMITED BY SIZE
                      WS-LIBERADO DELIMITED BY SIZE
                      " ERROS IO: " DELIMITED BY SIZE
                      WS-QTD-ERROS-IO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           END-IF.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "PARM=" DELIMITED BY SIZE
                  WS-STATUS-PARM DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
                  " LIB=" DELIMITED BY SIZE
                  WS-STATUS-LIB DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-RUN-HIST TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

      *    O PORTAO NAO GRAVA RUN-HIST: SUAS LINHAS NAO SE COMPARAM
      *    ENTRE SI E SO POLUIRIAM O HISTORICO DOS PASSOS.
       TERMINO.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MODO = "L"
                   IF WS-RESULTADO NOT = "L"
                      AND WS-RESULTADO NOT = "J"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-FORA-LIMITE = "S"
                      AND WS-LIBERADO = "N"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE LOG-EX108.
