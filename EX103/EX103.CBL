       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX103.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    DUPLO CONTROLE DAS REMESSAS BANCARIAS. ARQUIVOS: F = REMESSA
      *    DA FOLHA (REMESSA.DAT, EXE32), A = REMESSA DO ADIANTAMENTO
      *    (REMESSA-ADT.DAT, EXE32) E M = COBRANCA DAS MENSALIDADES
      *    (REMESSA-MEN.DAT, EXE46).
      *    MODO G (EM LOTE, LOGO APOS A GERACAO): GRAVA NO REGISTRO DE
      *    APROVACOES (REMESSA-APROV.DAT) O EVENTO G - OU R, SE A
      *    REMESSA ANTERIOR AINDA NAO TINHA SIDO LIBERADA - COM O
      *    OPERADOR QUE GEROU E OS TOTAIS DO TRAILER.
      *    MODO L (INTERATIVO, COM ENTRADA PELO SIGNON E FUNCAO L DO
      *    PERFIL): UM SEGUNDO OPERADOR, DIFERENTE DE QUEM GEROU,
      *    CONFERE O TRAILER (REGISTROS, VALOR E HASH) COM OS
      *    DETALHES DO ARQUIVO, COM OS TOTAIS REGISTRADOS NA GERACAO E
      *    COM A ORIGEM (CAD-LIQ MAIS CAD-PENSAO-PAG, CAD-ADIANT OU
      *    CADMEN, DESCONTADAS AS EXCECOES SEM CONTA) E APROVA (EVENTO
      *    A, RC=0) OU RECUSA (EVENTO J, RC=4). COM DIVERGENCIA SO E
      *    POSSIVEL RECUSAR. SO A REMESSA APROVADA VAI PARA A PASTA DE
      *    TRANSMISSAO AO BANCO.
      *    PARM-EX103.DAT: MODO, ARQUIVO E, NO MODO G, O OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REM.

           SELECT REMESSA-EXC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EXC.

           SELECT ORIGEM   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ORI.

           SELECT CAD-PENSAO-PAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PPG.

           SELECT REMESSA-APROV   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-APR.

           SELECT PARM-EX103   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT LOG-EX103   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    A REMESSA DA FOLHA E A DAS MENSALIDADES TEM O VALOR NA MESMA
      *    POSICAO DO DETALHE E O MESMO TRAILER. O HASH E A SOMA DAS
      *    CONTAS (FOLHA) OU DOS NUMEROS DAS COBRANCAS (MENSALIDADES).
       FD REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REM.

       01 REG-REM-DETALHE.
           03 TIPO-DET         PIC X(01).
           03 FILLER           PIC X(13).
           03 CONTA-DET        PIC 9(10).
           03 VALOR-DET        PIC 9(09)V99.
           03 FILLER           PIC X(26).

       01 REG-RMN-DETALHE.
           03 FILLER           PIC X(01).
           03 NUMERO-DET       PIC 9(07).
           03 FILLER           PIC X(53).

       01 REG-REM-TRAILER.
           03 TIPO-TRL         PIC X(01).
           03 TOTAL-REG-TRL    PIC 9(07).
           03 TOTAL-VALOR-TRL  PIC 9(11)V99.
           03 HASH-TRL         PIC 9(12).

       FD REMESSA-EXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQ-EXC.

       01 REG-EXC.
           03 MATRICULA-EXC    PIC 9(05).
           03 VALOR-EXC        PIC 9(06)V99.
           03 MOTIVO-EXC       PIC X(02).

      *    ORIGEM: CAD-LIQ/CAD-ADIANT (LAYOUT DO LIQUIDO) OU CADMEN.
       FD ORIGEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ORI.

       01 REG-LIQ.
           03 CODIGO-LIQ       PIC 9(05).
           03 BRUTO-LIQ        PIC 9(06)V99.
           03 INSS-LIQ         PIC 9(06)V99.
           03 IRRF-LIQ         PIC 9(06)V99.
           03 LIQUIDO-LIQ      PIC 9(06)V99.
           03 DEPTO-LIQ        PIC X(03).

       01 REG-MEN.
           03 NUMERO-MEN       PIC 9(07).
           03 COMPETENCIA-MEN  PIC 9(06).
           03 TIPO-MEN         PIC 9(02).
           03 VALOR-MEN        PIC 9(05)V99.
           03 VENCIMENTO-MEN   PIC 9(08).
           03 BOLSA-MEN        PIC 9(03).

       FD CAD-PENSAO-PAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PENSAO-PAG.DAT".

       01 REG-PPG.
           COPY PENPAG01.

      *    REGISTRO DE APROVACOES. EVENTO: G GERADA, R REGERADA ANTES
      *    DE LIBERADA, A APROVADA E LIBERADA, J RECUSADA.
       FD REMESSA-APROV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA-APROV.DAT".

       01 REG-APR.
           03 ARQUIVO-APR      PIC X(01).
           03 EVENTO-APR       PIC X(01).
           03 USUARIO-APR      PIC X(08).
           03 DATA-APR         PIC 9(08).
           03 HORA-APR         PIC 9(06).
           03 QTD-REG-APR      PIC 9(07).
           03 VALOR-APR        PIC 9(11)V99.
           03 HASH-APR         PIC 9(12).
           03 OBSERVACAO-APR   PIC X(30).

       FD PARM-EX103
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX103.DAT".

       01 REG-PARM-EX103.
           03 MODO-PARM        PIC X(01).
           03 ARQUIVO-PARM     PIC X(01).
           03 USUARIO-PARM     PIC X(08).

       FD LOG-EX103
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX103.DAT".

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
       77 WS-STATUS-REM    PIC X(02) VALUE "00".
       77 WS-STATUS-EXC    PIC X(02) VALUE "00".
       77 WS-STATUS-ORI    PIC X(02) VALUE "00".
       77 WS-STATUS-PPG    PIC X(02) VALUE "00".
       77 WS-STATUS-APR    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX103".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA  PIC 9(06) VALUE ZEROS.
       77 WS-MODO          PIC X(01) VALUE SPACES.
       77 WS-ARQUIVO       PIC X(01) VALUE SPACES.
       77 WS-USUARIO       PIC X(08) VALUE SPACES.
       01 WS-SGN-ACAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA  PIC X(05) VALUE "EX103".
       01 WS-SGN-FUNCAO    PIC X(01) VALUE SPACE.
       01 WS-SGN-FUNCOES   PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO PIC X(01) VALUE "N".
       77 WS-ARQ-REM       PIC X(20) VALUE SPACES.
       77 WS-ARQ-EXC       PIC X(20) VALUE SPACES.
       77 WS-ARQ-ORI       PIC X(20) VALUE SPACES.
       77 WS-RESULTADO     PIC X(01) VALUE SPACES.
       77 WS-DIVERGENTE    PIC X(01) VALUE "N".
       77 WS-TEM-TRAILER   PIC X(01) VALUE "N".
       77 WS-FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-DECISAO       PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-RECUSA PIC X(30) VALUE SPACES.
       77 WS-EVENTO        PIC X(01) VALUE SPACES.
      *    TOTAIS DO TRAILER, RECALCULADOS DOS DETALHES E DA ORIGEM.
       77 WS-TRL-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-TRL-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TRL-HASH      PIC 9(12) VALUE ZEROS.
       77 WS-DET-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-DET-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-DET-HASH      PIC 9(12) VALUE ZEROS.
       77 WS-ORI-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-ORI-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-EXC-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-EXC-VALOR     PIC 9(11)V99 VALUE ZEROS.
      *    ULTIMO EVENTO DO ARQUIVO NO REGISTRO DE APROVACOES E A
      *    ULTIMA GERACAO (G OU R).
       77 WS-ULT-EVENTO    PIC X(01) VALUE SPACES.
       77 WS-GER-USUARIO   PIC X(08) VALUE SPACES.
       77 WS-GER-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-GER-HORA      PIC 9(06) VALUE ZEROS.
       77 WS-GER-QTD       PIC 9(07) VALUE ZEROS.
       77 WS-GER-VALOR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-GER-HASH      PIC 9(12) VALUE ZEROS.
       01 WS-QTD-EDITADA   PIC Z,ZZZ,ZZ9.
       01 WS-VALOR-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-HASH-EDITADO  PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX103.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-RESULTADO = SPACES
               IF WS-MODO = "G"
                   PERFORM REGISTRA-GERACAO
               ELSE
                   PERFORM LIBERA-REMESSA
               END-IF
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX103.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-SISTEMA.
           OPEN INPUT PARM-EX103.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX103
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                   MOVE MODO-PARM TO WS-MODO
                   MOVE ARQUIVO-PARM TO WS-ARQUIVO
                   MOVE USUARIO-PARM TO WS-USUARIO
               END-IF
               CLOSE PARM-EX103
           END-IF.
           EVALUATE WS-ARQUIVO
               WHEN "F"
                   MOVE "REMESSA.DAT" TO WS-ARQ-REM
                   MOVE "REMESSA-EXC.DAT" TO WS-ARQ-EXC
                   MOVE "CAD-LIQ.DAT" TO WS-ARQ-ORI
               WHEN "A"
                   MOVE "REMESSA-ADT.DAT" TO WS-ARQ-REM
                   MOVE "REMESSA-ADT-EXC.DAT" TO WS-ARQ-EXC
                   MOVE "CAD-ADIANT.DAT" TO WS-ARQ-ORI
               WHEN "M"
                   MOVE "REMESSA-MEN.DAT" TO WS-ARQ-REM
                   MOVE "CADMEN.DAT" TO WS-ARQ-ORI
               WHEN OTHER
                   MOVE "E" TO WS-RESULTADO
           END-EVALUATE.
           IF WS-MODO NOT = "G" AND WS-MODO NOT = "L"
               MOVE "E" TO WS-RESULTADO
           END-IF.
           IF WS-MODO = "G" AND WS-USUARIO = SPACES
               MOVE "E" TO WS-RESULTADO
           END-IF.
           IF WS-RESULTADO = "E"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
           END-IF.

      *    EVENTO G OU R COM OS TOTAIS DO TRAILER DA REMESSA GERADA.
       REGISTRA-GERACAO.
           PERFORM LE-REGISTRO-APROVACAO.
           PERFORM TOTALIZA-REMESSA.
           IF WS-RESULTADO = SPACES
               IF WS-ULT-EVENTO = "G" OR WS-ULT-EVENTO = "R"
                  OR WS-ULT-EVENTO = "J"
                   MOVE "R" TO WS-EVENTO
               ELSE
                   MOVE "G" TO WS-EVENTO
               END-IF
               MOVE SPACES TO WS-MOTIVO-RECUSA
               IF WS-DIVERGENTE = "S"
                   MOVE "TRAILER DIFERE DOS DETALHES"
                       TO WS-MOTIVO-RECUSA
               END-IF
               PERFORM GRAVA-APROVACAO
               MOVE "G" TO WS-RESULTADO
           END-IF.

       LIBERA-REMESSA.
           DISPLAY "LIBERACAO DE REMESSA BANCARIA - " WS-ARQ-REM.
           MOVE "E" TO WS-SGN-ACAO.
           CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                               WS-SGN-FUNCAO WS-USUARIO
                               WS-SGN-FUNCOES WS-SGN-RESULTADO.
           IF WS-SGN-RESULTADO = "S"
               MOVE "F" TO WS-SGN-ACAO
               MOVE "L" TO WS-SGN-FUNCAO
               CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                   WS-SGN-FUNCAO WS-USUARIO
                                   WS-SGN-FUNCOES WS-SGN-RESULTADO
           END-IF.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE "X" TO WS-RESULTADO
           ELSE
               PERFORM LE-REGISTRO-APROVACAO
               PERFORM VERIFICA-SITUACAO
           END-IF.
           IF WS-RESULTADO = SPACES
               PERFORM TOTALIZA-REMESSA
           END-IF.
           IF WS-RESULTADO = SPACES
               PERFORM TOTALIZA-ORIGEM
               PERFORM CONFERE-TOTAIS
               PERFORM PEDE-DECISAO
           END-IF.

      *    SO A ULTIMA GERACAO AINDA PENDENTE PODE SER LIBERADA, E NAO
      *    PELO MESMO OPERADOR QUE A GEROU.
       VERIFICA-SITUACAO.
           EVALUATE WS-ULT-EVENTO
               WHEN SPACES
                   DISPLAY "REMESSA SEM REGISTRO DE GERACAO"
                   MOVE "X" TO WS-RESULTADO
               WHEN "A"
                   DISPLAY "REMESSA JA LIBERADA"
                   MOVE "X" TO WS-RESULTADO
               WHEN "J"
                   DISPLAY "REMESSA RECUSADA - GERE A REMESSA DE NOVO"
                   MOVE "X" TO WS-RESULTADO
           END-EVALUATE.
           IF WS-RESULTADO = SPACES
              AND WS-USUARIO = WS-GER-USUARIO
               DISPLAY "REMESSA GERADA POR " WS-GER-USUARIO
               DISPLAY "A APROVACAO DEVE SER FEITA POR OUTRO OPERADOR"
               MOVE "X" TO WS-RESULTADO
           END-IF.

       LE-REGISTRO-APROVACAO.
           MOVE SPACES TO WS-ULT-EVENTO WS-GER-USUARIO.
           OPEN INPUT REMESSA-APROV.
           IF WS-STATUS-APR = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ REMESSA-APROV
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ = "NAO"
                      AND ARQUIVO-APR = WS-ARQUIVO
                       PERFORM GUARDA-EVENTO
                   END-IF
               END-PERFORM
               CLOSE REMESSA-APROV
           END-IF.

       GUARDA-EVENTO.
           MOVE EVENTO-APR TO WS-ULT-EVENTO.
           IF EVENTO-APR = "G" OR EVENTO-APR = "R"
               MOVE USUARIO-APR TO WS-GER-USUARIO
               MOVE DATA-APR TO WS-GER-DATA
               MOVE HORA-APR TO WS-GER-HORA
               MOVE QTD-REG-APR TO WS-GER-QTD
               MOVE VALOR-APR TO WS-GER-VALOR
               MOVE HASH-APR TO WS-GER-HASH
           END-IF.

      *    TOTAIS DO TRAILER E RECALCULADOS A PARTIR DOS DETALHES.
       TOTALIZA-REMESSA.
           OPEN INPUT REMESSA.
           IF WS-STATUS-REM NOT = "00"
               DISPLAY WS-ARQ-REM " NAO ENCONTRADO"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "TOTALIZA-REMESSA" TO WS-PARAGRAFO-ERRO
               MOVE "E" TO WS-RESULTADO
           ELSE
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ REMESSA
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ = "NAO"
                       ADD 1 TO WS-CONTADOR-LIDO
                       PERFORM SOMA-REMESSA
                   END-IF
               END-PERFORM
               CLOSE REMESSA
               IF WS-TEM-TRAILER = "N"
                  OR WS-TRL-QTD NOT = WS-DET-QTD
                  OR WS-TRL-VALOR NOT = WS-DET-VALOR
                  OR WS-TRL-HASH NOT = WS-DET-HASH
                   MOVE "S" TO WS-DIVERGENTE
               END-IF
           END-IF.

       SOMA-REMESSA.
           EVALUATE TIPO-DET
               WHEN "1"
                   ADD 1 TO WS-DET-QTD
                   ADD VALOR-DET TO WS-DET-VALOR
                   IF WS-ARQUIVO = "M"
                       ADD NUMERO-DET TO WS-DET-HASH
                   ELSE
                       ADD CONTA-DET TO WS-DET-HASH
                   END-IF
               WHEN "9"
                   MOVE "S" TO WS-TEM-TRAILER
                   MOVE TOTAL-REG-TRL TO WS-TRL-QTD
                   MOVE TOTAL-VALOR-TRL TO WS-TRL-VALOR
                   IF HASH-TRL NUMERIC
                       MOVE HASH-TRL TO WS-TRL-HASH
                   END-IF
           END-EVALUATE.

      *    TOTAIS DA ORIGEM. NA FOLHA E NO ADIANTAMENTO O QUE FOI PARA
      *    AS EXCECOES (SEM CONTA) SAI DA CONTA.
       TOTALIZA-ORIGEM.
           OPEN INPUT ORIGEM.
           IF WS-STATUS-ORI NOT = "00"
               DISPLAY WS-ARQ-ORI " NAO ENCONTRADO"
               MOVE "S" TO WS-DIVERGENTE
           ELSE
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ ORIGEM
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ = "NAO"
                       PERFORM SOMA-ORIGEM
                   END-IF
               END-PERFORM
               CLOSE ORIGEM
           END-IF.
           IF WS-ARQUIVO = "F"
               OPEN INPUT CAD-PENSAO-PAG
               IF WS-STATUS-PPG = "00"
                   MOVE "NAO" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "SIM"
                       READ CAD-PENSAO-PAG
                           AT END MOVE "SIM" TO WS-FIM-ARQ
                       END-READ
                       IF WS-FIM-ARQ = "NAO"
                           ADD 1 TO WS-ORI-QTD
                           ADD VALOR-PPG TO WS-ORI-VALOR
                       END-IF
                   END-PERFORM
                   CLOSE CAD-PENSAO-PAG
               END-IF
           END-IF.
           IF WS-ARQUIVO NOT = "M"
               OPEN INPUT REMESSA-EXC
               IF WS-STATUS-EXC = "00"
                   MOVE "NAO" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "SIM"
                       READ REMESSA-EXC
                           AT END MOVE "SIM" TO WS-FIM-ARQ
                       END-READ
                       IF WS-FIM-ARQ = "NAO"
                           ADD 1 TO WS-EXC-QTD
                           ADD VALOR-EXC TO WS-EXC-VALOR
                       END-IF
                   END-PERFORM
                   CLOSE REMESSA-EXC
               END-IF
               IF WS-EXC-QTD > WS-ORI-QTD
                  OR WS-EXC-VALOR > WS-ORI-VALOR
                   MOVE "S" TO WS-DIVERGENTE
               ELSE
                   SUBTRACT WS-EXC-QTD FROM WS-ORI-QTD
                   SUBTRACT WS-EXC-VALOR FROM WS-ORI-VALOR
               END-IF
           END-IF.

       SOMA-ORIGEM.
           IF WS-ARQUIVO = "M"
               IF REG-MEN (1:3) NOT = "TRL"
                   ADD 1 TO WS-ORI-QTD
                   ADD VALOR-MEN TO WS-ORI-VALOR
               END-IF
           ELSE
               ADD 1 TO WS-ORI-QTD
               ADD LIQUIDO-LIQ TO WS-ORI-VALOR
           END-IF.

       CONFERE-TOTAIS.
           DISPLAY " ".
           DISPLAY "GERADA POR " WS-GER-USUARIO " EM " WS-GER-DATA
                   " " WS-GER-HORA.
           DISPLAY "                REGISTROS              VALOR"
                   "             HASH".
           MOVE WS-TRL-QTD TO WS-QTD-EDITADA.
           MOVE WS-TRL-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-TRL-HASH TO WS-HASH-EDITADO.
           DISPLAY "TRAILER      " WS-QTD-EDITADA " " WS-VALOR-EDITADO
                   " " WS-HASH-EDITADO.
           MOVE WS-DET-QTD TO WS-QTD-EDITADA.
           MOVE WS-DET-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-DET-HASH TO WS-HASH-EDITADO.
           DISPLAY "DETALHES     " WS-QTD-EDITADA " " WS-VALOR-EDITADO
                   " " WS-HASH-EDITADO.
           MOVE WS-GER-QTD TO WS-QTD-EDITADA.
           MOVE WS-GER-VALOR TO WS-VALOR-EDITADO.
           MOVE WS-GER-HASH TO WS-HASH-EDITADO.
           DISPLAY "NA GERACAO   " WS-QTD-EDITADA " " WS-VALOR-EDITADO
                   " " WS-HASH-EDITADO.
           MOVE WS-ORI-QTD TO WS-QTD-EDITADA.
           MOVE WS-ORI-VALOR TO WS-VALOR-EDITADO.
           DISPLAY "ORIGEM       " WS-QTD-EDITADA " " WS-VALOR-EDITADO
                   "  " WS-ARQ-ORI.
           IF WS-EXC-QTD > ZEROS
               MOVE WS-EXC-QTD TO WS-QTD-EDITADA
               MOVE WS-EXC-VALOR TO WS-VALOR-EDITADO
               DISPLAY "  EXCECOES   " WS-QTD-EDITADA " "
                       WS-VALOR-EDITADO "  " WS-ARQ-EXC
           END-IF.
           IF WS-TRL-QTD NOT = WS-GER-QTD
              OR WS-TRL-VALOR NOT = WS-GER-VALOR
              OR WS-TRL-HASH NOT = WS-GER-HASH
               DISPLAY "ARQUIVO ALTERADO DEPOIS DA GERACAO"
               MOVE "S" TO WS-DIVERGENTE
           END-IF.
           IF WS-TRL-QTD NOT = WS-ORI-QTD
              OR WS-TRL-VALOR NOT = WS-ORI-VALOR
               DISPLAY "TOTAIS DA REMESSA DIFEREM DA ORIGEM"
               MOVE "S" TO WS-DIVERGENTE
           END-IF.
           IF WS-DIVERGENTE = "S"
               DISPLAY "*** DIVERGENCIA - SO E POSSIVEL RECUSAR"
           END-IF.

       PEDE-DECISAO.
           DISPLAY " ".
           IF WS-DIVERGENTE = "S"
               DISPLAY "RECUSAR (R) OU SAIR (X): " WITH NO ADVANCING
           ELSE
               DISPLAY "APROVAR (A), RECUSAR (R) OU SAIR (X): "
                       WITH NO ADVANCING
           END-IF.
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   IF WS-DIVERGENTE = "S"
                       DISPLAY "APROVACAO NAO PERMITIDA"
                       MOVE "X" TO WS-RESULTADO
                   ELSE
                       MOVE "A" TO WS-EVENTO
                       MOVE SPACES TO WS-MOTIVO-RECUSA
                       PERFORM GRAVA-APROVACAO
                       MOVE "A" TO WS-RESULTADO
                       DISPLAY "REMESSA APROVADA"
                   END-IF
               WHEN "R"
               WHEN "r"
                   DISPLAY "MOTIVO DA RECUSA: " WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-RECUSA
                   MOVE "J" TO WS-EVENTO
                   PERFORM GRAVA-APROVACAO
                   MOVE "J" TO WS-RESULTADO
                   DISPLAY "REMESSA RECUSADA"
               WHEN OTHER
                   MOVE "X" TO WS-RESULTADO
           END-EVALUATE.

       GRAVA-APROVACAO.
           OPEN EXTEND REMESSA-APROV.
           IF WS-STATUS-APR NOT = "00"
               OPEN OUTPUT REMESSA-APROV
           END-IF.
           IF WS-STATUS-APR NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "GRAVA-APROVACAO" TO WS-PARAGRAFO-ERRO
           ELSE
               MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-SISTEMA
               MOVE WS-ARQUIVO TO ARQUIVO-APR
               MOVE WS-EVENTO TO EVENTO-APR
               MOVE WS-USUARIO TO USUARIO-APR
               MOVE WS-DATA-SISTEMA TO DATA-APR
               MOVE WS-HORA-SISTEMA TO HORA-APR
               MOVE WS-TRL-QTD TO QTD-REG-APR
               MOVE WS-TRL-VALOR TO VALOR-APR
               MOVE WS-TRL-HASH TO HASH-APR
               MOVE WS-MOTIVO-RECUSA TO OBSERVACAO-APR
               WRITE REG-APR
               IF WS-STATUS-APR NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "GRAVA-APROVACAO" TO WS-PARAGRAFO-ERRO
               END-IF
               CLOSE REMESSA-APROV
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX103 - MODO " DELIMITED BY SIZE
                  WS-MODO DELIMITED BY SIZE
                  "  ARQUIVO " DELIMITED BY SIZE
                  WS-ARQUIVO DELIMITED BY SIZE
                  "  USUARIO " DELIMITED BY SIZE
                  WS-USUARIO DELIMITED BY SIZE
                  "  EVENTO " DELIMITED BY SIZE
                  WS-EVENTO DELIMITED BY SIZE
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
               MOVE "EX103" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE ZEROS TO GRAVADOS-RHI REJEITADOS-RHI.
           IF WS-EVENTO NOT = SPACES
               MOVE 1 TO GRAVADOS-RHI
           END-IF.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-RESULTADO = "A" OR WS-RESULTADO = "G"
                   MOVE ZEROS TO RC-RHI
               ELSE
                   MOVE 1 TO REJEITADOS-RHI
                   MOVE 4 TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "REM=" DELIMITED BY SIZE
                  WS-STATUS-REM DELIMITED BY SIZE
                  " EXC=" DELIMITED BY SIZE
                  WS-STATUS-EXC DELIMITED BY SIZE
                  " ORI=" DELIMITED BY SIZE
                  WS-STATUS-ORI DELIMITED BY SIZE
                  " PPG=" DELIMITED BY SIZE
                  WS-STATUS-PPG DELIMITED BY SIZE
                  " APR=" DELIMITED BY SIZE
                  WS-STATUS-APR DELIMITED BY SIZE
                  " PARM=" DELIMITED BY SIZE
                  WS-STATUS-PARM DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-PARM-EX103 TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

      *    RC=0 SO PARA A GERACAO REGISTRADA OU A REMESSA APROVADA.
       TERMINO.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RESULTADO NOT = "A" AND WS-RESULTADO NOT = "G"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX103.
