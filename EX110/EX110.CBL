       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX110.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    RELATORIO DE ACESSOS PARA A REVISAO DE SEGURANCA. LE O
      *    ACESSO-LOG.DAT GRAVADO PELO SIGNON E PELO EX109 E LISTA NO
      *    REL-EX110.DAT, PARA O PERIODO PEDIDO:
      *      - CADA NEGATIVA DE ACESSO (DATA, HORA, USUARIO, PROGRAMA,
      *        FUNCAO E MOTIVO);
      *      - O TOTAL DE NEGATIVAS POR MOTIVO E POR USUARIO, COM
      *        ALERTA PARA O USUARIO QUE CHEGA AO LIMITE-ALERTA DO
      *        PARM-REPO (PROGRAMA EX110, PADRAO 3 NEGATIVAS);
      *      - A MANUTENCAO DE USUARIOS E PERFIS FEITA NO PERIODO;
      *      - OS USUARIOS DO CAD-USUARIO.DAT BLOQUEADOS, INATIVOS OU
      *        COM SENHA VENCIDA OU PROVISORIA NA DATA DO MOVIMENTO.
      *    PERIODO NO PARM-EX110.DAT (DATA INICIAL E FINAL AAAAMMDD);
      *    SEM PARAMETRO, DO DIA 1 DO MES DO MOVIMENTO ATE A DATA DO
      *    MOVIMENTO. RC=4 QUANDO HA USUARIO EM ALERTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSO-LOG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ACS.

           SELECT CAD-USUARIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-USU.

           SELECT PARM-EX110   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX110   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX110   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSO-LOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACESSO-LOG.DAT".

       01 REG-ACS.
           COPY ACESSO01.

       FD CAD-USUARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USUARIO.DAT".

       01 REG-USU.
           COPY USUAR01.

       FD PARM-EX110
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EX110.DAT".

       01 REG-PARM-EX110.
           03 DATA-INI-PARM    PIC X(08).
           03 DATA-FIM-PARM    PIC X(08).

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

       FD REL-EX110
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX110.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EX110
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX110.DAT".

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
       77 WS-STATUS-ACS    PIC X(02) VALUE "00".
       77 WS-STATUS-USU    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX110".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-NEG    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-MAN    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ALERTA PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SIT    PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM        PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-ALERTA   PIC 9(03) VALUE 3.
       77 WS-VIG-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-USU         PIC 9(03) VALUE ZEROS.
       77 WS-U               PIC 9(03) VALUE ZEROS.
       77 WS-M               PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU           PIC X(01) VALUE "N".
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).

       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).

       01 WS-DATA-AUX        PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DA-AAAA          PIC 9(04).
           03 WS-DA-MM            PIC 9(02).
           03 WS-DA-DD            PIC 9(02).

       01 WS-DATA-EDITADA.
           03 WS-DE-DD            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-MM            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-AAAA          PIC 9(04).

       01 WS-HORA-AUX        PIC 9(06).
       01 WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
           03 WS-HA-HH            PIC 9(02).
           03 WS-HA-MI            PIC 9(02).
           03 WS-HA-SS            PIC 9(02).

       01 WS-HORA-EDITADA.
           03 WS-HE-HH            PIC 9(02).
           03 FILLER              PIC X(01) VALUE ":".
           03 WS-HE-MI            PIC 9(02).
           03 FILLER              PIC X(01) VALUE ":".
           03 WS-HE-SS            PIC 9(02).

      *    MOTIVOS DO ACESSO-LOG: OS 7 PRIMEIROS SAO NEGATIVAS.
       01 WS-MOTIVOS.
           03 FILLER PIC X(32) VALUE "UDUSUARIO DESCONHECIDO".
           03 FILLER PIC X(32) VALUE "SISENHA ERRADA".
           03 FILLER PIC X(32) VALUE "BLUSUARIO BLOQUEADO".
           03 FILLER PIC X(32) VALUE "INUSUARIO INATIVO".
           03 FILLER PIC X(32) VALUE "EXSENHA VENCIDA NAO TROCADA".
           03 FILLER PIC X(32) VALUE "PFPROGRAMA FORA DO PERFIL".
           03 FILLER PIC X(32) VALUE "FNFUNCAO FORA DO PERFIL".
           03 FILLER PIC X(32) VALUE "IUUSUARIO INCLUIDO".
           03 FILLER PIC X(32) VALUE "AUUSUARIO ALTERADO".
           03 FILLER PIC X(32) VALUE "BUUSUARIO BLOQUEADO".
           03 FILLER PIC X(32) VALUE "DUDESBLOQUEIO/SENHA PROVISORIA".
           03 FILLER PIC X(32) VALUE "XUUSUARIO DESATIVADO".
           03 FILLER PIC X(32) VALUE "PPLINHA DE PERFIL GRAVADA".
           03 FILLER PIC X(32) VALUE "TSSENHA TROCADA PELO USUARIO".
       01 WS-MOTIVOS-R REDEFINES WS-MOTIVOS.
           03 WS-MOTIVO OCCURS 14 TIMES.
               05 WS-MOT-CODIGO       PIC X(02).
               05 WS-MOT-DESCRICAO    PIC X(30).

       01 WS-TOTAIS-MOTIVO.
           03 WS-TOT-MOTIVO       PIC 9(05) OCCURS 14 TIMES.

       01 WS-TAB-USU.
           03 WS-TU OCCURS 200 TIMES.
               05 WS-TU-USUARIO       PIC X(08).
               05 WS-TU-QTD           PIC 9(05).

       01 WS-CABECALHO.
           03 FILLER              PIC X(37)
               VALUE "EX110 - REVISAO DE ACESSOS - PERIODO ".
           03 WS-CAB-INI          PIC X(10).
           03 FILLER              PIC X(03) VALUE " A ".
           03 WS-CAB-FIM          PIC X(10).
           03 FILLER              PIC X(20) VALUE SPACES.

       01 WS-LINHA-NEGATIVA.
           03 WS-LN-DATA          PIC X(10).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LN-HORA          PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LN-USUARIO       PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LN-PROGRAMA      PIC X(05).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LN-FUNCAO        PIC X(01).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LN-MOTIVO        PIC X(02).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LN-DESCRICAO     PIC X(30).
           03 WS-LN-OBJETO        PIC X(10).

       01 WS-LINHA-TOTAL.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-LT-CHAVE         PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LT-DESCRICAO     PIC X(30).
           03 WS-LT-QTD           PIC ZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LT-ALERTA        PIC X(30).

       01 WS-LINHA-USUARIO.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-LU-USUARIO       PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LU-NOME          PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LU-PERFIL        PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LU-SITUACAO      PIC X(16).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LU-DATA          PIC X(10).

       PROCEDURE DIVISION.
       PGM-EM01EX110.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           PERFORM PRINCIPAL
                  UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX110.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           PERFORM LE-PARM-REPO.
           INITIALIZE WS-TOTAIS-MOTIVO
                      WS-TAB-USU.
           OPEN OUTPUT REL-EX110.
           PERFORM VERIFICA-STATUS-REL.
           OPEN INPUT ACESSO-LOG.
           IF WS-STATUS-ACS = "35"
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM VERIFICA-STATUS-ACS
           END-IF.
           IF WS-QTD-ERROS-IO > 0
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM LEITURA.

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

      *    PERIODO: PARM-EX110 OU O MES DO MOVIMENTO ATE A DATA DO
      *    MOVIMENTO. DATA FINAL EM BRANCO = DATA DO MOVIMENTO.
       LE-PARAMETRO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX.
           MOVE 1 TO WS-DA-DD.
           MOVE WS-DATA-AUX TO WS-DATA-INI.
           MOVE WS-DATA-SISTEMA TO WS-DATA-FIM.
           OPEN INPUT PARM-EX110.
           IF WS-STATUS-PARM = "00"
               READ PARM-EX110
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                       AND DATA-INI-PARM NUMERIC
                   MOVE DATA-INI-PARM TO WS-DATA-INI
                   IF DATA-FIM-PARM NUMERIC
                       MOVE DATA-FIM-PARM TO WS-DATA-FIM
                   END-IF
               END-IF
               CLOSE PARM-EX110
           END-IF.
           IF WS-DATA-FIM < WS-DATA-INI
               MOVE WS-DATA-INI TO WS-DATA-FIM
           END-IF.

      *    LIMITE-ALERTA: NEGATIVAS NO PERIODO A PARTIR DAS QUAIS O
      *    USUARIO E DESTACADO NO RELATORIO.
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EX110"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.
           IF WS-LIMITE-ALERTA = ZEROS
               MOVE 1 TO WS-LIMITE-ALERTA
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "LIMITE-ALERTA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-LIMITE
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-LIMITE
                       MOVE WS-VALOR-N3 TO WS-LIMITE-ALERTA
                   END-IF
           END-EVALUATE.

       VERIFICA-STATUS-ACS.
           IF WS-STATUS-ACS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ACS"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       VERIFICA-STATUS-USU.
           IF WS-STATUS-USU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-USU"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA.
           IF FIM-ARQ NOT = "SIM"
               READ ACESSO-LOG
                    AT END
                    MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   PERFORM VERIFICA-STATUS-ACS
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-IF.

       PRINCIPAL.
           IF DATA-ACS NOT LESS THAN WS-DATA-INI
              AND DATA-ACS NOT GREATER THAN WS-DATA-FIM
              AND RESULTADO-ACS = "N"
               PERFORM IMPRIME-NEGATIVA
           END-IF.
           PERFORM LEITURA.

      *---------------------------------------------------------------
      *    NEGATIVAS: LINHA DE DETALHE E ACUMULO POR MOTIVO E USUARIO
      *---------------------------------------------------------------
       IMPRIME-NEGATIVA.
           ADD 1 TO WS-CONTADOR-NEG.
           PERFORM MONTA-LINHA-ACESSO.
           WRITE REG-REL FROM WS-LINHA-NEGATIVA.
           PERFORM VERIFICA-STATUS-REL.
           IF WS-M > 0
               ADD 1 TO WS-TOT-MOTIVO (WS-M)
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-QTD-USU OR WS-ACHOU = "S"
               IF WS-TU-USUARIO (WS-U) = USUARIO-ACS
                   ADD 1 TO WS-TU-QTD (WS-U)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-QTD-USU < 200
               ADD 1 TO WS-QTD-USU
               MOVE USUARIO-ACS TO WS-TU-USUARIO (WS-QTD-USU)
               MOVE 1 TO WS-TU-QTD (WS-QTD-USU)
           END-IF.

       MONTA-LINHA-ACESSO.
           MOVE SPACES TO WS-LN-DESCRICAO WS-LN-OBJETO.
           MOVE DATA-ACS TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE WS-DATA-EDITADA TO WS-LN-DATA.
           MOVE HORA-ACS TO WS-HORA-AUX.
           MOVE WS-HA-HH TO WS-HE-HH.
           MOVE WS-HA-MI TO WS-HE-MI.
           MOVE WS-HA-SS TO WS-HE-SS.
           MOVE WS-HORA-EDITADA TO WS-LN-HORA.
           MOVE USUARIO-ACS TO WS-LN-USUARIO.
           MOVE PROGRAMA-ACS TO WS-LN-PROGRAMA.
           MOVE FUNCAO-ACS TO WS-LN-FUNCAO.
           MOVE MOTIVO-ACS TO WS-LN-MOTIVO.
           MOVE ZEROS TO WS-M.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > 14
               IF WS-MOT-CODIGO (WS-U) = MOTIVO-ACS
                   MOVE WS-U TO WS-M
               END-IF
           END-PERFORM.
           IF WS-M > 0
               MOVE WS-MOT-DESCRICAO (WS-M) TO WS-LN-DESCRICAO
           END-IF.
           IF OBJETO-ACS NOT = SPACES
               MOVE OBJETO-ACS TO WS-LN-OBJETO
           END-IF.

       FORMATA-DATA.
           MOVE WS-DA-DD TO WS-DE-DD.
           MOVE WS-DA-MM TO WS-DE-MM.
           MOVE WS-DA-AAAA TO WS-DE-AAAA.

       IMPRIME-CABECALHO.
           MOVE WS-DATA-INI TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE WS-DATA-EDITADA TO WS-CAB-INI.
           MOVE WS-DATA-FIM TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE WS-DATA-EDITADA TO WS-CAB-FIM.
           WRITE REG-REL FROM WS-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "NEGATIVAS DE ACESSO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "DATA       HORA     USUARIO  PROG  F MT DESCRICAO"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.

      *---------------------------------------------------------------
      *    TOTAIS POR MOTIVO E POR USUARIO
      *---------------------------------------------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL DE NEGATIVAS NO PERIODO: " DELIMITED BY SIZE
                  WS-CONTADOR-NEG DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "NEGATIVAS POR MOTIVO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 7
               MOVE SPACES TO WS-LT-ALERTA
               MOVE WS-MOT-CODIGO (WS-M) TO WS-LT-CHAVE
               MOVE WS-MOT-DESCRICAO (WS-M) TO WS-LT-DESCRICAO
               MOVE WS-TOT-MOTIVO (WS-M) TO WS-LT-QTD
               WRITE REG-REL FROM WS-LINHA-TOTAL
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "NEGATIVAS POR USUARIO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-USU
               MOVE SPACES TO WS-LT-ALERTA WS-LT-DESCRICAO
               MOVE WS-TU-USUARIO (WS-U) TO WS-LT-CHAVE
               MOVE WS-TU-QTD (WS-U) TO WS-LT-QTD
               IF WS-TU-QTD (WS-U) NOT LESS THAN WS-LIMITE-ALERTA
                   MOVE "*** ALERTA - VERIFICAR USUARIO"
                       TO WS-LT-ALERTA
                   ADD 1 TO WS-CONTADOR-ALERTA
               END-IF
               WRITE REG-REL FROM WS-LINHA-TOTAL
           END-PERFORM.
           IF WS-QTD-USU = ZEROS
               MOVE "    NENHUMA NEGATIVA NO PERIODO" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           PERFORM VERIFICA-STATUS-REL.

      *---------------------------------------------------------------
      *    MANUTENCAO DE USUARIOS E PERFIS NO PERIODO (SEGUNDA PASSADA
      *    NO ACESSO-LOG)
      *---------------------------------------------------------------
       IMPRIME-MANUTENCAO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "MANUTENCAO DE USUARIOS E PERFIS" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "DATA       HORA     USUARIO  PROG  F MT DESCRICAO"
               TO WS-LINHA-REL.
           MOVE "OBJETO" TO WS-LINHA-REL (71:6).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ACESSO-LOG.
           IF WS-STATUS-ACS NOT = "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ ACESSO-LOG
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                  AND DATA-ACS NOT LESS THAN WS-DATA-INI
                  AND DATA-ACS NOT GREATER THAN WS-DATA-FIM
                  AND RESULTADO-ACS = "M"
                   ADD 1 TO WS-CONTADOR-MAN
                   PERFORM MONTA-LINHA-ACESSO
                   WRITE REG-REL FROM WS-LINHA-NEGATIVA
               END-IF
           END-PERFORM.
           IF WS-STATUS-ACS NOT = "35"
               CLOSE ACESSO-LOG
           END-IF.
           IF WS-CONTADOR-MAN = ZEROS
               MOVE "    NENHUMA MANUTENCAO NO PERIODO" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           PERFORM VERIFICA-STATUS-REL.

      *---------------------------------------------------------------
      *    SITUACAO DO CADASTRO DE USUARIOS NA DATA DO MOVIMENTO
      *---------------------------------------------------------------
       IMPRIME-SITUACAO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "USUARIOS BLOQUEADOS, INATIVOS OU COM SENHA VENCIDA"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "    USUARIO  NOME" TO WS-LINHA-REL.
           MOVE "PERFIL   SITUACAO         ULT.ACESSO"
               TO WS-LINHA-REL (45:36).
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CAD-USUARIO.
           IF WS-STATUS-USU = "35"
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM VERIFICA-STATUS-USU
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CAD-USUARIO
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   PERFORM VERIFICA-STATUS-USU
                   PERFORM AVALIA-USUARIO
               END-IF
           END-PERFORM.
           IF WS-STATUS-USU NOT = "35"
               CLOSE CAD-USUARIO
           END-IF.
           IF WS-CONTADOR-SIT = ZEROS
               MOVE "    NENHUM USUARIO NESTA SITUACAO" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           PERFORM VERIFICA-STATUS-REL.

       AVALIA-USUARIO.
           MOVE SPACES TO WS-LU-SITUACAO.
           EVALUATE TRUE
               WHEN SITUACAO-USU = "B"
                   MOVE "BLOQUEADO" TO WS-LU-SITUACAO
               WHEN SITUACAO-USU = "I"
                   MOVE "INATIVO" TO WS-LU-SITUACAO
               WHEN EXPIRA-USU = ZEROS
                   MOVE "SENHA PROVISORIA" TO WS-LU-SITUACAO
               WHEN EXPIRA-USU < WS-DATA-SISTEMA
                   MOVE "SENHA VENCIDA" TO WS-LU-SITUACAO
           END-EVALUATE.
           IF WS-LU-SITUACAO NOT = SPACES
               ADD 1 TO WS-CONTADOR-SIT
               MOVE USUARIO-USU TO WS-LU-USUARIO
               MOVE NOME-USU TO WS-LU-NOME
               MOVE PERFIL-USU TO WS-LU-PERFIL
               IF ULT-ACESSO-USU = ZEROS
                   MOVE "NUNCA" TO WS-LU-DATA
               ELSE
                   MOVE ULT-ACESSO-USU TO WS-DATA-AUX
                   PERFORM FORMATA-DATA
                   MOVE WS-DATA-EDITADA TO WS-LU-DATA
               END-IF
               WRITE REG-REL FROM WS-LINHA-USUARIO
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX110 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  NEGATIVAS: " DELIMITED BY SIZE
                  WS-CONTADOR-NEG DELIMITED BY SIZE
                  "  MANUTENCOES: " DELIMITED BY SIZE
                  WS-CONTADOR-MAN DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX110 - USUARIOS EM ALERTA: " DELIMITED BY SIZE
                  WS-CONTADOR-ALERTA DELIMITED BY SIZE
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
               MOVE "EX110" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-NEG TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-ALERTA TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-ALERTA > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "ACS=" DELIMITED BY SIZE
                  WS-STATUS-ACS DELIMITED BY SIZE
                  " USU=" DELIMITED BY SIZE
                  WS-STATUS-USU DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-ACS TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-STATUS-ACS NOT = "35"
               CLOSE ACESSO-LOG
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM IMPRIME-TOTAIS
               PERFORM IMPRIME-MANUTENCAO
               PERFORM IMPRIME-SITUACAO
           END-IF.
           CLOSE REL-EX110.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-ALERTA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX110.
