       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX112.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    FILA UNICA DE AVISOS AOS RESPONSAVEIS.
      *    JUNTA A FILA EXISTENTE (FILA-NOTIF.DAT) COM OS AVISOS NOVOS
      *    DO EXE17 (NOTIF-EXE17.DAT), EXE49 (NOTIF-COB.DAT) E EXE64
      *    (NOTIF-OCO.DAT), TODOS NO LAYOUT NOTIF01, E GRAVA A FILA
      *    ATUALIZADA EM FILA-NOTIF-NOVA.DAT.
      *    - CANAL: O PREFERIDO NO CAD-PREFCOM.DAT, SE O RESPONSAVEL
      *      NAO O RECUSOU E HA CONTATO PARA ELE; SENAO SMS, E-MAIL E
      *      CARTA, NESSA ORDEM. SEM CANAL POSSIVEL O AVISO FICA
      *      SUPRIMIDO (O = RECUSA, S = SEM CONTATO).
      *    - SMS E E-MAIL SAEM PARA O GATEWAY NUM UNICO ARQUIVO
      *      (ENVIO-GATEWAY.DAT); CARTAS SAEM EM CARTAS-NOTIF.DAT.
      *    - O RETORNO DO GATEWAY (RETORNO-GATEWAY.DAT) MARCA O AVISO
      *      COMO ENTREGUE OU, NA FALHA, O MANDA PARA CARTA.
      *    - AVISO COM A MESMA CHAVE DE UM JA NA FILA E IGNORADO
      *      (REPROCESSAMENTO DO PROGRAMA DE ORIGEM NO MESMO DIA).
      *    - AVISOS ENCERRADOS HA MAIS DE DIAS-RETENCAO DIAS (PARM-REPO,
      *      PROGRAMA EX112, PADRAO 90) SAEM DA FILA.
      *    REL-EX112.DAT TRAZ O MOVIMENTO DA EXECUCAO, OS RETORNOS SEM
      *    AVISO CORRESPONDENTE E A TAXA DE ENTREGA POR TIPO DE AVISO.
      *    RC=4 QUANDO HA RETORNO SEM AVISO OU AVISO SEM CONTATO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILA-NOTIF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FIL.

           SELECT FILA-NOTIF-NOVA   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FNV.

           SELECT NOTIF-EXE17   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-N17.

           SELECT NOTIF-COB   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NCB.

           SELECT NOTIF-OCO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NOC.

           SELECT CAD-PREFCOM   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PCM.

           SELECT RETORNO-GATEWAY   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RET.

           SELECT ENVIO-GATEWAY   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENV.

           SELECT CARTAS-NOTIF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CRT.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX112   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX112   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD FILA-NOTIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FILA-NOTIF.DAT".

       01 REG-FIL                 PIC X(308).

       FD FILA-NOTIF-NOVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FILA-NOTIF-NOVA.DAT".

       01 REG-FNV                 PIC X(308).

       FD NOTIF-EXE17
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-EXE17.DAT".

       01 REG-N17                 PIC X(308).

       FD NOTIF-COB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-COB.DAT".

       01 REG-NCB                 PIC X(308).

       FD NOTIF-OCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-OCO.DAT".

       01 REG-NOC                 PIC X(308).

      *    PREFERENCIAS DE CONTATO DO RESPONSAVEL, MANTIDAS PELA
      *    SECRETARIA: CANAL PREFERIDO (S/E/C), E-MAIL, RECUSAS POR
      *    CANAL (S = NAO QUER RECEBER POR ELE) E DATA DO PEDIDO.
       FD CAD-PREFCOM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PREFCOM.DAT".

       01 REG-PCM.
           03 NUMERO-PCM          PIC 9(07).
           03 CANAL-PCM           PIC X(01).
           03 EMAIL-PCM           PIC X(40).
           03 RECUSA-SMS-PCM      PIC X(01).
           03 RECUSA-EMAIL-PCM    PIC X(01).
           03 RECUSA-CARTA-PCM    PIC X(01).
           03 DATA-PCM            PIC 9(08).

      *    RETORNO DO GATEWAY: E = ENTREGUE  F = FALHOU (COM MOTIVO).
       FD RETORNO-GATEWAY
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETORNO-GATEWAY.DAT".

       01 REG-RET.
           03 CHAVE-RET           PIC X(18).
           03 RESULTADO-RET       PIC X(01).
           03 MOTIVO-RET          PIC X(02).
           03 DATA-RET            PIC 9(08).

       FD ENVIO-GATEWAY
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENVIO-GATEWAY.DAT".

       01 REG-ENV.
           03 CHAVE-ENV           PIC X(18).
           03 CANAL-ENV           PIC X(01).
           03 TELEFONE-ENV        PIC X(11).
           03 EMAIL-ENV           PIC X(40).
           03 DESTINATARIO-ENV    PIC X(30).
           03 MODELO-ENV          PIC X(04).
           03 MENSAGEM-ENV        PIC X(80).

       FD CARTAS-NOTIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTAS-NOTIF.DAT".

       01 REG-CRT                 PIC X(80).

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

       FD REL-EX112
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX112.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EX112
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX112.DAT".

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
       77 WS-STATUS-FIL    PIC X(02) VALUE "00".
       77 WS-STATUS-FNV    PIC X(02) VALUE "00".
       77 WS-STATUS-N17    PIC X(02) VALUE "00".
       77 WS-STATUS-NCB    PIC X(02) VALUE "00".
       77 WS-STATUS-NOC    PIC X(02) VALUE "00".
       77 WS-STATUS-PCM    PIC X(02) VALUE "00".
       77 WS-STATUS-RET    PIC X(02) VALUE "00".
       77 WS-STATUS-ENV    PIC X(02) VALUE "00".
       77 WS-STATUS-CRT    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX112".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-GRAVADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-NOVO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-DUPLIC   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ENVIO    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CARTA    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RECUSA   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEMCONT  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ENTREGA  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-FALHA    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-AVULSO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EXPURGO  PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-SITUACAO   PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-RETENCAO   PIC 9(03) VALUE 90.
       77 WS-VIG-RETENCAO    PIC 9(08) VALUE ZEROS.
       77 WS-I               PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU           PIC X(01) VALUE "N".
       77 WS-ORIGEM-ARQ      PIC X(01) VALUE SPACE.
       77 WS-TENTA-CANAL     PIC X(01) VALUE SPACE.
       77 WS-HOUVE-RECUSA    PIC X(01) VALUE "N".
       77 WS-GRAVA-FILA      PIC X(01) VALUE "S".
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).

      *    AVISO EM TRATAMENTO (FILA OU ARQUIVO DE ORIGEM).
       01 WS-NOTICIA.
           COPY NOTIF01.

      *    PREFERENCIAS DO RESPONSAVEL DO AVISO EM TRATAMENTO; SEM
      *    LINHA NO CAD-PREFCOM VALEM O E-MAIL EM BRANCO E NENHUMA
      *    RECUSA.
       01 WS-PREF-ATUAL.
           03 WS-PA-CANAL         PIC X(01).
           03 WS-PA-EMAIL         PIC X(40).
           03 WS-PA-RECUSA-SMS    PIC X(01).
           03 WS-PA-RECUSA-EMAIL  PIC X(01).
           03 WS-PA-RECUSA-CARTA  PIC X(01).

       77 WS-QTD-PCM         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PCM.
           03 WS-PCM OCCURS 5000 TIMES.
               05 WS-PCM-NUMERO       PIC 9(07).
               05 WS-PCM-DADOS.
                   07 WS-PCM-CANAL        PIC X(01).
                   07 WS-PCM-EMAIL        PIC X(40).
                   07 WS-PCM-RECUSA-SMS   PIC X(01).
                   07 WS-PCM-RECUSA-EMAIL PIC X(01).
                   07 WS-PCM-RECUSA-CARTA PIC X(01).

       77 WS-QTD-RET         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-RET.
           03 WS-RET OCCURS 5000 TIMES.
               05 WS-RET-CHAVE        PIC X(18).
               05 WS-RET-RESULTADO    PIC X(01).
               05 WS-RET-MOTIVO       PIC X(02).
               05 WS-RET-DATA         PIC 9(08).
               05 WS-RET-USADO        PIC X(01).

      *    CHAVES DO DIA JA NA FILA, PARA IGNORAR AVISO REPETIDO.
       77 WS-QTD-CHV         PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CHV.
           03 WS-CHV-CHAVE OCCURS 5000 TIMES PIC X(18).

      *    TOTAIS POR TIPO DE AVISO (MODELO-NTQ) SOBRE A FILA GRAVADA.
       77 WS-QTD-MOD         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-MOD.
           03 WS-MOD OCCURS 30 TIMES.
               05 WS-MOD-MODELO       PIC X(04).
               05 WS-MOD-TOTAL        PIC 9(07).
               05 WS-MOD-ENTREGUE     PIC 9(07).
               05 WS-MOD-FALHA        PIC 9(07).
               05 WS-MOD-CARTA        PIC 9(07).
               05 WS-MOD-SUPRIMIDO    PIC 9(07).
               05 WS-MOD-AGUARDA      PIC 9(07).
       01 WS-TOT-MOD.
           03 WS-TM-TOTAL         PIC 9(07) VALUE ZEROS.
           03 WS-TM-ENTREGUE      PIC 9(07) VALUE ZEROS.
           03 WS-TM-FALHA         PIC 9(07) VALUE ZEROS.
           03 WS-TM-CARTA         PIC 9(07) VALUE ZEROS.
           03 WS-TM-SUPRIMIDO     PIC 9(07) VALUE ZEROS.
           03 WS-TM-AGUARDA       PIC 9(07) VALUE ZEROS.
       77 WS-TAXA            PIC 9(03)V9 VALUE ZEROS.

       01 WS-LINHA-MOD.
           03 WS-LM-MODELO        PIC X(06).
           03 WS-LM-TOTAL         PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LM-ENTREGUE      PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LM-FALHA         PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LM-CARTA         PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LM-SUPRIMIDO     PIC ZZZZZZ9.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LM-AGUARDA       PIC ZZZZZZ9.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-LM-TAXA          PIC ZZ9.9.
           03 FILLER              PIC X(01) VALUE "%".
           03 FILLER              PIC X(10) VALUE SPACES.

       01 WS-LINHA-RET.
           03 WS-LR-CHAVE         PIC X(18).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LR-RESULTADO     PIC X(01).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LR-MOTIVO        PIC X(02).
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-LR-DATA          PIC 9(08).
           03 FILLER              PIC X(45) VALUE SPACES.

       01 WS-LINHA-CONT.
           03 WS-LC-TEXTO         PIC X(40).
           03 WS-LC-VALOR         PIC ZZZZZZ9.
           03 FILLER              PIC X(33) VALUE SPACES.

       01 WS-CEP-EDITADO.
           03 WS-CE-PREFIXO       PIC 9(05).
           03 FILLER              PIC X(01) VALUE "-".
           03 WS-CE-SUFIXO        PIC 9(03).
       01 WS-CEP-AUX         PIC 9(08).
       01 WS-CEP-AUX-R REDEFINES WS-CEP-AUX.
           03 WS-CA-PREFIXO       PIC 9(05).
           03 WS-CA-SUFIXO        PIC 9(03).

       01 WS-DATA-EDITADA.
           03 WS-DE-DD            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-MM            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-AAAA          PIC 9(04).
       01 WS-DATA-AUX        PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DA-AAAA          PIC 9(04).
           03 WS-DA-MM            PIC 9(02).
           03 WS-DA-DD            PIC 9(02).

       PROCEDURE DIVISION.
       PGM-EM01EX112.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PROCESSA-FILA
               MOVE "1" TO WS-ORIGEM-ARQ
               PERFORM PROCESSA-ORIGEM
               MOVE "2" TO WS-ORIGEM-ARQ
               PERFORM PROCESSA-ORIGEM
               MOVE "3" TO WS-ORIGEM-ARQ
               PERFORM PROCESSA-ORIGEM
               PERFORM IMPRIME-RELATORIO
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX112.
           PERFORM LE-DATA-MOVTO.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA).
           PERFORM LE-PARM-REPO.
           PERFORM CARREGA-PREFERENCIAS.
           PERFORM CARREGA-RETORNOS.
           OPEN OUTPUT FILA-NOTIF-NOVA.
           IF WS-STATUS-FNV NOT = "00"
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               ADD 1 TO WS-QTD-ERROS-IO
           END-IF.
           OPEN OUTPUT ENVIO-GATEWAY.
           PERFORM VERIFICA-STATUS-ENV.
           OPEN OUTPUT CARTAS-NOTIF.
           PERFORM VERIFICA-STATUS-CRT.
           OPEN OUTPUT REL-EX112.
           PERFORM VERIFICA-STATUS-REL.

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

       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EX112"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.
           IF WS-DIAS-RETENCAO = ZEROS
               MOVE 90 TO WS-DIAS-RETENCAO
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "DIAS-RETENCAO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-RETENCAO
                      AND WS-VALOR-TRAB (1:3) NUMERIC
                       MOVE VIGENCIA-REPO TO WS-VIG-RETENCAO
                       MOVE WS-VALOR-N3 TO WS-DIAS-RETENCAO
                   END-IF
           END-EVALUATE.

       VERIFICA-STATUS-FNV.
           IF WS-STATUS-FNV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FNV"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-ENV.
           IF WS-STATUS-ENV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ENV"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-CRT.
           IF WS-STATUS-CRT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CRT"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

      *---------------------------------------------------------------
      *    CARGA DAS PREFERENCIAS E DO RETORNO DO GATEWAY
      *---------------------------------------------------------------
       CARREGA-PREFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CAD-PREFCOM.
           IF WS-STATUS-PCM NOT = "00"
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-PCM NOT = "35"
                   MOVE "CARREGA-PREFERENCIAS" TO WS-PARAGRAFO-ERRO
                   ADD 1 TO WS-QTD-ERROS-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CAD-PREFCOM
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   PERFORM GUARDA-PREFERENCIA
               END-IF
           END-PERFORM.
           IF WS-STATUS-PCM = "00" OR WS-STATUS-PCM = "10"
               CLOSE CAD-PREFCOM
           END-IF.

      *    A LINHA MAIS RECENTE DO RESPONSAVEL SUBSTITUI A ANTERIOR.
       GUARDA-PREFERENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-PCM OR WS-ACHOU = "S"
               IF WS-PCM-NUMERO (WS-I) = NUMERO-PCM
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-QTD-PCM < 5000
                   ADD 1 TO WS-QTD-PCM
                   MOVE WS-QTD-PCM TO WS-I
               ELSE
                   MOVE "CARREGA-PREFERENCIAS" TO WS-PARAGRAFO-ERRO
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "SIM" TO FIM-ARQ
                   MOVE ZEROS TO WS-I
               END-IF
           END-IF.
           IF WS-I > 0
               MOVE NUMERO-PCM TO WS-PCM-NUMERO (WS-I)
               MOVE CANAL-PCM TO WS-PCM-CANAL (WS-I)
               MOVE EMAIL-PCM TO WS-PCM-EMAIL (WS-I)
               MOVE RECUSA-SMS-PCM TO WS-PCM-RECUSA-SMS (WS-I)
               MOVE RECUSA-EMAIL-PCM TO WS-PCM-RECUSA-EMAIL (WS-I)
               MOVE RECUSA-CARTA-PCM TO WS-PCM-RECUSA-CARTA (WS-I)
           END-IF.

       CARREGA-RETORNOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RETORNO-GATEWAY.
           IF WS-STATUS-RET NOT = "00"
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-RET NOT = "35"
                   MOVE "CARREGA-RETORNOS" TO WS-PARAGRAFO-ERRO
                   ADD 1 TO WS-QTD-ERROS-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ RETORNO-GATEWAY
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   IF WS-QTD-RET < 5000
                       ADD 1 TO WS-QTD-RET
                       MOVE CHAVE-RET TO WS-RET-CHAVE (WS-QTD-RET)
                       MOVE RESULTADO-RET
                           TO WS-RET-RESULTADO (WS-QTD-RET)
                       MOVE MOTIVO-RET TO WS-RET-MOTIVO (WS-QTD-RET)
                       MOVE DATA-RET TO WS-RET-DATA (WS-QTD-RET)
                       MOVE "N" TO WS-RET-USADO (WS-QTD-RET)
                   ELSE
                       MOVE "CARREGA-RETORNOS" TO WS-PARAGRAFO-ERRO
                       ADD 1 TO WS-QTD-ERROS-IO
                       MOVE "SIM" TO FIM-ARQ
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-RET = "00" OR WS-STATUS-RET = "10"
               CLOSE RETORNO-GATEWAY
           END-IF.

      *---------------------------------------------------------------
      *    FILA EXISTENTE: APLICA O RETORNO, EXPURGA OS ENCERRADOS
      *    ANTIGOS E DESPACHA O QUE FICOU PENDENTE
      *---------------------------------------------------------------
       PROCESSA-FILA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FILA-NOTIF.
           IF WS-STATUS-FIL NOT = "00"
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-FIL NOT = "35"
                   MOVE "PROCESSA-FILA" TO WS-PARAGRAFO-ERRO
                   ADD 1 TO WS-QTD-ERROS-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ FILA-NOTIF INTO WS-NOTICIA
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   PERFORM TRATA-AVISO-FILA
               END-IF
           END-PERFORM.
           IF WS-STATUS-FIL = "00" OR WS-STATUS-FIL = "10"
               CLOSE FILA-NOTIF
           END-IF.

       TRATA-AVISO-FILA.
           MOVE "S" TO WS-GRAVA-FILA.
           IF SITUACAO-NTQ = "E"
               PERFORM APLICA-RETORNO
           END-IF.
           IF (SITUACAO-NTQ = "D" OR "C" OR "O" OR "S")
              AND DATA-SITUACAO-NTQ NUMERIC
              AND DATA-SITUACAO-NTQ > ZEROS
               COMPUTE WS-DIAS-SITUACAO =
                   FUNCTION INTEGER-OF-DATE (DATA-SITUACAO-NTQ)
               IF WS-DIAS-SITUACAO + WS-DIAS-RETENCAO < WS-DIAS-HOJE
                   MOVE "N" TO WS-GRAVA-FILA
                   ADD 1 TO WS-CONTADOR-EXPURGO
               END-IF
           END-IF.
           IF WS-GRAVA-FILA = "S"
               IF DATA-NTQ = WS-DATA-SISTEMA
                  AND WS-QTD-CHV < 5000
                   ADD 1 TO WS-QTD-CHV
                   MOVE CHAVE-NTQ TO WS-CHV-CHAVE (WS-QTD-CHV)
               END-IF
               PERFORM DESPACHA-AVISO
               PERFORM GRAVA-FILA
           END-IF.

       APLICA-RETORNO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-RET OR WS-ACHOU = "S"
               IF WS-RET-CHAVE (WS-I) = CHAVE-NTQ
                  AND WS-RET-USADO (WS-I) = "N"
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-I
               MOVE "S" TO WS-RET-USADO (WS-I)
               IF WS-RET-RESULTADO (WS-I) = "E"
                   MOVE "D" TO SITUACAO-NTQ
                   MOVE WS-RET-DATA (WS-I) TO DATA-SITUACAO-NTQ
                   IF DATA-SITUACAO-NTQ NOT NUMERIC
                      OR DATA-SITUACAO-NTQ = ZEROS
                       MOVE WS-DATA-SISTEMA TO DATA-SITUACAO-NTQ
                   END-IF
                   ADD 1 TO WS-CONTADOR-ENTREGA
               ELSE
                   MOVE WS-RET-MOTIVO (WS-I) TO MOTIVO-NTQ
                   IF MOTIVO-NTQ = SPACES
                       MOVE "??" TO MOTIVO-NTQ
                   END-IF
                   ADD 1 TO WS-CONTADOR-FALHA
                   PERFORM REDIRECIONA-CARTA
               END-IF
           END-IF.

      *    SMS OU E-MAIL NAO ENTREGUE VAI POR CARTA, SALVO RECUSA DO
      *    RESPONSAVEL OU FALTA DE ENDERECO.
       REDIRECIONA-CARTA.
           PERFORM BUSCA-PREFERENCIA.
           MOVE WS-DATA-SISTEMA TO DATA-SITUACAO-NTQ.
           IF WS-PA-RECUSA-CARTA = "S"
               MOVE "O" TO SITUACAO-NTQ
               ADD 1 TO WS-CONTADOR-RECUSA
           ELSE
               IF LOGRADOURO-NTQ = SPACES
                   MOVE "S" TO SITUACAO-NTQ
                   ADD 1 TO WS-CONTADOR-SEMCONT
               ELSE
                   MOVE "C" TO CANAL-NTQ
                   MOVE "P" TO SITUACAO-NTQ
               END-IF
           END-IF.

      *---------------------------------------------------------------
      *    AVISOS NOVOS DOS PROGRAMAS DE ORIGEM (1 = EXE17, 2 = EXE49,
      *    3 = EXE64). ARQUIVO AUSENTE = PROGRAMA NAO RODOU.
      *---------------------------------------------------------------
       PROCESSA-ORIGEM.
           MOVE "NAO" TO FIM-ARQ.
           EVALUATE WS-ORIGEM-ARQ
               WHEN "1"
                   OPEN INPUT NOTIF-EXE17
                   IF WS-STATUS-N17 NOT = "00"
                       MOVE "SIM" TO FIM-ARQ
                   END-IF
               WHEN "2"
                   OPEN INPUT NOTIF-COB
                   IF WS-STATUS-NCB NOT = "00"
                       MOVE "SIM" TO FIM-ARQ
                   END-IF
               WHEN "3"
                   OPEN INPUT NOTIF-OCO
                   IF WS-STATUS-NOC NOT = "00"
                       MOVE "SIM" TO FIM-ARQ
                   END-IF
           END-EVALUATE.
           PERFORM UNTIL FIM-ARQ = "SIM"
               EVALUATE WS-ORIGEM-ARQ
                   WHEN "1"
                       READ NOTIF-EXE17 INTO WS-NOTICIA
                           AT END MOVE "SIM" TO FIM-ARQ
                       END-READ
                   WHEN "2"
                       READ NOTIF-COB INTO WS-NOTICIA
                           AT END MOVE "SIM" TO FIM-ARQ
                       END-READ
                   WHEN "3"
                       READ NOTIF-OCO INTO WS-NOTICIA
                           AT END MOVE "SIM" TO FIM-ARQ
                       END-READ
               END-EVALUATE
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   PERFORM TRATA-AVISO-NOVO
               END-IF
           END-PERFORM.
           EVALUATE WS-ORIGEM-ARQ
               WHEN "1"
                   IF WS-STATUS-N17 = "00" OR WS-STATUS-N17 = "10"
                       CLOSE NOTIF-EXE17
                   END-IF
               WHEN "2"
                   IF WS-STATUS-NCB = "00" OR WS-STATUS-NCB = "10"
                       CLOSE NOTIF-COB
                   END-IF
               WHEN "3"
                   IF WS-STATUS-NOC = "00" OR WS-STATUS-NOC = "10"
                       CLOSE NOTIF-OCO
                   END-IF
           END-EVALUATE.

       TRATA-AVISO-NOVO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-CHV OR WS-ACHOU = "S"
               IF WS-CHV-CHAVE (WS-I) = CHAVE-NTQ
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               ADD 1 TO WS-CONTADOR-DUPLIC
           ELSE
               IF WS-QTD-CHV < 5000
                   ADD 1 TO WS-QTD-CHV
                   MOVE CHAVE-NTQ TO WS-CHV-CHAVE (WS-QTD-CHV)
               END-IF
               ADD 1 TO WS-CONTADOR-NOVO
               PERFORM ESCOLHE-CANAL
               PERFORM DESPACHA-AVISO
               PERFORM GRAVA-FILA
           END-IF.

      *    CANAL: O PREFERIDO, DEPOIS SMS, E-MAIL E CARTA, PULANDO OS
      *    RECUSADOS E OS SEM CONTATO.
       ESCOLHE-CANAL.
           PERFORM BUSCA-PREFERENCIA.
           MOVE WS-PA-EMAIL TO EMAIL-NTQ.
           MOVE SPACES TO CANAL-NTQ MOTIVO-NTQ.
           MOVE "N" TO WS-HOUVE-RECUSA.
           MOVE WS-PA-CANAL TO WS-TENTA-CANAL.
           PERFORM TESTA-CANAL.
           MOVE "S" TO WS-TENTA-CANAL.
           PERFORM TESTA-CANAL.
           MOVE "E" TO WS-TENTA-CANAL.
           PERFORM TESTA-CANAL.
           MOVE "C" TO WS-TENTA-CANAL.
           PERFORM TESTA-CANAL.
           MOVE WS-DATA-SISTEMA TO DATA-SITUACAO-NTQ.
           IF CANAL-NTQ = SPACES
               IF WS-HOUVE-RECUSA = "S"
                   MOVE "O" TO SITUACAO-NTQ
                   ADD 1 TO WS-CONTADOR-RECUSA
               ELSE
                   MOVE "S" TO SITUACAO-NTQ
                   ADD 1 TO WS-CONTADOR-SEMCONT
               END-IF
           ELSE
               MOVE "P" TO SITUACAO-NTQ
           END-IF.

       TESTA-CANAL.
           IF CANAL-NTQ = SPACES
               EVALUATE WS-TENTA-CANAL
                   WHEN "S"
                       IF WS-PA-RECUSA-SMS = "S"
                           MOVE "S" TO WS-HOUVE-RECUSA
                       ELSE
                           IF TELEFONE-NTQ NOT = SPACES
                               MOVE "S" TO CANAL-NTQ
                           END-IF
                       END-IF
                   WHEN "E"
                       IF WS-PA-RECUSA-EMAIL = "S"
                           MOVE "S" TO WS-HOUVE-RECUSA
                       ELSE
                           IF EMAIL-NTQ NOT = SPACES
                               MOVE "E" TO CANAL-NTQ
                           END-IF
                       END-IF
                   WHEN "C"
                       IF WS-PA-RECUSA-CARTA = "S"
                           MOVE "S" TO WS-HOUVE-RECUSA
                       ELSE
                           IF LOGRADOURO-NTQ NOT = SPACES
                               MOVE "C" TO CANAL-NTQ
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       BUSCA-PREFERENCIA.
           MOVE SPACES TO WS-PREF-ATUAL.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-PCM OR WS-ACHOU = "S"
               IF WS-PCM-NUMERO (WS-I) = NUMERO-NTQ
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-I
               MOVE WS-PCM-DADOS (WS-I) TO WS-PREF-ATUAL
           END-IF.

      *---------------------------------------------------------------
      *    DESPACHO DO PENDENTE: SMS/E-MAIL PARA O GATEWAY, CARTA PARA
      *    IMPRESSAO
      *---------------------------------------------------------------
       DESPACHA-AVISO.
           IF SITUACAO-NTQ = "P"
               IF CANAL-NTQ = "C"
                   PERFORM IMPRIME-CARTA
                   MOVE "C" TO SITUACAO-NTQ
                   ADD 1 TO WS-CONTADOR-CARTA
               ELSE
                   MOVE CHAVE-NTQ TO CHAVE-ENV
                   MOVE CANAL-NTQ TO CANAL-ENV
                   MOVE TELEFONE-NTQ TO TELEFONE-ENV
                   MOVE EMAIL-NTQ TO EMAIL-ENV
                   MOVE DESTINATARIO-NTQ TO DESTINATARIO-ENV
                   MOVE MODELO-NTQ TO MODELO-ENV
                   MOVE MENSAGEM-NTQ TO MENSAGEM-ENV
                   WRITE REG-ENV
                   PERFORM VERIFICA-STATUS-ENV
                   MOVE "E" TO SITUACAO-NTQ
                   ADD 1 TO WS-CONTADOR-ENVIO
               END-IF
               MOVE WS-DATA-SISTEMA TO DATA-SITUACAO-NTQ
           END-IF.

       IMPRIME-CARTA.
           MOVE DESTINATARIO-NTQ TO REG-CRT.
           WRITE REG-CRT.
           MOVE SPACES TO REG-CRT.
           STRING LOGRADOURO-NTQ DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  NUM-END-NTQ DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  COMPLEMENTO-NTQ DELIMITED BY "  "
               INTO REG-CRT.
           WRITE REG-CRT.
           MOVE CEP-NTQ TO WS-CEP-AUX.
           MOVE WS-CA-PREFIXO TO WS-CE-PREFIXO.
           MOVE WS-CA-SUFIXO TO WS-CE-SUFIXO.
           MOVE SPACES TO REG-CRT.
           STRING BAIRRO-NTQ DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  CIDADE-NTQ DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  UF-NTQ DELIMITED BY SIZE
                  "  CEP " DELIMITED BY SIZE
                  WS-CEP-EDITADO DELIMITED BY SIZE
               INTO REG-CRT.
           WRITE REG-CRT.
           MOVE SPACES TO REG-CRT.
           WRITE REG-CRT.
           MOVE DATA-NTQ TO WS-DATA-AUX.
           MOVE WS-DA-DD TO WS-DE-DD.
           MOVE WS-DA-MM TO WS-DE-MM.
           MOVE WS-DA-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO REG-CRT.
           STRING "REF.: ALUNO " DELIMITED BY SIZE
                  NUMERO-NTQ DELIMITED BY SIZE
                  "  AVISO " DELIMITED BY SIZE
                  CHAVE-NTQ DELIMITED BY SIZE
                  "  DE " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO REG-CRT.
           WRITE REG-CRT.
           MOVE MENSAGEM-NTQ TO REG-CRT.
           WRITE REG-CRT.
           MOVE ALL "-" TO REG-CRT.
           WRITE REG-CRT.
           PERFORM VERIFICA-STATUS-CRT.

       GRAVA-FILA.
           WRITE REG-FNV FROM WS-NOTICIA.
           PERFORM VERIFICA-STATUS-FNV.
           ADD 1 TO WS-CONTADOR-GRAVADO.
           PERFORM ACUMULA-MODELO.

       ACUMULA-MODELO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-QTD-MOD OR WS-ACHOU = "S"
               IF WS-MOD-MODELO (WS-I) = MODELO-NTQ
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-QTD-MOD < 30
                   ADD 1 TO WS-QTD-MOD
                   MOVE WS-QTD-MOD TO WS-I
                   MOVE MODELO-NTQ TO WS-MOD-MODELO (WS-I)
                   MOVE ZEROS TO WS-MOD-TOTAL (WS-I)
                                 WS-MOD-ENTREGUE (WS-I)
                                 WS-MOD-FALHA (WS-I)
                                 WS-MOD-CARTA (WS-I)
                                 WS-MOD-SUPRIMIDO (WS-I)
                                 WS-MOD-AGUARDA (WS-I)
               ELSE
                   MOVE ZEROS TO WS-I
               END-IF
           END-IF.
           ADD 1 TO WS-TM-TOTAL.
           IF WS-I > 0
               ADD 1 TO WS-MOD-TOTAL (WS-I)
           END-IF.
           IF MOTIVO-NTQ NOT = SPACES
               ADD 1 TO WS-TM-FALHA
               IF WS-I > 0
                   ADD 1 TO WS-MOD-FALHA (WS-I)
               END-IF
           END-IF.
           EVALUATE SITUACAO-NTQ
               WHEN "D"
                   ADD 1 TO WS-TM-ENTREGUE
                   IF WS-I > 0
                       ADD 1 TO WS-MOD-ENTREGUE (WS-I)
                   END-IF
               WHEN "C"
                   ADD 1 TO WS-TM-CARTA
                   IF WS-I > 0
                       ADD 1 TO WS-MOD-CARTA (WS-I)
                   END-IF
               WHEN "O"
               WHEN "S"
                   ADD 1 TO WS-TM-SUPRIMIDO
                   IF WS-I > 0
                       ADD 1 TO WS-MOD-SUPRIMIDO (WS-I)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TM-AGUARDA
                   IF WS-I > 0
                       ADD 1 TO WS-MOD-AGUARDA (WS-I)
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      *    RELATORIO: MOVIMENTO, RETORNOS SEM AVISO E ENTREGA POR TIPO
      *---------------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX.
           MOVE WS-DA-DD TO WS-DE-DD.
           MOVE WS-DA-MM TO WS-DE-MM.
           MOVE WS-DA-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EX112 - FILA DE AVISOS AOS RESPONSAVEIS - "
                      DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "AVISOS NOVOS NA FILA" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-NOVO TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "AVISOS REPETIDOS IGNORADOS" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-DUPLIC TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "ENVIADOS AO GATEWAY (SMS/E-MAIL)" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-ENVIO TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "CARTAS IMPRESSAS" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-CARTA TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "SUPRIMIDOS POR RECUSA DO RESPONSAVEL" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-RECUSA TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "SUPRIMIDOS SEM TELEFONE/E-MAIL/ENDERECO"
               TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-SEMCONT TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "RETORNOS DE ENTREGA APLICADOS" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-ENTREGA TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "RETORNOS DE FALHA (PASSAM A CARTA)" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-FALHA TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           MOVE "ENCERRADOS EXPURGADOS DA FILA" TO WS-LC-TEXTO.
           MOVE WS-CONTADOR-EXPURGO TO WS-LC-VALOR.
           WRITE REG-REL FROM WS-LINHA-CONT.
           PERFORM IMPRIME-RETORNO-AVULSO.
           PERFORM IMPRIME-TAXAS.
           PERFORM VERIFICA-STATUS-REL.

       IMPRIME-RETORNO-AVULSO.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "RETORNOS SEM AVISO AGUARDANDO NA FILA" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE "CHAVE DO AVISO" TO WS-LINHA-REL (1:14).
           MOVE "R" TO WS-LINHA-REL (21:1).
           MOVE "MT" TO WS-LINHA-REL (24:2).
           MOVE "DATA" TO WS-LINHA-REL (28:4).
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-RET
               IF WS-RET-USADO (WS-I) = "N"
                   ADD 1 TO WS-CONTADOR-AVULSO
                   MOVE WS-RET-CHAVE (WS-I) TO WS-LR-CHAVE
                   MOVE WS-RET-RESULTADO (WS-I) TO WS-LR-RESULTADO
                   MOVE WS-RET-MOTIVO (WS-I) TO WS-LR-MOTIVO
                   MOVE WS-RET-DATA (WS-I) TO WS-LR-DATA
                   WRITE REG-REL FROM WS-LINHA-RET
               END-IF
           END-PERFORM.
           IF WS-CONTADOR-AVULSO = ZEROS
               MOVE "NENHUM" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-TAXAS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ENTREGA POR TIPO DE AVISO (FILA COM RETENCAO DE "
                      DELIMITED BY SIZE
                  WS-DIAS-RETENCAO DELIMITED BY SIZE
                  " DIAS)" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE "TIPO" TO WS-LINHA-REL (1:4).
           MOVE "AVISOS" TO WS-LINHA-REL (8:6).
           MOVE "ENTREG." TO WS-LINHA-REL (16:7).
           MOVE "FALHAS" TO WS-LINHA-REL (26:6).
           MOVE "CARTAS" TO WS-LINHA-REL (35:6).
           MOVE "SUPRIM." TO WS-LINHA-REL (43:7).
           MOVE "AGUARD." TO WS-LINHA-REL (52:7).
           MOVE "TX.ENTREGA" TO WS-LINHA-REL (60:10).
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-MOD
               MOVE WS-MOD-MODELO (WS-I) TO WS-LM-MODELO
               MOVE WS-MOD-TOTAL (WS-I) TO WS-LM-TOTAL
               MOVE WS-MOD-ENTREGUE (WS-I) TO WS-LM-ENTREGUE
               MOVE WS-MOD-FALHA (WS-I) TO WS-LM-FALHA
               MOVE WS-MOD-CARTA (WS-I) TO WS-LM-CARTA
               MOVE WS-MOD-SUPRIMIDO (WS-I) TO WS-LM-SUPRIMIDO
               MOVE WS-MOD-AGUARDA (WS-I) TO WS-LM-AGUARDA
               IF WS-MOD-ENTREGUE (WS-I) + WS-MOD-FALHA (WS-I) > 0
                   COMPUTE WS-TAXA ROUNDED =
                       WS-MOD-ENTREGUE (WS-I) * 100 /
                       (WS-MOD-ENTREGUE (WS-I) + WS-MOD-FALHA (WS-I))
               ELSE
                   MOVE ZEROS TO WS-TAXA
               END-IF
               MOVE WS-TAXA TO WS-LM-TAXA
               WRITE REG-REL FROM WS-LINHA-MOD
           END-PERFORM.
           MOVE "TOTAL" TO WS-LM-MODELO.
           MOVE WS-TM-TOTAL TO WS-LM-TOTAL.
           MOVE WS-TM-ENTREGUE TO WS-LM-ENTREGUE.
           MOVE WS-TM-FALHA TO WS-LM-FALHA.
           MOVE WS-TM-CARTA TO WS-LM-CARTA.
           MOVE WS-TM-SUPRIMIDO TO WS-LM-SUPRIMIDO.
           MOVE WS-TM-AGUARDA TO WS-LM-AGUARDA.
           IF WS-TM-ENTREGUE + WS-TM-FALHA > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-TM-ENTREGUE * 100 /
                   (WS-TM-ENTREGUE + WS-TM-FALHA)
           ELSE
               MOVE ZEROS TO WS-TAXA
           END-IF.
           MOVE WS-TAXA TO WS-LM-TAXA.
           WRITE REG-REL FROM WS-LINHA-MOD.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "TX.ENTREGA = ENTREGUES/(ENTREGUES+FALHAS), SMS/E-MAIL"
               TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX112 - NOVOS: " DELIMITED BY SIZE
                  WS-CONTADOR-NOVO DELIMITED BY SIZE
                  "  GATEWAY: " DELIMITED BY SIZE
                  WS-CONTADOR-ENVIO DELIMITED BY SIZE
                  "  CARTAS: " DELIMITED BY SIZE
                  WS-CONTADOR-CARTA DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX112 - NA FILA: " DELIMITED BY SIZE
                  WS-CONTADOR-GRAVADO DELIMITED BY SIZE
                  "  RETORNOS SEM AVISO: " DELIMITED BY SIZE
                  WS-CONTADOR-AVULSO DELIMITED BY SIZE
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
               MOVE "EX112" TO PROGRAMA-RHI
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
           COMPUTE REJEITADOS-RHI =
               WS-CONTADOR-DUPLIC + WS-CONTADOR-AVULSO.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-AVULSO > 0 OR WS-CONTADOR-SEMCONT > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "FIL=" DELIMITED BY SIZE
                  WS-STATUS-FIL DELIMITED BY SIZE
                  " FNV=" DELIMITED BY SIZE
                  WS-STATUS-FNV DELIMITED BY SIZE
                  " N17=" DELIMITED BY SIZE
                  WS-STATUS-N17 DELIMITED BY SIZE
                  " NCB=" DELIMITED BY SIZE
                  WS-STATUS-NCB DELIMITED BY SIZE
                  " NOC=" DELIMITED BY SIZE
                  WS-STATUS-NOC DELIMITED BY SIZE
                  " PCM=" DELIMITED BY SIZE
                  WS-STATUS-PCM DELIMITED BY SIZE
                  " RET=" DELIMITED BY SIZE
                  WS-STATUS-RET DELIMITED BY SIZE
                  " ENV=" DELIMITED BY SIZE
                  WS-STATUS-ENV DELIMITED BY SIZE
                  " CRT=" DELIMITED BY SIZE
                  WS-STATUS-CRT DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE WS-NOTICIA TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           CLOSE FILA-NOTIF-NOVA
                 ENVIO-GATEWAY
                 CARTAS-NOTIF
                 REL-EX112.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-AVULSO > 0 OR WS-CONTADOR-SEMCONT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX112.
