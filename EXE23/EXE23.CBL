           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ACM.

           SELECT CADSAU   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SAU.

       DATA DIVISION.
       FILE SECTION.
       FD CADALU
           03 NUMERO-ACM       PIC 9(07).
           03 FALTA-ACM        PIC 9(03).

       FD CADSAU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAU.DAT".

       01 REG-SAU.
           03 NUMERO-SAU       PIC 9(07).
           03 TIPO-SANGUE-SAU  PIC X(03).
           03 ALERGIAS-SAU     PIC X(20).
           03 MEDICACAO-SAU    PIC X(40).
           03 CONTATO-NOME-SAU PIC X(30).
           03 CONTATO-FONE-SAU PIC X(11).
           03 AUTORIZA-IMAGEM-SAU PIC X(01).
           03 NEE-SAU          PIC X(01).
           03 TIPO-NEE-SAU     PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-ATU    PIC X(02) VALUE "00".
       77 WS-STATUS-BOL    PIC X(02) VALUE "00".
       77 WS-STATUS-ACM    PIC X(02) VALUE "00".
       77 WS-STATUS-SAU    PIC X(02) VALUE "00".
       77 WS-ACHOU-SAUDE   PIC X(01) VALUE "N".
       77 WS-VE-SAUDE      PIC X(01) VALUE "N".
       77 WS-QTD-FUNCAO    PIC 9(02) VALUE ZEROS.
       77 WS-OPCAO         PIC X(01) VALUE SPACES.
       77 WS-NUMERO-BUSCA  PIC 9(07) VALUE ZEROS.
       77 WS-NOME-BUSCA    PIC X(20) VALUE SPACES.
       01 WS-LOCK-ARQUIVO  PIC X(12) VALUE SPACES.
       01 WS-LOCK-PROGRAMA PIC X(05) VALUE "EXE23".
       01 WS-LOCK-RESULTADO PIC X(01) VALUE "N".
       01 WS-SGN-ACAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA  PIC X(05) VALUE "EXE23".
       01 WS-SGN-FUNCAO    PIC X(01) VALUE SPACE.
       01 WS-SGN-USUARIO   PIC X(08) VALUE SPACES.
       01 WS-SGN-FUNCOES   PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       PGM-EM01EX23.
           PERFORM ENTRADA-OPERADOR.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ADQUIRE-TRAVA-CADALU.
           IF WS-TRAVA-OK NOT = "S"
               DISPLAY "EXE23 - CADALU TRAVADO POR OUTRO PROGRAMA"
           PERFORM TERMINO.
           STOP RUN.

      *    A CONSULTA EXIGE A FUNCAO C; OS DADOS DE SAUDE (CADSAU) SO
      *    APARECEM PARA PERFIL COM A FUNCAO S.
       ENTRADA-OPERADOR.
           MOVE "E" TO WS-SGN-ACAO.
           CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                               WS-SGN-FUNCAO WS-SGN-USUARIO
                               WS-SGN-FUNCOES WS-SGN-RESULTADO.
           IF WS-SGN-RESULTADO = "S"
               MOVE "F" TO WS-SGN-ACAO
               MOVE "C" TO WS-SGN-FUNCAO
               CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                   WS-SGN-FUNCAO WS-SGN-USUARIO
                                   WS-SGN-FUNCOES WS-SGN-RESULTADO
           END-IF.
           IF WS-SGN-RESULTADO = "S"
               MOVE ZEROS TO WS-QTD-FUNCAO
               INSPECT WS-SGN-FUNCOES TALLYING WS-QTD-FUNCAO
                   FOR ALL "S" ALL "*"
               IF WS-QTD-FUNCAO > ZEROS
                   MOVE "S" TO WS-VE-SAUDE
               END-IF
           END-IF.

       ADQUIRE-TRAVA-CADALU.
           MOVE "A" TO WS-LOCK-ACAO.
           MOVE "CADALU" TO WS-LOCK-ARQUIVO.
               DISPLAY "FALTAS ACUM.: SEM ACUMULADO"
           END-IF.
           PERFORM MOSTRA-BOLETIM.
           IF WS-VE-SAUDE = "S"
               PERFORM MOSTRA-SAUDE
           END-IF.
           DISPLAY "--------------------------------------".

       BUSCA-MEDIA.
               CLOSE CADBOL
           END-IF.

       MOSTRA-SAUDE.
           MOVE "N" TO WS-ACHOU-SAUDE.
           MOVE "NAO" TO WS-FIM-ARQ.
           OPEN INPUT CADSAU.
           IF WS-STATUS-SAU = "00"
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ CADSAU
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                       IF NUMERO-SAU = NUMERO-ENT
                           MOVE "S" TO WS-ACHOU-SAUDE
                           MOVE "SIM" TO WS-FIM-ARQ
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CADSAU
           END-IF.
           IF WS-ACHOU-SAUDE = "S"
               DISPLAY "SANGUE......: " TIPO-SANGUE-SAU
                       "  NEE: " NEE-SAU " " TIPO-NEE-SAU
               DISPLAY "ALERGIAS....: " ALERGIAS-SAU
               DISPLAY "MEDICACAO...: " MEDICACAO-SAU
               DISPLAY "EMERGENCIA..: " CONTATO-NOME-SAU " "
                       CONTATO-FONE-SAU
           ELSE
               DISPLAY "SAUDE.......: SEM FICHA DE SAUDE"
           END-IF.

       TERMINO.
           IF WS-ALU-ABERTO = "S"
               CLOSE CADALU.
