       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIGNON.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *
      *    ENTRADA DO OPERADOR NOS PROGRAMAS INTERATIVOS (EXE23, EXE24,
      *    EXE44, EXE71, EX103, EX108 E EX109). LK-ACAO:
      *      "E" - PEDE USUARIO E SENHA (ATE 3 TENTATIVAS), CONFERE O
      *            RESUMO DA SENHA (HASHSEN) NO CAD-USUARIO, BLOQUEIA O
      *            USUARIO AO ATINGIR O LIMITE DE SENHAS ERRADAS
      *            SEGUIDAS, EXIGE A TROCA DA SENHA VENCIDA OU
      *            PROVISORIA E BUSCA NO CAD-PERFIL AS FUNCOES DO
      *            PERFIL DO USUARIO PARA LK-PROGRAMA. DEVOLVE O
      *            USUARIO AUTENTICADO EM LK-USUARIO E AS FUNCOES EM
      *            LK-FUNCOES.
      *      "F" - CONFERE SE LK-FUNCAO ESTA EM LK-FUNCOES ("*" LIBERA
      *            TODAS); SE NAO ESTIVER, REGISTRA A NEGATIVA.
      *    LK-RESULTADO "S" = PERMITIDO, "N" = NEGADO. TODA ENTRADA,
      *    ACEITA OU NEGADA, E TODA NEGATIVA DE FUNCAO VAO PARA O
      *    ACESSO-LOG.DAT (RELATORIO EX110).
      *    LIMITES NO PARM-REPO, PROGRAMA EX109:
      *      MAX-TENTATIVAS - SENHAS ERRADAS SEGUIDAS ATE O BLOQUEIO
      *                       (PADRAO 3)
      *      VALIDADE-SENHA - DIAS DE VALIDADE DA SENHA (PADRAO 90)
      *      SENHA-MINIMO   - TAMANHO MINIMO DA SENHA (PADRAO 6)
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-USUARIO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-USU.

           SELECT CAD-PERFIL   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRF.

           SELECT ACESSO-LOG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ACS.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

       DATA DIVISION.
       FILE SECTION.
       FD CAD-USUARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USUARIO.DAT".

       01 REG-USU.
           COPY USUAR01.

       FD CAD-PERFIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PERFIL.DAT".

       01 REG-PRF.
           COPY PERFIL01.

       FD ACESSO-LOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACESSO-LOG.DAT".

       01 REG-ACS.
           COPY ACESSO01.

       FD PARM-REPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-REPO.DAT".

       01 REG-REPO.
           03 PROGRAMA-REPO    PIC X(05).
           03 PARAMETRO-REPO   PIC X(15).
           03 VALOR-REPO       PIC X(10).
           03 VIGENCIA-REPO    PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-USU    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-ACS    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-USU       PIC 9(03) VALUE ZEROS.
       77 WS-U             PIC 9(03) VALUE ZEROS.
       77 WS-USU-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-TENTATIVA     PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ENTRADA   PIC X(01) VALUE "N".
       77 WS-ACHOU-PERFIL  PIC X(01) VALUE "N".
       77 WS-F             PIC 9(02) VALUE ZEROS.
       77 WS-USUARIO       PIC X(08) VALUE SPACES.
       77 WS-SENHA         PIC X(16) VALUE SPACES.
       77 WS-SENHA-NOVA    PIC X(16) VALUE SPACES.
       77 WS-SENHA-CONF    PIC X(16) VALUE SPACES.
       77 WS-TAM-SENHA     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-BRANCOS   PIC 9(02) VALUE ZEROS.
       77 WS-HASH          PIC 9(18) VALUE ZEROS.
       77 WS-HASH-NOVO     PIC 9(18) VALUE ZEROS.
       77 WS-TROCA-OK      PIC X(01) VALUE "N".
       77 WS-ACS-FUNCAO    PIC X(01) VALUE SPACES.
       77 WS-ACS-RESULTADO PIC X(01) VALUE SPACES.
       77 WS-ACS-MOTIVO    PIC X(02) VALUE SPACES.
       77 WS-ACS-OBJETO    PIC X(08) VALUE SPACES.

       77 WS-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       77 WS-VALIDADE-SENHA PIC 9(03) VALUE 90.
       77 WS-SENHA-MINIMO   PIC 9(02) VALUE 6.
       77 WS-VIG-TENTATIVAS PIC 9(08) VALUE ZEROS.
       77 WS-VIG-VALIDADE   PIC 9(08) VALUE ZEROS.
       77 WS-VIG-MINIMO     PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-TRAB      PIC X(10).
       01 WS-VALOR-TRAB-3 REDEFINES WS-VALOR-TRAB.
           03 WS-VALOR-N3         PIC 9(03).
           03 WS-VALOR-RESTO-3    PIC X(07).

       01 WS-TABELA-USUARIOS.
           03 WS-USU-OCORRE OCCURS 200 TIMES.
              05 WS-USU-REG       PIC X(82).

       LINKAGE SECTION.
       01 LK-ACAO          PIC X(01).
       01 LK-PROGRAMA      PIC X(05).
       01 LK-FUNCAO        PIC X(01).
       01 LK-USUARIO       PIC X(08).
       01 LK-FUNCOES       PIC X(10).
       01 LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-ACAO LK-PROGRAMA LK-FUNCAO
                                LK-USUARIO LK-FUNCOES LK-RESULTADO.
       PGM-SIGNON.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           MOVE "N" TO LK-RESULTADO.
           EVALUATE LK-ACAO
               WHEN "E"
                   MOVE SPACES TO LK-USUARIO LK-FUNCOES
                   PERFORM ENTRADA-OPERADOR
               WHEN "F"
                   PERFORM VERIFICA-FUNCAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *---------------------------------------------------------------
      *    ENTRADA
      *---------------------------------------------------------------
       ENTRADA-OPERADOR.
           PERFORM LE-PARM-REPO.
           PERFORM CARREGA-USUARIOS.
           IF WS-QTD-USU = ZEROS
               DISPLAY "CADASTRO DE USUARIOS VAZIO OU INDISPONIVEL"
                       " - PROCURE O ADMINISTRADOR (EX109)"
           ELSE
               DISPLAY "ENTRADA NO " LK-PROGRAMA
               MOVE ZEROS TO WS-TENTATIVA
               MOVE "N" TO WS-FIM-ENTRADA
               PERFORM PEDE-CREDENCIAIS
                   UNTIL WS-FIM-ENTRADA = "S"
                      OR WS-TENTATIVA NOT < 3
           END-IF.

       PEDE-CREDENCIAIS.
           ADD 1 TO WS-TENTATIVA.
           DISPLAY "USUARIO: " WITH NO ADVANCING.
           ACCEPT WS-USUARIO.
           DISPLAY "SENHA..: " WITH NO ADVANCING.
           ACCEPT WS-SENHA.
           PERFORM LOCALIZA-USUARIO.
           IF WS-USU-IDX = ZEROS
               MOVE "UD" TO WS-ACS-MOTIVO
               PERFORM NEGA-ENTRADA
               DISPLAY "USUARIO OU SENHA INVALIDOS"
           ELSE
               MOVE WS-USU-REG (WS-USU-IDX) TO REG-USU
               EVALUATE SITUACAO-USU
                   WHEN "B"
                       MOVE "BL" TO WS-ACS-MOTIVO
                       PERFORM NEGA-ENTRADA
                       DISPLAY "USUARIO BLOQUEADO - PROCURE O"
                               " ADMINISTRADOR"
                       MOVE "S" TO WS-FIM-ENTRADA
                   WHEN "I"
                       MOVE "IN" TO WS-ACS-MOTIVO
                       PERFORM NEGA-ENTRADA
                       DISPLAY "USUARIO INATIVO"
                       MOVE "S" TO WS-FIM-ENTRADA
                   WHEN OTHER
                       PERFORM CONFERE-SENHA
               END-EVALUATE
           END-IF.

       CONFERE-SENHA.
           CALL "HASHSEN" USING WS-USUARIO WS-SENHA WS-HASH.
           IF WS-HASH NOT = SENHA-HASH-USU
               ADD 1 TO TENTATIVAS-USU
               MOVE "SI" TO WS-ACS-MOTIVO
               IF TENTATIVAS-USU NOT < WS-MAX-TENTATIVAS
                   MOVE "B" TO SITUACAO-USU
                   MOVE "S" TO WS-FIM-ENTRADA
                   DISPLAY "SENHA INVALIDA - USUARIO BLOQUEADO"
               ELSE
                   DISPLAY "USUARIO OU SENHA INVALIDOS"
               END-IF
               PERFORM ATUALIZA-USUARIO
               PERFORM NEGA-ENTRADA
           ELSE
               MOVE "S" TO WS-FIM-ENTRADA
               MOVE ZEROS TO TENTATIVAS-USU
               MOVE "S" TO WS-TROCA-OK
               IF EXPIRA-USU < WS-DATA-HOJE
                   PERFORM TROCA-SENHA
               END-IF
               IF WS-TROCA-OK = "N"
                   PERFORM ATUALIZA-USUARIO
                   MOVE "EX" TO WS-ACS-MOTIVO
                   PERFORM NEGA-ENTRADA
               ELSE
                   PERFORM BUSCA-PERFIL
                   IF WS-ACHOU-PERFIL = "N"
                       PERFORM ATUALIZA-USUARIO
                       MOVE "PF" TO WS-ACS-MOTIVO
                       PERFORM NEGA-ENTRADA
                       DISPLAY "PROGRAMA " LK-PROGRAMA
                               " NAO PERMITIDO PARA O PERFIL "
                               PERFIL-USU
                   ELSE
                       MOVE WS-DATA-HOJE TO ULT-ACESSO-USU
                       PERFORM ATUALIZA-USUARIO
                       MOVE USUARIO-USU TO LK-USUARIO
                       MOVE FUNCOES-PRF TO LK-FUNCOES
                       MOVE "S" TO LK-RESULTADO
                       MOVE SPACE TO WS-ACS-FUNCAO
                       MOVE "A" TO WS-ACS-RESULTADO
                       MOVE SPACES TO WS-ACS-MOTIVO WS-ACS-OBJETO
                       PERFORM GRAVA-ACESSO
                   END-IF
               END-IF
           END-IF.

      *    SENHA VENCIDA OU PROVISORIA (EXPIRA ZERO): SO ENTRA QUEM
      *    TROCAR. A NOVA SENHA NAO PODE TER BRANCOS NO MEIO NEM SER
      *    IGUAL A ATUAL.
       TROCA-SENHA.
           MOVE "N" TO WS-TROCA-OK.
           IF EXPIRA-USU = ZEROS
               DISPLAY "SENHA PROVISORIA - DEFINA A SUA SENHA"
           ELSE
               DISPLAY "SENHA VENCIDA - DEFINA UMA NOVA SENHA"
           END-IF.
           DISPLAY "NOVA SENHA.......: " WITH NO ADVANCING.
           ACCEPT WS-SENHA-NOVA.
           DISPLAY "CONFIRME A SENHA.: " WITH NO ADVANCING.
           ACCEPT WS-SENHA-CONF.
           MOVE ZEROS TO WS-TAM-SENHA WS-QTD-BRANCOS.
           INSPECT WS-SENHA-NOVA TALLYING WS-TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-SENHA-NOVA TALLYING WS-QTD-BRANCOS
               FOR ALL SPACES.
           CALL "HASHSEN" USING WS-USUARIO WS-SENHA-NOVA
                                WS-HASH-NOVO.
           EVALUATE TRUE
               WHEN WS-SENHA-NOVA NOT = WS-SENHA-CONF
                   DISPLAY "CONFIRMACAO DIFERENTE - SENHA NAO TROCADA"
               WHEN WS-TAM-SENHA < WS-SENHA-MINIMO
                   DISPLAY "SENHA CURTA (MINIMO " WS-SENHA-MINIMO
                           " CARACTERES) - SENHA NAO TROCADA"
               WHEN WS-TAM-SENHA + WS-QTD-BRANCOS < 16
                   DISPLAY "SENHA COM BRANCOS - SENHA NAO TROCADA"
               WHEN WS-HASH-NOVO = SENHA-HASH-USU
                   DISPLAY "NOVA SENHA IGUAL A ATUAL - SENHA NAO"
                           " TROCADA"
               WHEN OTHER
                   MOVE "S" TO WS-TROCA-OK
                   MOVE WS-HASH-NOVO TO SENHA-HASH-USU
                   COMPUTE EXPIRA-USU = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                        + WS-VALIDADE-SENHA)
                   MOVE SPACE TO WS-ACS-FUNCAO
                   MOVE "M" TO WS-ACS-RESULTADO
                   MOVE "TS" TO WS-ACS-MOTIVO
                   MOVE USUARIO-USU TO WS-ACS-OBJETO
                   PERFORM GRAVA-ACESSO
                   DISPLAY "SENHA TROCADA"
           END-EVALUATE.

       BUSCA-PERFIL.
           MOVE "N" TO WS-ACHOU-PERFIL.
           OPEN INPUT CAD-PERFIL.
           IF WS-STATUS-PRF = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ CAD-PERFIL
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                      AND PERFIL-PRF = PERFIL-USU
                      AND PROGRAMA-PRF = LK-PROGRAMA
                      AND FUNCOES-PRF NOT = SPACES
                       MOVE "S" TO WS-ACHOU-PERFIL
                       MOVE "SIM" TO WS-FIM-ARQ
                   END-IF
               END-PERFORM
               CLOSE CAD-PERFIL
           END-IF.

       NEGA-ENTRADA.
           MOVE SPACE TO WS-ACS-FUNCAO.
           MOVE "N" TO WS-ACS-RESULTADO.
           MOVE SPACES TO WS-ACS-OBJETO.
           PERFORM GRAVA-ACESSO.

      *---------------------------------------------------------------
      *    FUNCAO
      *---------------------------------------------------------------
       VERIFICA-FUNCAO.
           MOVE "N" TO LK-RESULTADO.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 10
               IF LK-FUNCOES (WS-F:1) = "*"
                  OR (LK-FUNCOES (WS-F:1) = LK-FUNCAO
                      AND LK-FUNCAO NOT = SPACE)
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-PERFORM.
           IF LK-RESULTADO = "N"
               MOVE LK-USUARIO TO WS-USUARIO
               MOVE LK-FUNCAO TO WS-ACS-FUNCAO
               MOVE "N" TO WS-ACS-RESULTADO
               MOVE "FN" TO WS-ACS-MOTIVO
               MOVE SPACES TO WS-ACS-OBJETO
               PERFORM GRAVA-ACESSO
               DISPLAY "FUNCAO " LK-FUNCAO
                       " NAO PERMITIDA PARA O SEU PERFIL"
           END-IF.

      *---------------------------------------------------------------
      *    ARQUIVOS
      *---------------------------------------------------------------
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ PARM-REPO
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                      AND PROGRAMA-REPO = "EX109"
                      AND VIGENCIA-REPO NOT GREATER THAN WS-DATA-HOJE
                      AND VALOR-REPO (1:3) NUMERIC
                       MOVE VALOR-REPO TO WS-VALOR-TRAB
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.
           IF WS-MAX-TENTATIVAS = ZEROS
               MOVE 3 TO WS-MAX-TENTATIVAS
           END-IF.

       SELECIONA-PARM-REPO.
           EVALUATE PARAMETRO-REPO
               WHEN "MAX-TENTATIVAS"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-TENTATIVAS
                      AND WS-VALOR-N3 < 10
                       MOVE VIGENCIA-REPO TO WS-VIG-TENTATIVAS
                       MOVE WS-VALOR-N3 TO WS-MAX-TENTATIVAS
                   END-IF
               WHEN "VALIDADE-SENHA"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-VALIDADE
                       MOVE VIGENCIA-REPO TO WS-VIG-VALIDADE
                       MOVE WS-VALOR-N3 TO WS-VALIDADE-SENHA
                   END-IF
               WHEN "SENHA-MINIMO"
                   IF VIGENCIA-REPO NOT LESS THAN WS-VIG-MINIMO
                      AND WS-VALOR-N3 NOT > 16
                       MOVE VIGENCIA-REPO TO WS-VIG-MINIMO
                       MOVE WS-VALOR-N3 TO WS-SENHA-MINIMO
                   END-IF
           END-EVALUATE.

       CARREGA-USUARIOS.
           MOVE ZEROS TO WS-QTD-USU.
           OPEN INPUT CAD-USUARIO.
           IF WS-STATUS-USU = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ CAD-USUARIO
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                      AND WS-QTD-USU < 200
                       ADD 1 TO WS-QTD-USU
                       MOVE REG-USU TO WS-USU-REG (WS-QTD-USU)
                   END-IF
               END-PERFORM
               CLOSE CAD-USUARIO
           END-IF.

       LOCALIZA-USUARIO.
           MOVE ZEROS TO WS-USU-IDX.
           IF WS-USUARIO NOT = SPACES
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-QTD-USU
                   IF WS-USU-REG (WS-U) (1:8) = WS-USUARIO
                       MOVE WS-U TO WS-USU-IDX
                       MOVE WS-QTD-USU TO WS-U
                   END-IF
               END-PERFORM
           END-IF.

      *    O CADASTRO E REGRAVADO INTEIRO, COMO O CAD-LOCK DO LOCKMGR.
       ATUALIZA-USUARIO.
           MOVE REG-USU TO WS-USU-REG (WS-USU-IDX).
           OPEN OUTPUT CAD-USUARIO.
           IF WS-STATUS-USU = "00"
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-QTD-USU
                   MOVE WS-USU-REG (WS-U) TO REG-USU
                   WRITE REG-USU
               END-PERFORM
               CLOSE CAD-USUARIO
           ELSE
               DISPLAY "ERRO AO REGRAVAR CAD-USUARIO - STATUS "
                       WS-STATUS-USU
           END-IF.
           MOVE WS-USU-REG (WS-USU-IDX) TO REG-USU.

       GRAVA-ACESSO.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-AGORA.
           OPEN EXTEND ACESSO-LOG.
           IF WS-STATUS-ACS NOT = "00"
               OPEN OUTPUT ACESSO-LOG
           END-IF.
           IF WS-STATUS-ACS = "00"
               MOVE WS-DATA-HOJE TO DATA-ACS
               MOVE WS-HORA-AGORA TO HORA-ACS
               MOVE WS-USUARIO TO USUARIO-ACS
               MOVE LK-PROGRAMA TO PROGRAMA-ACS
               MOVE WS-ACS-FUNCAO TO FUNCAO-ACS
               MOVE WS-ACS-RESULTADO TO RESULTADO-ACS
               MOVE WS-ACS-MOTIVO TO MOTIVO-ACS
               MOVE WS-ACS-OBJETO TO OBJETO-ACS
               WRITE REG-ACS
               CLOSE ACESSO-LOG
           ELSE
               DISPLAY "ERRO AO GRAVAR ACESSO-LOG - STATUS "
                       WS-STATUS-ACS
           END-IF.
