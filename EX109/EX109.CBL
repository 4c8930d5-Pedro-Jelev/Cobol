       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX109.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    MANUTENCAO DOS USUARIOS (CAD-USUARIO.DAT) E DOS PERFIS DE
      *    ACESSO (CAD-PERFIL.DAT) DOS PROGRAMAS INTERATIVOS. EXIGE A
      *    ENTRADA PELO SIGNON; FUNCAO U DO PERFIL PARA USUARIOS E P
      *    PARA PERFIS.
      *      I - INCLUI USUARIO COM SENHA PROVISORIA
      *      A - ALTERA NOME E PERFIL
      *      B - BLOQUEIA
      *      D - DESBLOQUEIA COM NOVA SENHA PROVISORIA (TAMBEM REATIVA)
      *      E - INATIVA (O REGISTRO FICA PARA A AUDITORIA)
      *      P - GRAVA A LINHA PERFIL/PROGRAMA/FUNCOES (FUNCOES EM
      *          BRANCO REMOVE A LINHA)
      *      L - LISTA OS USUARIOS
      *    A SENHA PROVISORIA TEM DE SER TROCADA NA PRIMEIRA ENTRADA.
      *    NINGUEM ALTERA O PROPRIO CADASTRO (PERFIL, BLOQUEIO, SENHA).
      *    COM O CADASTRO VAZIO (IMPLANTACAO) O PROGRAMA CRIA O
      *    PRIMEIRO ADMINISTRADOR, PERFIL ADMIN COM TODAS AS FUNCOES DO
      *    EX109, ANTES DE PEDIR A ENTRADA.
      *    TODA MANUTENCAO VAI PARA O ACESSO-LOG.DAT (RESULTADO M).

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

       WORKING-STORAGE SECTION.
       77 WS-STATUS-USU    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-ACS    PIC X(02) VALUE "00".
       77 WS-FIM-ARQ       PIC X(03) VALUE "NAO".
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-OPCAO         PIC X(01) VALUE SPACES.
       77 WS-VALIDO        PIC X(01) VALUE "S".
       77 WS-MENSAGEM      PIC X(40) VALUE SPACES.
       77 WS-QTD-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-USU       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PRF       PIC 9(03) VALUE ZEROS.
       77 WS-U             PIC 9(03) VALUE ZEROS.
       77 WS-USU-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-PRF-IDX       PIC 9(03) VALUE ZEROS.
       77 WS-F             PIC 9(02) VALUE ZEROS.
       77 WS-E-USUARIO     PIC X(08) VALUE SPACES.
       77 WS-E-NOME        PIC X(30) VALUE SPACES.
       77 WS-E-PERFIL      PIC X(08) VALUE SPACES.
       77 WS-E-PROGRAMA    PIC X(05) VALUE SPACES.
       77 WS-E-FUNCOES     PIC X(10) VALUE SPACES.
       77 WS-E-SENHA       PIC X(16) VALUE SPACES.
       77 WS-E-SENHA-CONF  PIC X(16) VALUE SPACES.
       77 WS-TAM-SENHA     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-BRANCOS   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ACHADA    PIC 9(02) VALUE ZEROS.
       77 WS-HASH          PIC 9(18) VALUE ZEROS.
       77 WS-FUNCOES-VALIDAS PIC X(10) VALUE SPACES.
       77 WS-ACS-FUNCAO    PIC X(01) VALUE SPACES.
       77 WS-ACS-MOTIVO    PIC X(02) VALUE SPACES.
       77 WS-ACS-OBJETO    PIC X(08) VALUE SPACES.

      *    AREA DE CHAMADA DO SIGNON.
       01 WS-SGN-ACAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA  PIC X(05) VALUE "EX109".
       01 WS-SGN-FUNCAO    PIC X(01) VALUE SPACE.
       01 WS-SGN-USUARIO   PIC X(08) VALUE SPACES.
       01 WS-SGN-FUNCOES   PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO PIC X(01) VALUE "N".

       01 WS-TABELA-USUARIOS.
           03 WS-USU-OCORRE OCCURS 200 TIMES.
              05 WS-USU-REG       PIC X(82).
       01 WS-TABELA-PERFIS.
           03 WS-PRF-OCORRE OCCURS 300 TIMES.
              05 WS-PRF-REG       PIC X(23).

       01 WS-EXPIRA-ED.
           03 WS-EX-DD         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-EX-MM         PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-EX-AAAA       PIC 9(04).

       PROCEDURE DIVISION.
       PGM-EM01EX109.
           PERFORM INICIO.
           PERFORM TELA-PRINCIPAL
                  UNTIL WS-OPCAO = "X".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
           DISPLAY "MANUTENCAO DE USUARIOS E PERFIS DE ACESSO".
           PERFORM CARREGA-USUARIOS.
           PERFORM CARREGA-PERFIS.
           IF WS-QTD-USU = ZEROS
               PERFORM IMPLANTA-ADMINISTRADOR
           END-IF.
           MOVE "N" TO WS-SGN-RESULTADO.
           IF WS-QTD-USU > ZEROS
               MOVE "E" TO WS-SGN-ACAO
               CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                   WS-SGN-FUNCAO WS-SGN-USUARIO
                                   WS-SGN-FUNCOES WS-SGN-RESULTADO
           END-IF.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE "X" TO WS-OPCAO
               MOVE 8 TO RETURN-CODE
           ELSE
      *        A TROCA DE SENHA NA ENTRADA REGRAVA O CADASTRO.
               PERFORM CARREGA-USUARIOS
           END-IF.

       TELA-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "OPCAO (I=INCLUI A=ALTERA B=BLOQUEIA D=DESBLOQUEIA"
                   " E=INATIVA".
           DISPLAY "       P=PERFIL L=LISTA X=FIM): " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = "x"
               MOVE "X" TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "I"
               WHEN "A"
               WHEN "B"
               WHEN "D"
               WHEN "E"
                   MOVE "U" TO WS-SGN-FUNCAO
                   PERFORM VERIFICA-FUNCAO
                   IF WS-SGN-RESULTADO = "S"
                       PERFORM MANTEM-USUARIO
                   END-IF
               WHEN "P"
                   MOVE "P" TO WS-SGN-FUNCAO
                   PERFORM VERIFICA-FUNCAO
                   IF WS-SGN-RESULTADO = "S"
                       PERFORM MANTEM-PERFIL
                   END-IF
               WHEN "L"
                   MOVE "U" TO WS-SGN-FUNCAO
                   PERFORM VERIFICA-FUNCAO
                   IF WS-SGN-RESULTADO = "S"
                       PERFORM LISTA-USUARIOS
                   END-IF
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       VERIFICA-FUNCAO.
           MOVE "F" TO WS-SGN-ACAO.
           CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                               WS-SGN-FUNCAO WS-SGN-USUARIO
                               WS-SGN-FUNCOES WS-SGN-RESULTADO.

      *---------------------------------------------------------------
      *    USUARIOS
      *---------------------------------------------------------------
       MANTEM-USUARIO.
           MOVE "S" TO WS-VALIDO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY "USUARIO: " WITH NO ADVANCING.
           ACCEPT WS-E-USUARIO.
           PERFORM LOCALIZA-USUARIO.
           IF WS-E-USUARIO = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "USUARIO OBRIGATORIO" TO WS-MENSAGEM
           ELSE
               IF WS-OPCAO = "I"
                   IF WS-USU-IDX > ZEROS
                       MOVE "N" TO WS-VALIDO
                       MOVE "USUARIO JA CADASTRADO" TO WS-MENSAGEM
                   ELSE
                       IF WS-QTD-USU NOT < 200
                           MOVE "N" TO WS-VALIDO
                           MOVE "CADASTRO CHEIO (200 USUARIOS)"
                               TO WS-MENSAGEM
                       END-IF
                   END-IF
               ELSE
                   IF WS-USU-IDX = ZEROS
                       MOVE "N" TO WS-VALIDO
                       MOVE "USUARIO NAO CADASTRADO" TO WS-MENSAGEM
                   END-IF
               END-IF
           END-IF.
           IF WS-VALIDO = "S"
              AND WS-E-USUARIO = WS-SGN-USUARIO
               MOVE "N" TO WS-VALIDO
               MOVE "NAO PERMITIDO NO PROPRIO USUARIO"
                   TO WS-MENSAGEM
           END-IF.
           IF WS-VALIDO = "S"
               IF WS-OPCAO = "I"
                   INITIALIZE REG-USU
                   MOVE WS-E-USUARIO TO USUARIO-USU
               ELSE
                   MOVE WS-USU-REG (WS-USU-IDX) TO REG-USU
                   PERFORM MOSTRA-USUARIO
               END-IF
               EVALUATE WS-OPCAO
                   WHEN "I"
                       PERFORM PEDE-NOME-PERFIL
                       IF WS-VALIDO = "S"
                           PERFORM PEDE-SENHA
                       END-IF
                       IF WS-VALIDO = "S"
                           MOVE WS-HASH TO SENHA-HASH-USU
                           MOVE ZEROS TO EXPIRA-USU TENTATIVAS-USU
                                         ULT-ACESSO-USU
                           MOVE "A" TO SITUACAO-USU
                           MOVE "IU" TO WS-ACS-MOTIVO
                       END-IF
                   WHEN "A"
                       PERFORM PEDE-NOME-PERFIL
                       MOVE "AU" TO WS-ACS-MOTIVO
                   WHEN "B"
                       MOVE "B" TO SITUACAO-USU
                       MOVE "BU" TO WS-ACS-MOTIVO
                   WHEN "D"
                       PERFORM PEDE-SENHA
                       IF WS-VALIDO = "S"
                           MOVE WS-HASH TO SENHA-HASH-USU
                           MOVE ZEROS TO EXPIRA-USU TENTATIVAS-USU
                           MOVE "A" TO SITUACAO-USU
                           MOVE "DU" TO WS-ACS-MOTIVO
                       END-IF
                   WHEN "E"
                       MOVE "I" TO SITUACAO-USU
                       MOVE "XU" TO WS-ACS-MOTIVO
               END-EVALUATE
           END-IF.
           IF WS-VALIDO = "S"
               IF WS-OPCAO = "I"
                   ADD 1 TO WS-QTD-USU
                   MOVE WS-QTD-USU TO WS-USU-IDX
               END-IF
               MOVE REG-USU TO WS-USU-REG (WS-USU-IDX)
               PERFORM REGRAVA-USUARIOS
           END-IF.
           IF WS-VALIDO = "S"
               MOVE "U" TO WS-ACS-FUNCAO
               MOVE WS-E-USUARIO TO WS-ACS-OBJETO
               PERFORM GRAVA-ACESSO
               ADD 1 TO WS-QTD-GRAVADOS
               DISPLAY "USUARIO GRAVADO"
           ELSE
               DISPLAY "USUARIO NAO GRAVADO - " WS-MENSAGEM
           END-IF.

       PEDE-NOME-PERFIL.
           DISPLAY "NOME: " WITH NO ADVANCING.
           ACCEPT WS-E-NOME.
           DISPLAY "PERFIL: " WITH NO ADVANCING.
           ACCEPT WS-E-PERFIL.
           IF WS-OPCAO = "A"
               IF WS-E-NOME = SPACES
                   MOVE NOME-USU TO WS-E-NOME
               END-IF
               IF WS-E-PERFIL = SPACES
                   MOVE PERFIL-USU TO WS-E-PERFIL
               END-IF
           END-IF.
           MOVE WS-E-PERFIL TO PERFIL-PRF.
           MOVE SPACES TO PROGRAMA-PRF.
           PERFORM LOCALIZA-PERFIL.
           EVALUATE TRUE
               WHEN WS-E-NOME = SPACES
                   MOVE "N" TO WS-VALIDO
                   MOVE "NOME OBRIGATORIO" TO WS-MENSAGEM
               WHEN WS-PRF-IDX = ZEROS
                   MOVE "N" TO WS-VALIDO
                   MOVE "PERFIL SEM NENHUM PROGRAMA (OPCAO P)"
                       TO WS-MENSAGEM
               WHEN OTHER
                   MOVE WS-E-NOME TO NOME-USU
                   MOVE WS-E-PERFIL TO PERFIL-USU
           END-EVALUATE.

      *    SENHA PROVISORIA, INFORMADA DUAS VEZES.
       PEDE-SENHA.
           DISPLAY "SENHA PROVISORIA.: " WITH NO ADVANCING.
           ACCEPT WS-E-SENHA.
           DISPLAY "CONFIRME A SENHA.: " WITH NO ADVANCING.
           ACCEPT WS-E-SENHA-CONF.
           MOVE ZEROS TO WS-TAM-SENHA WS-QTD-BRANCOS.
           INSPECT WS-E-SENHA TALLYING WS-TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-E-SENHA TALLYING WS-QTD-BRANCOS
               FOR ALL SPACES.
           EVALUATE TRUE
               WHEN WS-E-SENHA NOT = WS-E-SENHA-CONF
                   MOVE "N" TO WS-VALIDO
                   MOVE "CONFIRMACAO DIFERENTE" TO WS-MENSAGEM
               WHEN WS-TAM-SENHA < 6
                   MOVE "N" TO WS-VALIDO
                   MOVE "SENHA CURTA (MINIMO 6 CARACTERES)"
                       TO WS-MENSAGEM
               WHEN WS-TAM-SENHA + WS-QTD-BRANCOS < 16
                   MOVE "N" TO WS-VALIDO
                   MOVE "SENHA COM BRANCOS" TO WS-MENSAGEM
               WHEN OTHER
                   CALL "HASHSEN" USING WS-E-USUARIO WS-E-SENHA
                                        WS-HASH
           END-EVALUATE.
           MOVE SPACES TO WS-E-SENHA WS-E-SENHA-CONF.

       MOSTRA-USUARIO.
           MOVE EXPIRA-USU (7:2) TO WS-EX-DD.
           MOVE EXPIRA-USU (5:2) TO WS-EX-MM.
           MOVE EXPIRA-USU (1:4) TO WS-EX-AAAA.
           DISPLAY USUARIO-USU " " NOME-USU " PERFIL " PERFIL-USU
                   " SIT " SITUACAO-USU " SENHA ATE " WS-EXPIRA-ED.

       LISTA-USUARIOS.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-USU
               MOVE WS-USU-REG (WS-U) TO REG-USU
               PERFORM MOSTRA-USUARIO
           END-PERFORM.
           DISPLAY "USUARIOS: " WS-QTD-USU.

      *---------------------------------------------------------------
      *    PERFIS
      *---------------------------------------------------------------
       MANTEM-PERFIL.
           MOVE "S" TO WS-VALIDO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY "PERFIL: " WITH NO ADVANCING.
           ACCEPT WS-E-PERFIL.
           DISPLAY "PROGRAMA (EXE23 EXE24 EXE44 EXE71 EX103 EX108"
                   " EX109): " WITH NO ADVANCING.
           ACCEPT WS-E-PROGRAMA.
           EVALUATE WS-E-PROGRAMA
               WHEN "EXE23"
                   MOVE "CS" TO WS-FUNCOES-VALIDAS
               WHEN "EXE24"
                   MOVE "IAES" TO WS-FUNCOES-VALIDAS
               WHEN "EXE44"
               WHEN "EXE71"
                   MOVE "M" TO WS-FUNCOES-VALIDAS
               WHEN "EX103"
               WHEN "EX108"
                   MOVE "L" TO WS-FUNCOES-VALIDAS
               WHEN "EX109"
                   MOVE "UP" TO WS-FUNCOES-VALIDAS
               WHEN OTHER
                   MOVE "N" TO WS-VALIDO
                   MOVE "PROGRAMA SEM CONTROLE DE ACESSO"
                       TO WS-MENSAGEM
           END-EVALUATE.
           IF WS-E-PERFIL = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "PERFIL OBRIGATORIO" TO WS-MENSAGEM
           END-IF.
           IF WS-VALIDO = "S"
               DISPLAY "FUNCOES DO PROGRAMA: " WS-FUNCOES-VALIDAS
               DISPLAY "FUNCOES DO PERFIL (* = TODAS, BRANCO = REMOVE"
                       " A LINHA): " WITH NO ADVANCING
               ACCEPT WS-E-FUNCOES
               PERFORM VALIDA-FUNCOES
           END-IF.
           IF WS-VALIDO = "S"
               MOVE WS-E-PERFIL TO PERFIL-PRF
               MOVE WS-E-PROGRAMA TO PROGRAMA-PRF
               MOVE WS-E-FUNCOES TO FUNCOES-PRF
               PERFORM LOCALIZA-PERFIL
               IF WS-PRF-IDX = ZEROS
                   IF WS-E-FUNCOES = SPACES
                       MOVE "N" TO WS-VALIDO
                       MOVE "LINHA DE PERFIL INEXISTENTE"
                           TO WS-MENSAGEM
                   ELSE
                       IF WS-QTD-PRF NOT < 300
                           MOVE "N" TO WS-VALIDO
                           MOVE "TABELA DE PERFIS CHEIA"
                               TO WS-MENSAGEM
                       ELSE
                           ADD 1 TO WS-QTD-PRF
                           MOVE WS-QTD-PRF TO WS-PRF-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-VALIDO = "S"
               MOVE REG-PRF TO WS-PRF-REG (WS-PRF-IDX)
               PERFORM REGRAVA-PERFIS
               MOVE "P" TO WS-ACS-FUNCAO
               MOVE "PP" TO WS-ACS-MOTIVO
               MOVE WS-E-PERFIL TO WS-ACS-OBJETO
               PERFORM GRAVA-ACESSO
               ADD 1 TO WS-QTD-GRAVADOS
               DISPLAY "PERFIL GRAVADO"
           ELSE
               DISPLAY "PERFIL NAO GRAVADO - " WS-MENSAGEM
           END-IF.

       VALIDA-FUNCOES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 10
               IF WS-E-FUNCOES (WS-F:1) NOT = SPACE
                  AND WS-E-FUNCOES (WS-F:1) NOT = "*"
                   MOVE ZEROS TO WS-QTD-ACHADA
                   INSPECT WS-FUNCOES-VALIDAS TALLYING WS-QTD-ACHADA
                       FOR ALL WS-E-FUNCOES (WS-F:1)
                   IF WS-QTD-ACHADA = ZEROS
                       MOVE "N" TO WS-VALIDO
                       MOVE "FUNCAO INVALIDA PARA O PROGRAMA"
                           TO WS-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM.

      *    COM PROGRAMA-PRF EM BRANCO PROCURA QUALQUER LINHA DO PERFIL.
       LOCALIZA-PERFIL.
           MOVE ZEROS TO WS-PRF-IDX.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-PRF
               IF WS-PRF-REG (WS-U) (1:8) = PERFIL-PRF
                  AND (PROGRAMA-PRF = SPACES
                       OR WS-PRF-REG (WS-U) (9:5) = PROGRAMA-PRF)
                  AND (PROGRAMA-PRF NOT = SPACES
                       OR WS-PRF-REG (WS-U) (14:10) NOT = SPACES)
                   MOVE WS-U TO WS-PRF-IDX
                   MOVE WS-QTD-PRF TO WS-U
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      *    IMPLANTACAO: PRIMEIRO ADMINISTRADOR
      *---------------------------------------------------------------
       IMPLANTA-ADMINISTRADOR.
           DISPLAY "CADASTRO DE USUARIOS VAZIO - INFORME O PRIMEIRO"
                   " ADMINISTRADOR".
           MOVE "S" TO WS-VALIDO.
           DISPLAY "USUARIO: " WITH NO ADVANCING.
           ACCEPT WS-E-USUARIO.
           DISPLAY "NOME: " WITH NO ADVANCING.
           ACCEPT WS-E-NOME.
           IF WS-E-USUARIO = SPACES OR WS-E-NOME = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "USUARIO E NOME OBRIGATORIOS" TO WS-MENSAGEM
           ELSE
               PERFORM PEDE-SENHA
           END-IF.
           IF WS-VALIDO = "S"
               MOVE "ADMIN" TO PERFIL-PRF
               MOVE "EX109" TO PROGRAMA-PRF
               MOVE "*" TO FUNCOES-PRF
               PERFORM LOCALIZA-PERFIL
               IF WS-PRF-IDX = ZEROS
                   ADD 1 TO WS-QTD-PRF
                   MOVE WS-QTD-PRF TO WS-PRF-IDX
               END-IF
               MOVE REG-PRF TO WS-PRF-REG (WS-PRF-IDX)
               PERFORM REGRAVA-PERFIS
               INITIALIZE REG-USU
               MOVE WS-E-USUARIO TO USUARIO-USU
               MOVE WS-E-NOME TO NOME-USU
               MOVE "ADMIN" TO PERFIL-USU
               MOVE WS-HASH TO SENHA-HASH-USU
               COMPUTE EXPIRA-USU = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) + 90)
               MOVE ZEROS TO TENTATIVAS-USU ULT-ACESSO-USU
               MOVE "A" TO SITUACAO-USU
               MOVE 1 TO WS-QTD-USU WS-USU-IDX
               MOVE REG-USU TO WS-USU-REG (1)
               PERFORM REGRAVA-USUARIOS
               MOVE WS-E-USUARIO TO WS-SGN-USUARIO
               MOVE "U" TO WS-ACS-FUNCAO
               MOVE "IU" TO WS-ACS-MOTIVO
               MOVE WS-E-USUARIO TO WS-ACS-OBJETO
               PERFORM GRAVA-ACESSO
               DISPLAY "ADMINISTRADOR CADASTRADO - FACA A ENTRADA"
           ELSE
               DISPLAY "ADMINISTRADOR NAO CADASTRADO - " WS-MENSAGEM
           END-IF.

      *---------------------------------------------------------------
      *    ARQUIVOS
      *---------------------------------------------------------------
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

       CARREGA-PERFIS.
           MOVE ZEROS TO WS-QTD-PRF.
           OPEN INPUT CAD-PERFIL.
           IF WS-STATUS-PRF = "00"
               MOVE "NAO" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "SIM"
                   READ CAD-PERFIL
                       AT END MOVE "SIM" TO WS-FIM-ARQ
                   END-READ
                   IF WS-FIM-ARQ NOT = "SIM"
                      AND WS-QTD-PRF < 300
                       ADD 1 TO WS-QTD-PRF
                       MOVE REG-PRF TO WS-PRF-REG (WS-QTD-PRF)
                   END-IF
               END-PERFORM
               CLOSE CAD-PERFIL
           END-IF.

       LOCALIZA-USUARIO.
           MOVE ZEROS TO WS-USU-IDX.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-QTD-USU
               IF WS-USU-REG (WS-U) (1:8) = WS-E-USUARIO
                   MOVE WS-U TO WS-USU-IDX
                   MOVE WS-QTD-USU TO WS-U
               END-IF
           END-PERFORM.

       REGRAVA-USUARIOS.
           OPEN OUTPUT CAD-USUARIO.
           IF WS-STATUS-USU = "00"
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-QTD-USU
                   MOVE WS-USU-REG (WS-U) TO REG-USU
                   WRITE REG-USU
               END-PERFORM
               CLOSE CAD-USUARIO
           ELSE
               MOVE "N" TO WS-VALIDO
               MOVE "ERRO AO REGRAVAR CAD-USUARIO" TO WS-MENSAGEM
           END-IF.

      *    LINHA COM FUNCOES EM BRANCO E REMOVIDA NA REGRAVACAO.
       REGRAVA-PERFIS.
           OPEN OUTPUT CAD-PERFIL.
           IF WS-STATUS-PRF = "00"
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-QTD-PRF
                   IF WS-PRF-REG (WS-U) (14:10) NOT = SPACES
                       MOVE WS-PRF-REG (WS-U) TO REG-PRF
                       WRITE REG-PRF
                   END-IF
               END-PERFORM
               CLOSE CAD-PERFIL
           ELSE
               MOVE "N" TO WS-VALIDO
               MOVE "ERRO AO REGRAVAR CAD-PERFIL" TO WS-MENSAGEM
           END-IF.

       GRAVA-ACESSO.
           OPEN EXTEND ACESSO-LOG.
           IF WS-STATUS-ACS NOT = "00"
               OPEN OUTPUT ACESSO-LOG
           END-IF.
           IF WS-STATUS-ACS = "00"
               MOVE FUNCTION CURRENT-DATE (1:8) TO DATA-ACS
               MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-ACS
               MOVE WS-SGN-USUARIO TO USUARIO-ACS
               MOVE "EX109" TO PROGRAMA-ACS
               MOVE WS-ACS-FUNCAO TO FUNCAO-ACS
               MOVE "M" TO RESULTADO-ACS
               MOVE WS-ACS-MOTIVO TO MOTIVO-ACS
               MOVE WS-ACS-OBJETO TO OBJETO-ACS
               WRITE REG-ACS
               CLOSE ACESSO-LOG
           ELSE
               DISPLAY "ERRO AO GRAVAR ACESSO-LOG - STATUS "
                       WS-STATUS-ACS
           END-IF.

       TERMINO.
           DISPLAY "ALTERACOES GRAVADAS: " WS-QTD-GRAVADOS.
