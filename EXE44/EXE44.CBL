       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 WS-USUARIO       PIC X(08) VALUE SPACES.
       01 WS-SGN-ACAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA  PIC X(05) VALUE "EXE44".
       01 WS-SGN-FUNCAO    PIC X(01) VALUE SPACE.
       01 WS-SGN-FUNCOES   PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO PIC X(01) VALUE "N".
       77 WS-E-PROGRAMA    PIC X(05) VALUE SPACES.
       77 WS-E-PARAMETRO   PIC X(15) VALUE SPACES.
       77 WS-E-VALOR       PIC X(10) VALUE SPACES.

       INICIO.
           DISPLAY "MANUTENCAO DO REPOSITORIO DE PARAMETROS".
           MOVE "E" TO WS-SGN-ACAO.
           CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                               WS-SGN-FUNCAO WS-USUARIO
                               WS-SGN-FUNCOES WS-SGN-RESULTADO.
           IF WS-SGN-RESULTADO = "S"
               MOVE "F" TO WS-SGN-ACAO
               MOVE "M" TO WS-SGN-FUNCAO
               CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                   WS-SGN-FUNCAO WS-USUARIO
                                   WS-SGN-FUNCOES WS-SGN-RESULTADO
           END-IF.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE "X" TO WS-E-PROGRAMA
               MOVE 8 TO RETURN-CODE
           END-IF.

       TELA-PRINCIPAL.
