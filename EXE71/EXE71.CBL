       77 WS-DIAS-MES      PIC 9(02).
       77 WS-QTD-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 WS-USUARIO       PIC X(08) VALUE SPACES.
       01 WS-SGN-ACAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA  PIC X(05) VALUE "EXE71".
       01 WS-SGN-FUNCAO    PIC X(01) VALUE SPACE.
       01 WS-SGN-FUNCOES   PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO PIC X(01) VALUE "N".
       77 WS-E-TABELA      PIC X(04) VALUE SPACES.

       01 WS-E-VIGENCIA    PIC X(08) VALUE SPACES.
           DISPLAY "MANUTENCAO DAS TABELAS DE INSS E IRRF".
           DISPLAY "AS FAIXAS DE UMA VIGENCIA DEVEM SER DIGITADAS".
           DISPLAY "EM ORDEM CRESCENTE DE LIMITE.".
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
               MOVE "X" TO WS-E-TABELA
               MOVE 8 TO RETURN-CODE
           END-IF.

       TELA-PRINCIPAL.
