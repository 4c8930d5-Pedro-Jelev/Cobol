           03 SITUACAO-TRAN    PIC X(01).
           03 DATA-SITUACAO-TRAN PIC 9(08).
           03 UNIDADE-TRAN      PIC X(02).
           03 USUARIO-TRAN      PIC X(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TRAN   PIC X(02) VALUE "00".
       77 WS-E-SITUACAO    PIC X(01) VALUE SPACES.
       77 WS-E-UNIDADE     PIC X(02) VALUE SPACES.

       01 WS-SGN-ACAO      PIC X(01) VALUE SPACE.
       01 WS-SGN-PROGRAMA  PIC X(05) VALUE "EXE24".
       01 WS-SGN-FUNCAO    PIC X(01) VALUE SPACE.
       01 WS-SGN-USUARIO   PIC X(08) VALUE SPACES.
       01 WS-SGN-FUNCOES   PIC X(10) VALUE SPACES.
       01 WS-SGN-RESULTADO PIC X(01) VALUE "N".

       01 WS-E-NOTAS-X.
           03 WS-E-NOTA-X  PIC X(04) OCCURS 4 TIMES.
       01 WS-E-NOTAS-9 REDEFINES WS-E-NOTAS-X.
           STOP RUN.

       INICIO.
           MOVE "E" TO WS-SGN-ACAO.
           CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                               WS-SGN-FUNCAO WS-SGN-USUARIO
                               WS-SGN-FUNCOES WS-SGN-RESULTADO.
           IF WS-SGN-RESULTADO NOT = "S"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CADALU-TRAN.
           IF WS-STATUS-TRAN NOT = "00"
               OPEN OUTPUT CADALU-TRAN
           ACCEPT WS-TIPO.
           IF WS-TIPO = "x"
               MOVE "X" TO WS-TIPO.
           IF WS-TIPO = "I" OR WS-TIPO = "A" OR WS-TIPO = "E"
                            OR WS-TIPO = "S"
               MOVE WS-TIPO TO WS-SGN-FUNCAO
               MOVE "F" TO WS-SGN-ACAO
               CALL "SIGNON" USING WS-SGN-ACAO WS-SGN-PROGRAMA
                                   WS-SGN-FUNCAO WS-SGN-USUARIO
                                   WS-SGN-FUNCOES WS-SGN-RESULTADO
               IF WS-SGN-RESULTADO NOT = "S"
                   MOVE SPACE TO WS-TIPO
               END-IF
           END-IF.
           EVALUATE WS-TIPO
               WHEN "I" PERFORM DIGITA-COMPLETO
               WHEN "A" PERFORM DIGITA-COMPLETO
               WHEN "E" PERFORM DIGITA-EXCLUSAO
               WHEN "S" PERFORM DIGITA-SITUACAO
               WHEN "X" CONTINUE
               WHEN SPACE CONTINUE
               WHEN OTHER DISPLAY "TIPO INVALIDO"
           END-EVALUATE.

           MOVE WS-E-SITUACAO TO SITUACAO-TRAN.
           MOVE WS-E-DATA-SIT-9 TO DATA-SITUACAO-TRAN.
           MOVE WS-E-UNIDADE TO UNIDADE-TRAN.
           MOVE WS-SGN-USUARIO TO USUARIO-TRAN.
           WRITE REG-TRAN.
           IF WS-STATUS-TRAN = "00"
               ADD 1 TO WS-QTD-GRAVADAS
