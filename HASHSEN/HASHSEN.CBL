       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HASHSEN.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *
      *    RESUMO (HASH) DA SENHA DOS USUARIOS. A SENHA NUNCA E
      *    GRAVADA: O CADASTRO DE USUARIOS (CAD-USUARIO.DAT) GUARDA SO
      *    ESTE RESUMO, CALCULADO SOBRE USUARIO E SENHA JUNTOS, PARA
      *    QUE A MESMA SENHA DE DOIS USUARIOS NAO DE O MESMO RESUMO.
      *    SAO DOIS ACUMULADORES COM MODULOS PRIMOS DIFERENTES,
      *    REPASSADOS 64 VEZES; O RESULTADO TEM 18 DIGITOS.
      *    USADO PELO SIGNON (ENTRADA E TROCA DE SENHA) E PELO EX109
      *    (INCLUSAO DE USUARIO E SENHA PROVISORIA).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-RODADA        PIC 9(03) VALUE ZEROS.
       77 WS-J             PIC 9(02) VALUE ZEROS.
       77 WS-CODIGO        PIC 9(03) VALUE ZEROS.
       77 WS-ACUM-A        PIC 9(12) VALUE ZEROS.
       77 WS-ACUM-B        PIC 9(12) VALUE ZEROS.
       01 WS-TEXTO.
           03 WS-TEXTO-USUARIO PIC X(08).
           03 WS-TEXTO-SENHA   PIC X(16).
       01 WS-TEXTO-R REDEFINES WS-TEXTO.
           03 WS-TEXTO-CAR     PIC X(01) OCCURS 24 TIMES.

       LINKAGE SECTION.
       01 LK-USUARIO       PIC X(08).
       01 LK-SENHA         PIC X(16).
       01 LK-HASH          PIC 9(18).

       PROCEDURE DIVISION USING LK-USUARIO LK-SENHA LK-HASH.
       PGM-HASHSEN.
           MOVE LK-USUARIO TO WS-TEXTO-USUARIO.
           MOVE LK-SENHA TO WS-TEXTO-SENHA.
           MOVE 7 TO WS-ACUM-A.
           MOVE 11 TO WS-ACUM-B.
           PERFORM VARYING WS-RODADA FROM 1 BY 1
                   UNTIL WS-RODADA > 64
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 24
                   COMPUTE WS-CODIGO =
                       FUNCTION ORD (WS-TEXTO-CAR (WS-J))
                   COMPUTE WS-ACUM-A = FUNCTION MOD
                       (WS-ACUM-A * 131 + WS-CODIGO + WS-RODADA,
                        999999937)
                   COMPUTE WS-ACUM-B = FUNCTION MOD
                       (WS-ACUM-B * 257 + WS-CODIGO * WS-J
                        + WS-RODADA, 999999929)
               END-PERFORM
           END-PERFORM.
           COMPUTE LK-HASH = WS-ACUM-A * 1000000000 + WS-ACUM-B.
           GOBACK.
