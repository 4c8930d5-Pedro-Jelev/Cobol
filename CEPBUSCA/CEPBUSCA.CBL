       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPBUSCA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *
      *    CONSULTA A TABELA DE CEP (CAD-CEP.DAT, CARREGADA PELO EX105
      *    A PARTIR DO ARQUIVO DOS CORREIOS). RECEBE O CEP E DEVOLVE
      *    LOGRADOURO, BAIRRO, CIDADE E UF. O ARQUIVO E ABERTO NA
      *    PRIMEIRA CHAMADA E FICA ABERTO ATE O FIM DO PROGRAMA
      *    CHAMADOR. LK-RESULTADO:
      *        "S" - CEP ENCONTRADO
      *        "N" - CEP NAO NUMERICO, ZERADO OU NAO CADASTRADO
      *        "I" - TABELA DE CEP INDISPONIVEL (CEP NAO VALIDADO)
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-CEP   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  CEP-CEP
           FILE STATUS  IS  WS-STATUS-CEP.

       DATA DIVISION.
       FILE SECTION.
       FD CAD-CEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CEP.DAT".

       01 REG-CEP.
           03 CEP-CEP          PIC 9(08).
           03 UF-CEP           PIC X(02).
           03 CIDADE-CEP       PIC X(25).
           03 BAIRRO-CEP       PIC X(20).
           03 LOGRADOURO-CEP   PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CEP    PIC X(02) VALUE "00".
       77 WS-CEP-ABERTO    PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01 LK-CEP           PIC X(08).
       01 LK-LOGRADOURO    PIC X(30).
       01 LK-BAIRRO        PIC X(20).
       01 LK-CIDADE        PIC X(25).
       01 LK-UF            PIC X(02).
       01 LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-CEP LK-LOGRADOURO LK-BAIRRO
                                LK-CIDADE LK-UF LK-RESULTADO.
       PGM-CEPBUSCA.
           MOVE SPACES TO LK-LOGRADOURO LK-BAIRRO LK-CIDADE LK-UF.
           IF WS-CEP-ABERTO = "N"
               PERFORM ABRE-TABELA
           END-IF.
           IF WS-CEP-ABERTO = "I"
               MOVE "I" TO LK-RESULTADO
           ELSE
               PERFORM BUSCA-CEP
           END-IF.
           GOBACK.

       ABRE-TABELA.
           OPEN INPUT CAD-CEP.
           IF WS-STATUS-CEP = "00"
               MOVE "S" TO WS-CEP-ABERTO
           ELSE
               MOVE "I" TO WS-CEP-ABERTO
           END-IF.

       BUSCA-CEP.
           MOVE "N" TO LK-RESULTADO.
           IF LK-CEP NUMERIC
              AND LK-CEP NOT = "00000000"
               MOVE LK-CEP TO CEP-CEP
               READ CAD-CEP
                   INVALID KEY CONTINUE
               END-READ
               IF WS-STATUS-CEP = "00"
                   MOVE "S" TO LK-RESULTADO
                   MOVE LOGRADOURO-CEP TO LK-LOGRADOURO
                   MOVE BAIRRO-CEP TO LK-BAIRRO
                   MOVE CIDADE-CEP TO LK-CIDADE
                   MOVE UF-CEP TO LK-UF
               END-IF
           END-IF.
