           03 NUMERO-ENT       PIC 9(07).
           03 NOME-RESP-ENT    PIC X(30).
           03 PARENTESCO-ENT   PIC X(10).
           03 ENDERECO-ENT.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-ENT==
                   ==PREFIXO-NUM== BY ==NUM-END-ENT==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-ENT==
                   ==PREFIXO-BAI== BY ==BAIRRO-ENT==
                   ==PREFIXO-CID== BY ==CIDADE-ENT==
                   ==PREFIXO-UF== BY ==UF-ENT==
                   ==PREFIXO-CEP== BY ==CEP-ENT==.
           03 TELEFONE-ENT     PIC X(11).

       FD CADRES
           03 NUMERO-RES       PIC 9(07).
           03 NOME-RESP-RES    PIC X(30).
           03 PARENTESCO-RES   PIC X(10).
           03 ENDERECO-RES.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-RES==
                   ==PREFIXO-NUM== BY ==NUM-END-RES==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-RES==
                   ==PREFIXO-BAI== BY ==BAIRRO-RES==
                   ==PREFIXO-CID== BY ==CIDADE-RES==
                   ==PREFIXO-UF== BY ==UF-RES==
                   ==PREFIXO-CEP== BY ==CEP-RES==.
           03 TELEFONE-RES     PIC X(11).

       FD CADATU-EXE02
       77 WS-CONTADOR-MENOR    PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-RESP PIC 9(07) VALUE ZEROS.
       77 WS-IDADE-MINIMA  PIC 9(03) VALUE 18.
       77 WS-CONTADOR-CEP  PIC 9(07) VALUE ZEROS.
       77 WS-CEP-RESULTADO PIC X(01) VALUE SPACES.
       77 WS-CEP-INDISPONIVEL PIC X(01) VALUE "N".
       01 WS-CEP-LOGRADOURO PIC X(30).
       01 WS-CEP-BAIRRO    PIC X(20).
       01 WS-CEP-CIDADE    PIC X(25).
       01 WS-CEP-UF        PIC X(02).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
           END-READ.

       CARGA-RESPONSAVEIS.
           PERFORM VALIDA-CEP.
           MOVE NUMERO-ENT TO NUMERO-RES.
           MOVE NOME-RESP-ENT TO NOME-RESP-RES.
           MOVE PARENTESCO-ENT TO PARENTESCO-RES.
           END-WRITE.
           PERFORM LEITURA-ENT.

      *        RESPONSAVEL COM CEP FORA DO CAD-CEP E CARREGADO ASSIM
      *        MESMO (O ALUNO NAO PODE FICAR SEM RESPONSAVEL), MAS SAI
      *        NO CADRES-EXC COM MOTIVO CE PARA A SECRETARIA CORRIGIR.
      *        CIDADE E UF VEM DA TABELA; BAIRRO E LOGRADOURO SO QUANDO
      *        VIEREM EM BRANCO.
       VALIDA-CEP.
           CALL "CEPBUSCA" USING CEP-ENT WS-CEP-LOGRADOURO
                WS-CEP-BAIRRO WS-CEP-CIDADE WS-CEP-UF
                WS-CEP-RESULTADO.
           EVALUATE WS-CEP-RESULTADO
               WHEN "S"
                   MOVE WS-CEP-CIDADE TO CIDADE-ENT
                   MOVE WS-CEP-UF TO UF-ENT
                   IF BAIRRO-ENT = SPACES
                       MOVE WS-CEP-BAIRRO TO BAIRRO-ENT
                   END-IF
                   IF LOGRADOURO-ENT = SPACES
                       MOVE WS-CEP-LOGRADOURO TO LOGRADOURO-ENT
                   END-IF
               WHEN "I"
                   MOVE "S" TO WS-CEP-INDISPONIVEL
               WHEN OTHER
                   PERFORM GRAVA-EXCECAO-CEP
           END-EVALUATE.

       GRAVA-EXCECAO-CEP.
           MOVE NUMERO-ENT TO NUMERO-EXC.
           MOVE NOME-RESP-ENT TO NOME-EXC.
           MOVE ZEROS TO AGE-EXC.
           MOVE "CE" TO MOTIVO-EXC.
           WRITE REG-EXC.
           PERFORM VERIFICA-STATUS-EXC.
           ADD 1 TO WS-CONTADOR-CEP.

       VALIDA-MENORES.
           IF AGE-ATU < WS-IDADE-MINIMA
               ADD 1 TO WS-CONTADOR-MENOR
                  WS-CONTADOR-SEM-RESP DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE21 - CEP INVALIDO: " DELIMITED BY SIZE
                  WS-CONTADOR-CEP DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CEP-INDISPONIVEL = "S"
               MOVE "EXE21 - SEM TABELA DE CEP: CEP NAO VALIDADO"
                   TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           IF WS-QTD-ERROS-IO > 0 OR WS-CONTADOR-SEM-RESP > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-CEP > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE  CADRES-ENT
                  CADRES
