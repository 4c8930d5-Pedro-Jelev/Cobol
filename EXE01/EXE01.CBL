           03 NOME-ENT    PIC X(20).
           03 DADOS-ENT.
              05 CPF-ENT            PIC 9(11).
              05 ENDERECO-ENT.
                 COPY ENDER01 REPLACING
                      ==PREFIXO-LOG== BY ==LOGRADOURO-ENT==
                      ==PREFIXO-NUM== BY ==NUM-END-ENT==
                      ==PREFIXO-CPL== BY ==COMPLEMENTO-ENT==
                      ==PREFIXO-BAI== BY ==BAIRRO-ENT==
                      ==PREFIXO-CID== BY ==CIDADE-ENT==
                      ==PREFIXO-UF== BY ==UF-ENT==
                      ==PREFIXO-CEP== BY ==CEP-ENT==.
              05 SITUACAO-CLI-ENT   PIC X(01).
              05 DATA-CADASTRO-ENT  PIC 9(08).

           03 COD-SAI      PIC 9(07).
           03 DADOS-SAI.
              05 CPF-SAI            PIC 9(11).
              05 ENDERECO-SAI.
                 COPY ENDER01 REPLACING
                      ==PREFIXO-LOG== BY ==LOGRADOURO-SAI==
                      ==PREFIXO-NUM== BY ==NUM-END-SAI==
                      ==PREFIXO-CPL== BY ==COMPLEMENTO-SAI==
                      ==PREFIXO-BAI== BY ==BAIRRO-SAI==
                      ==PREFIXO-CID== BY ==CIDADE-SAI==
                      ==PREFIXO-UF== BY ==UF-SAI==
                      ==PREFIXO-CEP== BY ==CEP-SAI==.
              05 SITUACAO-CLI-SAI   PIC X(01).
              05 DATA-CADASTRO-SAI  PIC 9(08).

       01 REG-ANT.
           03 NOME-ANT     PIC X(20).
           03 COD-ANT      PIC 9(07).
           03 DADOS-ANT    PIC X(126).

       FD CKPT-EXE01
           LABEL RECORD ARE STANDARD
       77 WS-FIM-REPO        PIC X(03) VALUE "NAO".
       77 WS-DATA-VIGENTE    PIC 9(08) VALUE ZEROS.
       77 WS-VIG-MODO        PIC 9(08) VALUE ZEROS.
       77 WS-CEP-VALIDO      PIC X(01) VALUE "S".
       77 WS-CONTADOR-CEP    PIC 9(07) VALUE ZEROS.
       77 WS-CEP-RESULTADO   PIC X(01) VALUE SPACES.
       77 WS-CEP-INDISPONIVEL PIC X(01) VALUE "N".
       01 WS-CEP-LOGRADOURO  PIC X(30).
       01 WS-CEP-BAIRRO      PIC X(20).
       01 WS-CEP-CIDADE      PIC X(25).
       01 WS-CEP-UF          PIC X(02).

       PROCEDURE DIVISION.
       PGM-EM01EX01.
                   MOVE "CP" TO WS-MOTIVO-REJ
                   PERFORM GRAVA-REJEITO
               ELSE
                   PERFORM VALIDA-CEP
                   IF WS-CEP-VALIDO = "N"
                       MOVE "CE" TO WS-MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                       ADD 1 TO WS-CONTADOR-CEP
                   ELSE
                       IF WS-MODO-EXEC = "D"
                           PERFORM VERIFICA-DELTA
                       ELSE
                           PERFORM GRAVA-SAIDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *        O CEP TEM DE EXISTIR NO CAD-CEP; CIDADE E UF VEM SEMPRE
      *        DA TABELA E BAIRRO E LOGRADOURO SO QUANDO VIEREM EM
      *        BRANCO. SEM A TABELA O CEP NAO E VALIDADO (AVISO NO LOG).
       VALIDA-CEP.
           MOVE "S" TO WS-CEP-VALIDO.
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
                   MOVE "N" TO WS-CEP-VALIDO
           END-EVALUATE.

       VALIDA-CPF.
           MOVE "S" TO WS-CPF-VALIDO.
           MOVE CPF-ENT (1:11) TO WS-CPF-TEXTO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE01 - NOMES PADRONIZADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-PADRONIZADO DELIMITED BY SIZE
                  "  CEP INVALIDO: " DELIMITED BY SIZE
                  WS-CONTADOR-CEP DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           IF WS-CEP-INDISPONIVEL = "S"
               MOVE "EXE01 - SEM TABELA DE CEP: CEP NAO VALIDADO"
                   TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           END-IF.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
