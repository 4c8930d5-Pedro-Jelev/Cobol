           03 COD-CLI      PIC 9(07).
           03 NOME-CLI     PIC X(20).
           03 CPF-CLI      PIC 9(11).
           03 ENDERECO-CLI.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-CLI==
                   ==PREFIXO-NUM== BY ==NUM-END-CLI==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-CLI==
                   ==PREFIXO-BAI== BY ==BAIRRO-CLI==
                   ==PREFIXO-CID== BY ==CIDADE-CLI==
                   ==PREFIXO-UF== BY ==UF-CLI==
                   ==PREFIXO-CEP== BY ==CEP-CLI==.
           03 SITUACAO-CLI PIC X(01).
           03 DATA-CAD-CLI PIC 9(08).

           03 COD-CLT      PIC 9(07).
           03 NOME-CLT     PIC X(20).
           03 CPF-CLT      PIC 9(11).
           03 ENDERECO-CLT.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-CLT==
                   ==PREFIXO-NUM== BY ==NUM-END-CLT==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-CLT==
                   ==PREFIXO-BAI== BY ==BAIRRO-CLT==
                   ==PREFIXO-CID== BY ==CIDADE-CLT==
                   ==PREFIXO-UF== BY ==UF-CLT==
                   ==PREFIXO-CEP== BY ==CEP-CLT==.
           03 SITUACAO-CLT PIC X(01).
           03 DATA-CAD-CLT PIC 9(08).

           STRING "CLIENTE TST " DELIMITED BY SIZE
                  COD-CLI DELIMITED BY SIZE
               INTO NOME-CLT.
           MOVE SPACES TO LOGRADOURO-CLT.
           STRING "RUA TESTE " DELIMITED BY SIZE
                  COD-CLI DELIMITED BY SIZE
               INTO LOGRADOURO-CLT.
           MOVE "S/N" TO NUM-END-CLT.
           MOVE SPACES TO COMPLEMENTO-CLT.
           PERFORM GERA-CPF-TESTE.
           MOVE WS-CPF-TEXTO TO CPF-CLT (1:11).
           WRITE REG-CLT.
