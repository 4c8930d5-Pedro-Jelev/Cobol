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

       FD LOG-EXE22
