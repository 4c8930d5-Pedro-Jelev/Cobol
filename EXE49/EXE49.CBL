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

       FD CAD-COBRANCA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-COB.DAT".

       01 REG-NTQ.
           COPY NOTIF01.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
       77 WS-ESTAGIO       PIC 9(01) VALUE ZEROS.
       77 WS-ESTAGIO-ANT   PIC 9(01) VALUE ZEROS.
       77 WS-NUMERO-ALUNO  PIC 9(07) VALUE ZEROS.
       77 WS-SEQUENCIA     PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-EDITADO PIC ZZZZZZ9.99.
       01 WS-MENSAGEM-ESTAGIO      PIC X(55).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
               READ CADRES
                   INVALID KEY
                       MOVE SPACES TO NOME-RESP-RES
                       INITIALIZE ENDERECO-RES
                       MOVE SPACES TO TELEFONE-RES
               END-READ
           ELSE
               MOVE SPACES TO NOME-RESP-RES
               INITIALIZE ENDERECO-RES
               MOVE SPACES TO TELEFONE-RES
           END-IF.

       GRAVA-NOTIFICACAO.
           PERFORM BUSCA-RESPONSAVEL.
           INITIALIZE REG-NTQ.
           ADD 1 TO WS-SEQUENCIA.
           MOVE "EXE49" TO ORIGEM-NTQ.
           MOVE WS-DATA-REFERENCIA TO DATA-NTQ DATA-SITUACAO-NTQ.
           MOVE WS-SEQUENCIA TO SEQUENCIA-NTQ.
           MOVE WS-NUMERO-ALUNO TO NUMERO-NTQ.
           MOVE "COB" TO MODELO-NTQ.
           MOVE WS-ESTAGIO TO MODELO-NTQ (4:1).
           MOVE NOME-RESP-RES TO DESTINATARIO-NTQ.
           MOVE ENDERECO-RES TO ENDERECO-NTQ.
           MOVE TELEFONE-RES TO TELEFONE-NTQ.
           MOVE "P" TO SITUACAO-NTQ.
           MOVE SPACES TO WS-MENSAGEM-ESTAGIO.
           EVALUATE WS-ESTAGIO
               WHEN 1
                   MOVE "LEMBRETE: HA MENSALIDADES EM ABERTO HA MAIS D
      -            "E 30 DIAS." TO WS-MENSAGEM-ESTAGIO
               WHEN 2
                   MOVE "AVISO: HA MENSALIDADES EM ABERTO HA MAIS DE 6
      -            "0 DIAS." TO WS-MENSAGEM-ESTAGIO
               WHEN 3
                   MOVE "NOTIFICACAO FINAL: DEBITO EM ABERTO HA MAIS D
      -            "E 90 DIAS." TO WS-MENSAGEM-ESTAGIO
           END-EVALUATE.
           MOVE WS-VALOR-TOTAL TO WS-VALOR-EDITADO.
           STRING WS-MENSAGEM-ESTAGIO DELIMITED BY "  "
                  " TOTAL: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VALOR-EDITADO) DELIMITED BY SIZE
               INTO MENSAGEM-NTQ.
           WRITE REG-NTQ.
           PERFORM VERIFICA-STATUS-NTF.
           ADD 1 TO WS-CONTADOR-NOTIF.

