           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NTF.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EXE64   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.

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

       FD PARM-EXE64
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-OCO.DAT".

       01 REG-NTQ.
           COPY NOTIF01.

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD LOG-EXE64
           LABEL RECORD ARE STANDARD
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-NTF    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-RES-ABERTO    PIC X(01) VALUE "N".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-NOTIF    PIC 9(07) VALUE ZEROS.
       77 WS-SEVERIDADE-MINIMA PIC 9(01) VALUE 3.
       77 WS-DATA-MOVTO        PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA         PIC 9(05) VALUE ZEROS.
       01 WS-DATA-OCO          PIC 9(08).
       01 WS-DATA-OCO-R REDEFINES WS-DATA-OCO.
           03 WS-DO-AAAA           PIC 9(04).
           03 WS-DO-MM             PIC 9(02).
           03 WS-DO-DD             PIC 9(02).
       01 WS-DATA-EDITADA.
           03 WS-DE-DD             PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WS-DE-MM             PIC 9(02).
           03 FILLER               PIC X(01) VALUE "/".
           03 WS-DE-AAAA           PIC 9(04).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-EXE64.
           PERFORM LE-PARAMETRO.
           PERFORM LE-DATA-MOVTO.
           OPEN INPUT CADOCO.
           IF WS-STATUS-OCO NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               CLOSE PARM-EXE64
           END-IF.

       LE-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-MOVTO.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-MOV = "00"
               READ DATA-MOVTO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MOV = "00"
                   MOVE DATA-MOVTO-REG TO WS-DATA-MOVTO
               END-IF
               CLOSE DATA-MOVTO
           END-IF.

       VERIFICA-STATUS-OCN.
           IF WS-STATUS-OCN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
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
           MOVE "EXE64" TO ORIGEM-NTQ.
           MOVE WS-DATA-MOVTO TO DATA-NTQ DATA-SITUACAO-NTQ.
           MOVE WS-SEQUENCIA TO SEQUENCIA-NTQ.
           MOVE NUMERO-OCO TO NUMERO-NTQ.
           MOVE "OCO" TO MODELO-NTQ.
           MOVE SEVERIDADE-OCO TO MODELO-NTQ (4:1).
           MOVE NOME-RESP-RES TO DESTINATARIO-NTQ.
           MOVE ENDERECO-RES TO ENDERECO-NTQ.
           MOVE TELEFONE-RES TO TELEFONE-NTQ.
           MOVE "P" TO SITUACAO-NTQ.
           MOVE DATA-OCO TO WS-DATA-OCO.
           MOVE WS-DO-DD TO WS-DE-DD.
           MOVE WS-DO-MM TO WS-DE-MM.
           MOVE WS-DO-AAAA TO WS-DE-AAAA.
           STRING "OCORRENCIA EM " DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  DESCRICAO-OCO DELIMITED BY SIZE
               INTO MENSAGEM-NTQ.
           WRITE REG-NTQ.
           PERFORM VERIFICA-STATUS-NTF.
           ADD 1 TO WS-CONTADOR-NOTIF.

