       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX106.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    CONVERSAO UNICA DOS ENDERECOS EM TEXTO LIVRE (40 POSICOES)
      *    DO CADCLI1 E DO CADRES-ENT PARA O ENDERECO ESTRUTURADO
      *    (ENDER01). GRAVA CADCLI1-CONV E CADRES-ENT-CONV NO LAYOUT
      *    NOVO; O ENDERECO.SH TROCA OS ARQUIVOS DEPOIS DE UMA
      *    EXECUCAO SEM ERRO. O TEXTO E SEPARADO ASSIM:
      *      CEP      - 99999-999 OU 8 DIGITOS EM QUALQUER POSICAO,
      *                 COM OU SEM A PALAVRA CEP ANTES;
      *      NUMERO   - PRIMEIRA PALAVRA DEPOIS DA VIRGULA OU, SEM
      *                 ISSO, A PRIMEIRA PALAVRA NUMERICA (OU S/N) QUE
      *                 NAO ABRE O TEXTO E FECHA O TEXTO OU VEM ANTES
      *                 DE " - " OU DE UM COMPLEMENTO (APTO, CASA, BL,
      *                 SALA...), PARA NAO CORTAR NOMES COMO
      *                 "RUA 7 DE SETEMBRO";
      *      LOGRADOURO - O QUE VEM ANTES DO NUMERO;
      *      COMPLEMENTO E BAIRRO - O QUE VEM DEPOIS DO NUMERO,
      *                 SEPARADOS POR " - ".
      *    CIDADE E UF VEM DO CAD-CEP (CEPBUSCA), E TAMBEM O BAIRRO
      *    QUANDO O TEXTO NAO TRAZ. ENDERECO QUE NAO PODE SER SEPARADO
      *    (SEM CEP, CEP FORA DA TABELA, SEM NUMERO OU PARTE MAIOR QUE
      *    O CAMPO) E GRAVADO COM O TEXTO ORIGINAL NO LOGRADOURO E NO
      *    COMPLEMENTO E SAI NO REL-EX106 PARA REVISAO (RC=4). SEM A
      *    TABELA DE CEP NADA E CONVERTIDO (RC=8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI1   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CLI.

           SELECT CADCLI1-CONV   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CLN.

           SELECT CADRES-ENT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RES.

           SELECT CADRES-ENT-CONV   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RSN.

           SELECT REL-EX106   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT LOG-EX106   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADCLI1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI1.DAT".

       01 REG-CLI.
           03 COD-CLI          PIC 9(07).
           03 NOME-CLI         PIC X(20).
           03 CPF-CLI          PIC 9(11).
           03 ENDERECO-CLI     PIC X(40).
           03 SITUACAO-CLI     PIC X(01).
           03 DATA-CAD-CLI     PIC 9(08).

       FD CADCLI1-CONV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI1-CONV.DAT".

       01 REG-CLN.
           03 COD-CLN          PIC 9(07).
           03 NOME-CLN         PIC X(20).
           03 CPF-CLN          PIC 9(11).
           03 ENDERECO-CLN.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-CLN==
                   ==PREFIXO-NUM== BY ==NUM-END-CLN==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-CLN==
                   ==PREFIXO-BAI== BY ==BAIRRO-CLN==
                   ==PREFIXO-CID== BY ==CIDADE-CLN==
                   ==PREFIXO-UF== BY ==UF-CLN==
                   ==PREFIXO-CEP== BY ==CEP-CLN==.
           03 SITUACAO-CLN     PIC X(01).
           03 DATA-CAD-CLN     PIC 9(08).

       FD CADRES-ENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES-ENT.DAT".

       01 REG-RES.
           03 NUMERO-RES       PIC 9(07).
           03 NOME-RESP-RES    PIC X(30).
           03 PARENTESCO-RES   PIC X(10).
           03 ENDERECO-RES     PIC X(40).
           03 TELEFONE-RES     PIC X(11).

       FD CADRES-ENT-CONV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES-ENT-CONV.DAT".

       01 REG-RSN.
           03 NUMERO-RSN       PIC 9(07).
           03 NOME-RESP-RSN    PIC X(30).
           03 PARENTESCO-RSN   PIC X(10).
           03 ENDERECO-RSN.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-RSN==
                   ==PREFIXO-NUM== BY ==NUM-END-RSN==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-RSN==
                   ==PREFIXO-BAI== BY ==BAIRRO-RSN==
                   ==PREFIXO-CID== BY ==CIDADE-RSN==
                   ==PREFIXO-UF== BY ==UF-RSN==
                   ==PREFIXO-CEP== BY ==CEP-RSN==.
           03 TELEFONE-RSN     PIC X(11).

       FD REL-EX106
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX106.DAT".

       01 REG-REL                 PIC X(80).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD LOG-EX106
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX106.DAT".

       01 REG-LOG                 PIC X(80).

       FD RUN-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUN-HIST.DAT".

       01 REG-RUN-HIST.
           03 PROGRAMA-RHI     PIC X(05).
           03 DATA-RHI         PIC 9(08).
           03 HORA-INICIO-RHI  PIC 9(06).
           03 HORA-FIM-RHI     PIC 9(06).
           03 LIDOS-RHI        PIC 9(07).
           03 GRAVADOS-RHI     PIC 9(07).
           03 REJEITADOS-RHI   PIC 9(07).
           03 RC-RHI           PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLI    PIC X(02) VALUE "00".
       77 WS-STATUS-CLN    PIC X(02) VALUE "00".
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-RSN    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-CLI       PIC X(03) VALUE "NAO".
       77 WS-FIM-RES       PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX106".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-LIDOS-CLI     PIC 9(07) VALUE ZEROS.
       77 WS-CONV-CLI      PIC 9(07) VALUE ZEROS.
       77 WS-REV-CLI       PIC 9(07) VALUE ZEROS.
       77 WS-LIDOS-RES     PIC 9(07) VALUE ZEROS.
       77 WS-CONV-RES      PIC 9(07) VALUE ZEROS.
       77 WS-REV-RES       PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-LIDO PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-TEM-TABELA    PIC X(01) VALUE "S".
       77 WS-I             PIC 9(02).
       77 WS-J             PIC 9(02).
       77 WS-K             PIC 9(02).
       77 WS-TAM           PIC 9(02).
       77 WS-POS-CEP       PIC 9(02).
       77 WS-TAM-CEP       PIC 9(02).
       77 WS-POS-VIRG      PIC 9(02).
       77 WS-POS-NUM       PIC 9(02).
       77 WS-TAM-NUM       PIC 9(02).
       77 WS-FIM-LOG       PIC 9(02).
       77 WS-POS-HIFEN     PIC 9(02).
       77 WS-M             PIC 9(02).
       77 WS-N             PIC 9(02).
       77 WS-ACEITA-NUMERO PIC X(01).
       01 WS-PALAVRA       PIC X(04).
       77 WS-INICIO-PALAVRA PIC X(01).
       77 WS-PAROU         PIC X(01).
       01 WS-MOTIVO-REV    PIC X(02).
       01 WS-ORIGEM        PIC X(03).
       01 WS-CODIGO        PIC 9(07).

      *    TEXTO DO ENDERECO COM FOLGA NO FIM PARA AS COMPARACOES DE
      *    ATE 3 POSICOES A PARTIR DA ULTIMA LETRA.
       01 WS-TEXTO         PIC X(43).
       01 WS-TEXTO-ORIGINAL PIC X(40).
       01 WS-CEP-X         PIC X(08).
       01 WS-CEP-RESULTADO PIC X(01).
       01 WS-CEP-LOGRADOURO PIC X(30).
       01 WS-CEP-BAIRRO    PIC X(20).
       01 WS-CEP-CIDADE    PIC X(25).
       01 WS-CEP-UF        PIC X(02).

       01 WS-ENDERECO.
           COPY ENDER01 REPLACING
                ==PREFIXO-LOG== BY ==WS-END-LOG==
                ==PREFIXO-NUM== BY ==WS-END-NUM==
                ==PREFIXO-CPL== BY ==WS-END-CPL==
                ==PREFIXO-BAI== BY ==WS-END-BAI==
                ==PREFIXO-CID== BY ==WS-END-CID==
                ==PREFIXO-UF== BY ==WS-END-UF==
                ==PREFIXO-CEP== BY ==WS-END-CEP==.

       01 WS-MOTIVOS.
           03 FILLER PIC X(22) VALUE "VZENDERECO EM BRANCO".
           03 FILLER PIC X(22) VALUE "SCSEM CEP".
           03 FILLER PIC X(22) VALUE "CNCEP NAO CADASTRADO".
           03 FILLER PIC X(22) VALUE "SNSEM NUMERO".
           03 FILLER PIC X(22) VALUE "SLSEM LOGRADOURO".
           03 FILLER PIC X(22) VALUE "LGLOGRADOURO > 30".
           03 FILLER PIC X(22) VALUE "NUNUMERO > 6".
           03 FILLER PIC X(22) VALUE "CPCOMPLEMENTO > 15".
           03 FILLER PIC X(22) VALUE "BABAIRRO > 20".
       01 WS-MOTIVOS-R REDEFINES WS-MOTIVOS.
           03 WS-MOT-OCORRE OCCURS 9 TIMES.
               05 WS-MOT-CODIGO    PIC X(02).
               05 WS-MOT-DESCRICAO PIC X(20).

      *    PALAVRAS (ATE 4 LETRAS) QUE ABREM UM COMPLEMENTO.
       01 WS-COMPLEMENTOS.
           03 FILLER PIC X(20) VALUE "APTOAPT AP  APARCASA".
           03 FILLER PIC X(20) VALUE "BL  BLOCSALASL  LOJA".
           03 FILLER PIC X(20) VALUE "LJ  FUNDCONJLOTELT  ".
           03 FILLER PIC X(16) VALUE "QD  QUADANDASOBR".
       01 WS-COMPLEMENTOS-R REDEFINES WS-COMPLEMENTOS.
           03 WS-CPL-PALAVRA PIC X(04) OCCURS 19 TIMES.

       01 WS-LINHA-DET.
           03 WS-DET-ORIGEM    PIC X(03).
           03 FILLER           PIC X(01).
           03 WS-DET-CODIGO    PIC 9(07).
           03 FILLER           PIC X(01).
           03 WS-DET-ENDERECO  PIC X(40).
           03 FILLER           PIC X(01).
           03 WS-DET-MOTIVO    PIC X(02).
           03 FILLER           PIC X(01).
           03 WS-DET-DESCRICAO PIC X(20).
           03 FILLER           PIC X(04).
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX106.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-TEM-TABELA = "S"
               PERFORM CONVERTE-CLIENTES
               PERFORM CONVERTE-RESPONSAVEIS
               PERFORM IMPRIME-TOTAIS
               CLOSE REL-EX106
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX106.
           PERFORM LE-DATA-MOVTO.
           MOVE ZEROS TO WS-CEP-X.
           CALL "CEPBUSCA" USING WS-CEP-X WS-CEP-LOGRADOURO
                WS-CEP-BAIRRO WS-CEP-CIDADE WS-CEP-UF
                WS-CEP-RESULTADO.
           IF WS-CEP-RESULTADO = "I"
               MOVE "N" TO WS-TEM-TABELA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO" TO WS-PARAGRAFO-ERRO
               MOVE "EX106 - SEM TABELA DE CEP: NADA CONVERTIDO"
                   TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               OPEN OUTPUT REL-EX106
               PERFORM VERIFICA-STATUS-REL
               PERFORM GRAVA-CABECALHO
           END-IF.

       LE-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-SISTEMA.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-MOV = "00"
               READ DATA-MOVTO
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-MOV = "00"
                   MOVE DATA-MOVTO-REG TO WS-DATA-SISTEMA
               END-IF
               CLOSE DATA-MOVTO
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EX106 - ENDERECOS PARA REVISAO - " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "ORI CODIGO  ENDERECO ORIGINAL" TO WS-LINHA-REL.
           MOVE "MOTIVO" TO WS-LINHA-REL (53:6).
           WRITE REG-REL FROM WS-LINHA-REL.

      *    ARQUIVO DE ENTRADA AUSENTE (STATUS 35) NAO E ERRO: A
      *    CONVERSAO PODE SER FEITA PARA UM ARQUIVO SO.
       CONVERTE-CLIENTES.
           OPEN INPUT CADCLI1.
           IF WS-STATUS-CLI = "35"
               MOVE "EX106 - CADCLI1.DAT NAO ENCONTRADO" TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               IF WS-STATUS-CLI NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "CONVERTE-CLIENTES" TO WS-PARAGRAFO-ERRO
               ELSE
                   OPEN OUTPUT CADCLI1-CONV
                   PERFORM VERIFICA-STATUS-CLN
                   PERFORM LEITURA-CLIENTE
                   PERFORM PROCESSA-CLIENTE
                       UNTIL WS-FIM-CLI = "SIM"
                   CLOSE CADCLI1 CADCLI1-CONV
               END-IF
           END-IF.

       LEITURA-CLIENTE.
           READ CADCLI1
               AT END MOVE "SIM" TO WS-FIM-CLI
           END-READ.
           IF WS-FIM-CLI NOT = "SIM"
               IF WS-STATUS-CLI NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "LEITURA-CLIENTE" TO WS-PARAGRAFO-ERRO
                   MOVE "SIM" TO WS-FIM-CLI
               ELSE
                   ADD 1 TO WS-LIDOS-CLI
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-IF.

       PROCESSA-CLIENTE.
           MOVE ENDERECO-CLI TO WS-TEXTO.
           PERFORM CONVERTE-ENDERECO.
           MOVE COD-CLI TO COD-CLN.
           MOVE NOME-CLI TO NOME-CLN.
           MOVE CPF-CLI TO CPF-CLN.
           MOVE WS-ENDERECO TO ENDERECO-CLN.
           MOVE SITUACAO-CLI TO SITUACAO-CLN.
           MOVE DATA-CAD-CLI TO DATA-CAD-CLN.
           WRITE REG-CLN.
           PERFORM VERIFICA-STATUS-CLN.
           IF WS-MOTIVO-REV = SPACES
               ADD 1 TO WS-CONV-CLI
           ELSE
               ADD 1 TO WS-REV-CLI
               MOVE "CLI" TO WS-ORIGEM
               MOVE COD-CLI TO WS-CODIGO
               PERFORM IMPRIME-REVISAO
           END-IF.
           PERFORM LEITURA-CLIENTE.

       CONVERTE-RESPONSAVEIS.
           OPEN INPUT CADRES-ENT.
           IF WS-STATUS-RES = "35"
               MOVE "EX106 - CADRES-ENT.DAT NAO ENCONTRADO"
                   TO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               IF WS-STATUS-RES NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "CONVERTE-RESPONSAVEIS" TO WS-PARAGRAFO-ERRO
               ELSE
                   OPEN OUTPUT CADRES-ENT-CONV
                   PERFORM VERIFICA-STATUS-RSN
                   PERFORM LEITURA-RESPONSAVEL
                   PERFORM PROCESSA-RESPONSAVEL
                       UNTIL WS-FIM-RES = "SIM"
                   CLOSE CADRES-ENT CADRES-ENT-CONV
               END-IF
           END-IF.

       LEITURA-RESPONSAVEL.
           READ CADRES-ENT
               AT END MOVE "SIM" TO WS-FIM-RES
           END-READ.
           IF WS-FIM-RES NOT = "SIM"
               IF WS-STATUS-RES NOT = "00"
                   ADD 1 TO WS-QTD-ERROS-IO
                   MOVE "LEITURA-RESPONSAVEL" TO WS-PARAGRAFO-ERRO
                   MOVE "SIM" TO WS-FIM-RES
               ELSE
                   ADD 1 TO WS-LIDOS-RES
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-IF.

       PROCESSA-RESPONSAVEL.
           MOVE ENDERECO-RES TO WS-TEXTO.
           PERFORM CONVERTE-ENDERECO.
           MOVE NUMERO-RES TO NUMERO-RSN.
           MOVE NOME-RESP-RES TO NOME-RESP-RSN.
           MOVE PARENTESCO-RES TO PARENTESCO-RSN.
           MOVE WS-ENDERECO TO ENDERECO-RSN.
           MOVE TELEFONE-RES TO TELEFONE-RSN.
           WRITE REG-RSN.
           PERFORM VERIFICA-STATUS-RSN.
           IF WS-MOTIVO-REV = SPACES
               ADD 1 TO WS-CONV-RES
           ELSE
               ADD 1 TO WS-REV-RES
               MOVE "RES" TO WS-ORIGEM
               MOVE NUMERO-RES TO WS-CODIGO
               PERFORM IMPRIME-REVISAO
           END-IF.
           PERFORM LEITURA-RESPONSAVEL.

      *    SEPARA O TEXTO DE WS-TEXTO EM WS-ENDERECO. WS-MOTIVO-REV
      *    FICA EM BRANCO QUANDO O ENDERECO FOI SEPARADO SEM DUVIDA.
       CONVERTE-ENDERECO.
           MOVE WS-TEXTO TO WS-TEXTO-ORIGINAL.
           MOVE SPACES TO WS-MOTIVO-REV.
           INITIALIZE WS-ENDERECO.
           MOVE SPACES TO WS-CEP-BAIRRO.
           IF WS-TEXTO = SPACES
               MOVE "VZ" TO WS-MOTIVO-REV
           ELSE
               PERFORM LOCALIZA-CEP
               IF WS-POS-CEP = 0
                   MOVE "SC" TO WS-MOTIVO-REV
               ELSE
                   PERFORM RETIRA-CEP
               END-IF
               PERFORM LIMPA-FIM
               IF WS-MOTIVO-REV = SPACES
                   PERFORM SEPARA-NUMERO
               END-IF
               IF WS-MOTIVO-REV = SPACES
                   PERFORM SEPARA-RESTO
               END-IF
               IF WS-POS-CEP > 0
                   PERFORM CONSULTA-CEP
               END-IF
           END-IF.
           IF WS-MOTIVO-REV NOT = SPACES
               MOVE WS-TEXTO-ORIGINAL (1:30) TO WS-END-LOG
               MOVE SPACES TO WS-END-NUM
               MOVE WS-TEXTO-ORIGINAL (31:10) TO WS-END-CPL
               MOVE WS-CEP-BAIRRO TO WS-END-BAI
           END-IF.

       LOCALIZA-CEP.
           MOVE ZEROS TO WS-POS-CEP WS-TAM-CEP.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 33 OR WS-POS-CEP > 0
               PERFORM TESTA-CEP
           END-PERFORM.

      *    O CEP COMECA NO INICIO DE UMA SEQUENCIA DE DIGITOS E NAO
      *    PODE SER SEGUIDO DE OUTRO DIGITO (TELEFONE, CPF).
       TESTA-CEP.
           MOVE "S" TO WS-INICIO-PALAVRA.
           IF WS-I > 1
               IF WS-TEXTO (WS-I - 1:1) NUMERIC
                   MOVE "N" TO WS-INICIO-PALAVRA
               END-IF
           END-IF.
           IF WS-INICIO-PALAVRA = "S"
               IF WS-TEXTO (WS-I:8) NUMERIC
                   MOVE 8 TO WS-TAM-CEP
                   MOVE WS-TEXTO (WS-I:8) TO WS-CEP-X
               ELSE
                   IF WS-TEXTO (WS-I:5) NUMERIC
                      AND WS-TEXTO (WS-I + 5:1) = "-"
                      AND WS-TEXTO (WS-I + 6:3) NUMERIC
                       MOVE 9 TO WS-TAM-CEP
                       MOVE WS-TEXTO (WS-I:5) TO WS-CEP-X (1:5)
                       MOVE WS-TEXTO (WS-I + 6:3) TO WS-CEP-X (6:3)
                   END-IF
               END-IF
               IF WS-TAM-CEP > 0
                   IF WS-TEXTO (WS-I + WS-TAM-CEP:1) NUMERIC
                       MOVE ZEROS TO WS-TAM-CEP
                   ELSE
                       MOVE WS-I TO WS-POS-CEP
                   END-IF
               END-IF
           END-IF.

       RETIRA-CEP.
           MOVE SPACES TO WS-TEXTO (WS-POS-CEP:WS-TAM-CEP).
           MOVE WS-POS-CEP TO WS-J.
           MOVE "N" TO WS-PAROU.
           PERFORM UNTIL WS-J < 2 OR WS-PAROU = "S"
               EVALUATE WS-TEXTO (WS-J - 1:1)
                   WHEN " "
                   WHEN ":"
                   WHEN "."
                   WHEN "-"
                       SUBTRACT 1 FROM WS-J
                   WHEN OTHER
                       MOVE "S" TO WS-PAROU
               END-EVALUATE
           END-PERFORM.
           IF WS-J > 3
               IF WS-TEXTO (WS-J - 3:3) = "CEP"
                   MOVE SPACES TO WS-TEXTO (WS-J - 3:3)
               END-IF
           END-IF.

      *    TIRA SEPARADORES DO FIM DO TEXTO E DEIXA EM WS-TAM A
      *    POSICAO DO ULTIMO CARACTER UTIL.
       LIMPA-FIM.
           MOVE 40 TO WS-J.
           MOVE "N" TO WS-PAROU.
           PERFORM UNTIL WS-J = 0 OR WS-PAROU = "S"
               EVALUATE WS-TEXTO (WS-J:1)
                   WHEN " "
                   WHEN ","
                   WHEN "-"
                   WHEN ";"
                   WHEN "."
                       MOVE SPACE TO WS-TEXTO (WS-J:1)
                       SUBTRACT 1 FROM WS-J
                   WHEN OTHER
                       MOVE "S" TO WS-PAROU
               END-EVALUATE
           END-PERFORM.
           MOVE WS-J TO WS-TAM.
           IF WS-TAM = 0 AND WS-MOTIVO-REV = SPACES
               MOVE "SL" TO WS-MOTIVO-REV
           END-IF.

       SEPARA-NUMERO.
           MOVE ZEROS TO WS-POS-NUM WS-POS-VIRG.
           INSPECT WS-TEXTO TALLYING WS-POS-VIRG
               FOR CHARACTERS BEFORE INITIAL ",".
           IF WS-POS-VIRG < WS-TAM
               MOVE WS-POS-VIRG TO WS-FIM-LOG
               COMPUTE WS-J = WS-POS-VIRG + 2
               PERFORM UNTIL WS-J > WS-TAM
                       OR WS-TEXTO (WS-J:1) NOT = SPACE
                   ADD 1 TO WS-J
               END-PERFORM
               IF WS-TEXTO (WS-J:1) NUMERIC
                  OR WS-TEXTO (WS-J:3) = "S/N"
                   MOVE WS-J TO WS-POS-NUM
               END-IF
           END-IF.
           IF WS-POS-NUM = 0
               PERFORM VARYING WS-J FROM 2 BY 1
                       UNTIL WS-J > WS-TAM OR WS-POS-NUM > 0
                   IF WS-TEXTO (WS-J - 1:1) = SPACE
                       IF WS-TEXTO (WS-J:1) NUMERIC
                          OR WS-TEXTO (WS-J:3) = "S/N"
                           PERFORM TESTA-NUMERO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-POS-NUM = 0
               MOVE "SN" TO WS-MOTIVO-REV
           ELSE
               PERFORM SEPARA-LOGRADOURO
           END-IF.

      *    A PALAVRA NUMERICA EM WS-J SO E O NUMERO SE FECHA O TEXTO
      *    OU SE VEM SEGUIDA DE SEPARADOR OU DE UM COMPLEMENTO.
       TESTA-NUMERO.
           MOVE "N" TO WS-ACEITA-NUMERO.
           MOVE WS-J TO WS-M.
           PERFORM UNTIL WS-TEXTO (WS-M:1) = SPACE
                   OR WS-TEXTO (WS-M:1) = ","
                   OR WS-TEXTO (WS-M:1) = "-"
               ADD 1 TO WS-M
           END-PERFORM.
           PERFORM UNTIL WS-M > WS-TAM
                   OR (WS-TEXTO (WS-M:1) NOT = SPACE
                       AND WS-TEXTO (WS-M:1) NOT = ",")
               ADD 1 TO WS-M
           END-PERFORM.
           IF WS-M > WS-TAM
               MOVE "S" TO WS-ACEITA-NUMERO
           ELSE
               IF WS-TEXTO (WS-M:1) = "-"
                   MOVE "S" TO WS-ACEITA-NUMERO
               ELSE
                   MOVE SPACES TO WS-PALAVRA
                   MOVE WS-M TO WS-N
                   PERFORM UNTIL WS-N - WS-M = 4
                           OR WS-TEXTO (WS-N:1) = SPACE
                           OR WS-TEXTO (WS-N:1) = "."
                       MOVE WS-TEXTO (WS-N:1)
                           TO WS-PALAVRA (WS-N - WS-M + 1:1)
                       ADD 1 TO WS-N
                   END-PERFORM
                   PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 19
                       IF WS-CPL-PALAVRA (WS-N) = WS-PALAVRA
                           MOVE "S" TO WS-ACEITA-NUMERO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-ACEITA-NUMERO = "S"
               MOVE WS-J TO WS-POS-NUM
               COMPUTE WS-FIM-LOG = WS-J - 1
           END-IF.

       SEPARA-LOGRADOURO.
           MOVE WS-POS-NUM TO WS-K.
           PERFORM UNTIL WS-TEXTO (WS-K:1) = SPACE
                   OR WS-TEXTO (WS-K:1) = ","
                   OR WS-TEXTO (WS-K:1) = "-"
               ADD 1 TO WS-K
           END-PERFORM.
           COMPUTE WS-TAM-NUM = WS-K - WS-POS-NUM.
           MOVE "N" TO WS-PAROU.
           PERFORM UNTIL WS-FIM-LOG = 0 OR WS-PAROU = "S"
               EVALUATE WS-TEXTO (WS-FIM-LOG:1)
                   WHEN " "
                   WHEN ","
                   WHEN "-"
                       SUBTRACT 1 FROM WS-FIM-LOG
                   WHEN OTHER
                       MOVE "S" TO WS-PAROU
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-FIM-LOG = 0
                   MOVE "SL" TO WS-MOTIVO-REV
               WHEN WS-FIM-LOG > 30
                   MOVE "LG" TO WS-MOTIVO-REV
               WHEN WS-TAM-NUM > 6
                   MOVE "NU" TO WS-MOTIVO-REV
               WHEN OTHER
                   MOVE WS-TEXTO (1:WS-FIM-LOG) TO WS-END-LOG
                   MOVE WS-TEXTO (WS-POS-NUM:WS-TAM-NUM)
                       TO WS-END-NUM
           END-EVALUATE.

      *    DEPOIS DO NUMERO: "COMPLEMENTO - BAIRRO", "- BAIRRO" OU SO
      *    O COMPLEMENTO.
       SEPARA-RESTO.
           COMPUTE WS-J = WS-POS-NUM + WS-TAM-NUM.
           PERFORM UNTIL WS-J > WS-TAM
                   OR (WS-TEXTO (WS-J:1) NOT = SPACE
                       AND WS-TEXTO (WS-J:1) NOT = ",")
               ADD 1 TO WS-J
           END-PERFORM.
           IF WS-J NOT > WS-TAM
               IF WS-TEXTO (WS-J:1) = "-"
                   COMPUTE WS-K = WS-J + 1
                   PERFORM SEPARA-BAIRRO
               ELSE
                   MOVE ZEROS TO WS-POS-HIFEN
                   PERFORM VARYING WS-K FROM WS-J BY 1
                           UNTIL WS-K > WS-TAM OR WS-POS-HIFEN > 0
                       IF WS-TEXTO (WS-K:3) = " - "
                           MOVE WS-K TO WS-POS-HIFEN
                       END-IF
                   END-PERFORM
                   IF WS-POS-HIFEN = 0
                       COMPUTE WS-K = WS-TAM - WS-J + 1
                   ELSE
                       COMPUTE WS-K = WS-POS-HIFEN - WS-J
                   END-IF
                   IF WS-K > 15
                       MOVE "CP" TO WS-MOTIVO-REV
                   ELSE
                       MOVE WS-TEXTO (WS-J:WS-K) TO WS-END-CPL
                   END-IF
                   IF WS-POS-HIFEN > 0
                       COMPUTE WS-K = WS-POS-HIFEN + 3
                       PERFORM SEPARA-BAIRRO
                   END-IF
               END-IF
           END-IF.

       SEPARA-BAIRRO.
           PERFORM UNTIL WS-K > WS-TAM
                   OR WS-TEXTO (WS-K:1) NOT = SPACE
               ADD 1 TO WS-K
           END-PERFORM.
           IF WS-K NOT > WS-TAM
               IF WS-TAM - WS-K + 1 > 20
                   MOVE "BA" TO WS-MOTIVO-REV
               ELSE
                   MOVE WS-TEXTO (WS-K:WS-TAM - WS-K + 1)
                       TO WS-END-BAI
               END-IF
           END-IF.

       CONSULTA-CEP.
           MOVE WS-CEP-X TO WS-END-CEP.
           CALL "CEPBUSCA" USING WS-CEP-X WS-CEP-LOGRADOURO
                WS-CEP-BAIRRO WS-CEP-CIDADE WS-CEP-UF
                WS-CEP-RESULTADO.
           IF WS-CEP-RESULTADO = "S"
               MOVE WS-CEP-CIDADE TO WS-END-CID
               MOVE WS-CEP-UF TO WS-END-UF
               IF WS-END-BAI = SPACES
                   MOVE WS-CEP-BAIRRO TO WS-END-BAI
               END-IF
           ELSE
               IF WS-MOTIVO-REV = SPACES
                   MOVE "CN" TO WS-MOTIVO-REV
               END-IF
           END-IF.

       IMPRIME-REVISAO.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE WS-ORIGEM TO WS-DET-ORIGEM.
           MOVE WS-CODIGO TO WS-DET-CODIGO.
           MOVE WS-TEXTO-ORIGINAL TO WS-DET-ENDERECO.
           MOVE WS-MOTIVO-REV TO WS-DET-MOTIVO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF WS-MOT-CODIGO (WS-I) = WS-MOTIVO-REV
                   MOVE WS-MOT-DESCRICAO (WS-I) TO WS-DET-DESCRICAO
               END-IF
           END-PERFORM.
           WRITE REG-REL FROM WS-LINHA-DET.
           PERFORM VERIFICA-STATUS-REL.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           STRING "CLIENTES     - LIDOS: " DELIMITED BY SIZE
                  WS-LIDOS-CLI DELIMITED BY SIZE
                  "  CONVERTIDOS: " DELIMITED BY SIZE
                  WS-CONV-CLI DELIMITED BY SIZE
                  "  REVISAO: " DELIMITED BY SIZE
                  WS-REV-CLI DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RESPONSAVEIS - LIDOS: " DELIMITED BY SIZE
                  WS-LIDOS-RES DELIMITED BY SIZE
                  "  CONVERTIDOS: " DELIMITED BY SIZE
                  WS-CONV-RES DELIMITED BY SIZE
                  "  REVISAO: " DELIMITED BY SIZE
                  WS-REV-RES DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       VERIFICA-STATUS-CLN.
           IF WS-STATUS-CLN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CLN"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-CLI
           END-IF.

       VERIFICA-STATUS-RSN.
           IF WS-STATUS-RSN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-RSN"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-RES
           END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX106 - CLIENTES: " DELIMITED BY SIZE
                  WS-LIDOS-CLI DELIMITED BY SIZE
                  "  CONVERTIDOS: " DELIMITED BY SIZE
                  WS-CONV-CLI DELIMITED BY SIZE
                  "  REVISAO: " DELIMITED BY SIZE
                  WS-REV-CLI DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX106 - RESPONSAVEIS: " DELIMITED BY SIZE
                  WS-LIDOS-RES DELIMITED BY SIZE
                  "  CONVERTIDOS: " DELIMITED BY SIZE
                  WS-CONV-RES DELIMITED BY SIZE
                  "  REVISAO: " DELIMITED BY SIZE
                  WS-REV-RES DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX106 - ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EX106" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           COMPUTE GRAVADOS-RHI = WS-CONV-CLI + WS-CONV-RES.
           COMPUTE REJEITADOS-RHI = WS-REV-CLI + WS-REV-RES.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-REV-CLI > 0 OR WS-REV-RES > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "CLI=" DELIMITED BY SIZE
                  WS-STATUS-CLI DELIMITED BY SIZE
                  " CLN=" DELIMITED BY SIZE
                  WS-STATUS-CLN DELIMITED BY SIZE
                  " RES=" DELIMITED BY SIZE
                  WS-STATUS-RES DELIMITED BY SIZE
                  " RSN=" DELIMITED BY SIZE
                  WS-STATUS-RSN DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE WS-TEXTO-ORIGINAL TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REV-CLI > 0 OR WS-REV-RES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX106.
