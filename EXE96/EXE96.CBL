       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXE96.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    EVENTOS DO ESOCIAL DA FOLHA E DO CADASTRO DE FUNCIONARIOS.
      *    MODO G: GERA O LOTE DE EVENTOS NAO PERIODICOS A PARTIR DO
      *    JORNAL DO CADFUN (S-2200 ADMISSAO, S-2205/S-2206 ALTERACAO
      *    CADASTRAL/CONTRATUAL), DAS LICENCAS (CAD-LIC) E AFASTAMENTOS
      *    (CAD-AFASTADOS) - S-2230 - E DAS RESCISOES CALCULADAS PELO
      *    EXE67 (CAD-AUD-RESC) - S-2299.
      *    MODO F: ALEM DOS ANTERIORES, GERA OS EVENTOS PERIODICOS DA
      *    COMPETENCIA: S-1200 REMUNERACAO (CAD-BRUTO) E S-1210
      *    PAGAMENTO (CAD-LIQ).
      *    CADA EVENTO RECEBE UM NUMERO DE CONTROLE (CTRL-ESOCIAL.DAT) E
      *    O IDENTIFICADOR DO ESOCIAL, E ENTRA NO REGISTRO DE EVENTOS
      *    (ESOCIAL-REG.DAT) COMO PENDENTE. O EVENTO JA REGISTRADO NAO
      *    E GERADO DE NOVO; O REJEITADO E REEMITIDO COM NOVO NUMERO.
      *    MODO R: LE O RECIBO DO GOVERNO (ESOCIAL-RET.DAT) E ATUALIZA A
      *    SITUACAO DE CADA EVENTO NO REGISTRO.
      *    NOS DOIS MODOS, REL-ESOCIAL-PEND.DAT LISTA OS EVENTOS AINDA
      *    PENDENTES, EM PROCESSAMENTO OU REJEITADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-EXE96   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PARM.

           SELECT PARM-NFSE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NFP.

           SELECT CTRL-ESOCIAL   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTL.

           SELECT CTRL-ESOCIAL-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CTN.

           SELECT CADFUN-JRN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-JRN.

           SELECT CAD-CARGO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAR.

           SELECT CAD-LIC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIC.

           SELECT CAD-AFASTADOS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AFA.

           SELECT CAD-AUD-RESC   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AUD.

           SELECT CAD-BRUTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BRT.

           SELECT CAD-LIQ   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LIQ.

           SELECT ORDENA-EVENTO   ASSIGN TO DISK.

           SELECT ESOCIAL-REG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ESR.

           SELECT ESOCIAL-REG-NOVO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENV.

           SELECT ESOCIAL-RET   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RET.

           SELECT ESOCIAL-LOTE   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LOT.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EXE96   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT REL-ESOCIAL-PEND   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PND.

           SELECT LOG-EXE96   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
      *    MODO G = EVENTOS NAO PERIODICOS (PADRAO)
      *    MODO F = NAO PERIODICOS E PERIODICOS DA COMPETENCIA
      *    MODO R = PROCESSAMENTO DO RECIBO DO GOVERNO
      *    COMPETENCIA AAAAMM OPCIONAL NO MODO F; SEM ELA VALE O MES
      *    DA DATA DO MOVIMENTO.
       FD PARM-EXE96
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-EXE96.DAT".

       01 REG-PARM-EXE96.
           03 MODO-PARM        PIC X(01).
           03 COMPETENCIA-PARM PIC X(06).

       FD PARM-NFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-NFSE.DAT".

       01 REG-NFP.
           03 CNPJ-NFP         PIC 9(14).
           03 FILLER           PIC X(37).

       FD CTRL-ESOCIAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-ESOCIAL.DAT".

       01 REG-CTL.
           03 NUMERO-CTL       PIC 9(08).
           03 LOTE-CTL         PIC 9(06).

       FD CTRL-ESOCIAL-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTRL-ESOCIAL-NOVO.DAT".

       01 REG-CTN.
           03 NUMERO-CTN       PIC 9(08).
           03 LOTE-CTN         PIC 9(06).

      *    JORNAL DO CADFUN GRAVADO PELO EXE66; AS IMAGENS TEM O
      *    LEIAUTE DO CADFUN SEM O CARGO, QUE VEM NOS DOIS CAMPOS DO
      *    FIM (EM BRANCO NOS REGISTROS ANTERIORES AO CADASTRO DE
      *    CARGOS).
       FD CADFUN-JRN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUN-JRN.DAT".

       01 REG-JRN.
           03 DATA-JRN         PIC 9(08).
           03 TIPO-JRN         PIC X(01).
           03 CODIGO-JRN       PIC 9(05).
           03 IMAGEM-ANTES-JRN PIC X(45).
           03 IMAGEM-DEPOIS-JRN PIC X(45).
           03 CARGO-ANTES-JRN  PIC X(04).
           03 CARGO-DEPOIS-JRN PIC X(04).

      *    CADASTRO DE CARGOS, PARA O CBO DO CARGO NOS EVENTOS DE
      *    ADMISSAO E ALTERACAO.
       FD CAD-CARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CARGO.DAT".

       01 REG-CAR.
           COPY CARGO01.

       FD CAD-LIC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-LIC.DAT".

       01 REG-LIC.
           03 MATRICULA-LIC    PIC 9(05).
           03 TIPO-LIC         PIC X(02).
           03 INICIO-LIC       PIC 9(08).
           03 FIM-LIC          PIC 9(08).

       FD CAD-AFASTADOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AFASTADOS.DAT".

       01 REG-AFA.
           03 MATRICULA-AFA    PIC 9(05).
           03 TIPO-AFA         PIC X(02).
           03 FIM-AFA          PIC 9(08).

       FD CAD-AUD-RESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-AUD-RESC.DAT".

       01 REG-AUD.
           03 CODIGO-AUD       PIC 9(05).
           03 DATA-DESLIG-AUD  PIC 9(08).
           03 TIPO-AUD         PIC X(02).
           03 SALDO-SALARIO-AUD PIC 9(06)V99.
           03 DECIMO-AUD       PIC 9(06)V99.
           03 FERIAS-AUD       PIC 9(06)V99.
           03 TERCO-AUD        PIC 9(06)V99.
           03 AVISO-AUD        PIC 9(06)V99.
           03 TOTAL-AUD        PIC 9(07)V99.

       FD CAD-BRUTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-BRUTO.DAT".

       01 REG-BRT.
           03 MATRICULA-BRT    PIC 9(05).
           03 NOME-BRT         PIC X(30).
           03 SALARIO-BASE-BRT PIC 9(05)V99.
           03 HORAS-HE50-BRT   PIC 9(03).
           03 VALOR-HE50-BRT   PIC 9(06)V99.
           03 HORAS-HE100-BRT  PIC 9(03).
           03 VALOR-HE100-BRT  PIC 9(06)V99.
           03 HORAS-AULA-BRT   PIC 9(04)V9.
           03 VALOR-AULA-BRT   PIC 9(06)V99.
           03 SALARIO-BRUTO-BRT PIC 9(06)V99.
           03 DEPTO-BRT        PIC X(03).
           03 ADMISSAO-BRT     PIC 9(08).

      *    CAD-LIQ CHEGA ORDENADO POR CODIGO (FOLHA.SH), COM MAIS DE UM
      *    REGISTRO POR FUNCIONARIO QUANDO HA REEMISSAO OU RESCISAO.
       FD CAD-LIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-LIQ.DAT".

       01 REG-LIQ.
           03 CODIGO-LIQ       PIC 9(05).
           03 BRUTO-LIQ        PIC 9(06)V99.
           03 INSS-LIQ         PIC 9(06)V99.
           03 IRRF-LIQ         PIC 9(06)V99.
           03 LIQUIDO-LIQ      PIC 9(06)V99.
           03 DEPTO-LIQ        PIC X(03).

      *    EVENTO CANDIDATO: CHAVE (EVENTO, MATRICULA E REFERENCIA DA
      *    ORIGEM) SEGUIDA DOS DADOS DO EVENTO.
       SD ORDENA-EVENTO.

       01 REG-ORD.
           03 CHAVE-ORD.
              04 EVENTO-ORD       PIC X(06).
              04 MATRICULA-ORD    PIC 9(05).
              04 REFERENCIA-ORD   PIC X(09).
           03 DADOS-ORD        PIC X(60).

      *    REGISTRO DE EVENTOS: UM REGISTRO POR EVENTO GERADO, NA ORDEM
      *    DA CHAVE (NO RECIBO, NA ORDEM DO NUMERO DE CONTROLE).
      *    REFERENCIA: J + SEQUENCIA NO JORNAL, L + INICIO DA LICENCA,
      *    A + FIM DO AFASTAMENTO, D + DATA DO DESLIGAMENTO OU
      *    C + COMPETENCIA.
      *    SITUACAO: P PENDENTE DE ENVIO, E ENVIADO (EM PROCESSAMENTO),
      *    A ACEITO (RECIBO), R REJEITADO.
       FD ESOCIAL-REG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESOCIAL-REG.DAT".

       01 REG-ESR.
           03 CHAVE-ESR.
              04 EVENTO-ESR       PIC X(06).
              04 MATRICULA-ESR    PIC 9(05).
              04 REFERENCIA-ESR   PIC X(09).
           03 NUMERO-ESR       PIC 9(08).
           03 ID-ESR           PIC X(36).
           03 LOTE-ESR         PIC 9(06).
           03 DATA-GERACAO-ESR PIC 9(08).
           03 SITUACAO-ESR     PIC X(01).
           03 RECIBO-ESR       PIC X(23).
           03 DATA-RETORNO-ESR PIC 9(08).
           03 MENSAGEM-ESR     PIC X(40).

       FD ESOCIAL-REG-NOVO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESOCIAL-REG-NOVO.DAT".

       01 REG-ENV.
           03 CHAVE-ENV.
              04 EVENTO-ENV       PIC X(06).
              04 MATRICULA-ENV    PIC 9(05).
              04 REFERENCIA-ENV   PIC X(09).
           03 NUMERO-ENV       PIC 9(08).
           03 ID-ENV           PIC X(36).
           03 LOTE-ENV         PIC 9(06).
           03 DATA-GERACAO-ENV PIC 9(08).
           03 SITUACAO-ENV     PIC X(01).
           03 RECIBO-ENV       PIC X(23).
           03 DATA-RETORNO-ENV PIC 9(08).
           03 MENSAGEM-ENV     PIC X(40).

      *    RECIBO DO GOVERNO, UM REGISTRO POR EVENTO PROCESSADO, PELO
      *    NUMERO DE CONTROLE. SITUACAO: E RECEBIDO (PROTOCOLO),
      *    A ACEITO (NUMERO DO RECIBO), R REJEITADO (MENSAGEM).
       FD ESOCIAL-RET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESOCIAL-RET.DAT".

       01 REG-RET.
           03 NUMERO-RET       PIC 9(08).
           03 SITUACAO-RET     PIC X(01).
           03 RECIBO-RET       PIC X(23).
           03 DATA-RET         PIC 9(08).
           03 MENSAGEM-RET     PIC X(40).

      *    LOTE DE EVENTOS: CABECALHO (1), UM DETALHE POR EVENTO (2) E
      *    TRAILER (9) COM A QUANTIDADE. OS DADOS DO DETALHE SEGUEM O
      *    LEIAUTE DO EVENTO DESCRITO EM WS-DADOS-EVENTO.
       FD ESOCIAL-LOTE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESOCIAL-LOTE.DAT".

       01 REG-LOT-DETALHE.
           03 TIPO-LOT         PIC X(01).
           03 NUMERO-LOT       PIC 9(08).
           03 ID-LOT           PIC X(36).
           03 EVENTO-LOT       PIC X(06).
           03 MATRICULA-LOT    PIC 9(05).
           03 REFERENCIA-LOT   PIC X(09).
           03 DADOS-LOT        PIC X(60).

       01 REG-LOT-HEADER REDEFINES REG-LOT-DETALHE.
           03 TIPO-LOT-HDR     PIC X(01).
           03 CNPJ-LOT-HDR     PIC 9(14).
           03 LOTE-LOT-HDR     PIC 9(06).
           03 DATA-LOT-HDR     PIC 9(08).
           03 HORA-LOT-HDR     PIC 9(06).
           03 FILLER           PIC X(90).

       01 REG-LOT-TRAILER REDEFINES REG-LOT-DETALHE.
           03 TIPO-LOT-TRL     PIC X(01).
           03 QTD-LOT-TRL      PIC 9(07).
           03 FILLER           PIC X(117).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EXE96
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EXE96.DAT".

       01 REG-REL                 PIC X(80).

       FD REL-ESOCIAL-PEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-ESOCIAL-PEND.DAT".

       01 REG-PND                 PIC X(80).

       FD LOG-EXE96
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EXE96.DAT".

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
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-STATUS-PARM   PIC X(02) VALUE "00".
       77 WS-STATUS-NFP    PIC X(02) VALUE "00".
       77 WS-STATUS-CTL    PIC X(02) VALUE "00".
       77 WS-STATUS-CTN    PIC X(02) VALUE "00".
       77 WS-STATUS-JRN    PIC X(02) VALUE "00".
       77 WS-STATUS-CAR    PIC X(02) VALUE "00".
       77 WS-STATUS-LIC    PIC X(02) VALUE "00".
       77 WS-STATUS-AFA    PIC X(02) VALUE "00".
       77 WS-STATUS-AUD    PIC X(02) VALUE "00".
       77 WS-STATUS-BRT    PIC X(02) VALUE "00".
       77 WS-STATUS-LIQ    PIC X(02) VALUE "00".
       77 WS-STATUS-ESR    PIC X(02) VALUE "00".
       77 WS-STATUS-ENV    PIC X(02) VALUE "00".
       77 WS-STATUS-RET    PIC X(02) VALUE "00".
       77 WS-STATUS-LOT    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-PND    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-JRN       PIC X(03) VALUE "NAO".
       77 WS-FIM-CAR       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIC       PIC X(03) VALUE "NAO".
       77 WS-FIM-AFA       PIC X(03) VALUE "NAO".
       77 WS-FIM-AUD       PIC X(03) VALUE "NAO".
       77 WS-FIM-BRT       PIC X(03) VALUE "NAO".
       77 WS-FIM-LIQ       PIC X(03) VALUE "NAO".
       77 WS-FIM-ORD       PIC X(03) VALUE "NAO".
       77 WS-FIM-ESR       PIC X(03) VALUE "NAO".
       77 WS-FIM-RET       PIC X(03) VALUE "NAO".
       77 WS-LOTE-ABERTO   PIC X(01) VALUE "N".
       77 WS-PAG-PENDENTE  PIC X(01) VALUE "N".
       77 WS-RECUSADA      PIC X(01) VALUE "N".
       77 WS-MODO          PIC X(01) VALUE "G".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EXE96".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO     PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-CANDIDATO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-EMITIDO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REEMITIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REGISTRADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REPETIDO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-SEM-EVENTO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ENVIADO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ACEITO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJEITADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-JA-ACEITO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-REJ      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SIT-P         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SIT-E         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SIT-A         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SIT-R         PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA  PIC 9(08) VALUE ZEROS.
       77 WS-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77 WS-CNPJ          PIC 9(14) VALUE ZEROS.
       77 WS-NUMERO        PIC 9(08) VALUE ZEROS.
       77 WS-LOTE          PIC 9(06) VALUE ZEROS.
       77 WS-ORDEM-JRN     PIC 9(08) VALUE ZEROS.
       77 WS-CODIGO-PAG    PIC 9(05) VALUE ZEROS.
       77 WS-T             PIC 9(02).
       77 WS-QTD-CARGOS    PIC 9(03) VALUE ZEROS.
       77 WS-C             PIC 9(03).
       01 WS-EVENTO-CAND   PIC X(06) VALUE SPACES.
       01 WS-MATRICULA-CAND PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-ANTERIOR PIC X(20) VALUE LOW-VALUES.
       01 WS-SITUACAO-DESCR PIC X(40) VALUE SPACES.
       01 WS-REFERENCIA.
           03 WS-REF-ORIGEM    PIC X(01).
           03 WS-REF-VALOR     PIC 9(08).
       01 WS-REFERENCIA-COMP REDEFINES WS-REFERENCIA.
           03 FILLER           PIC X(01).
           03 WS-REF-COMP      PIC 9(06).
           03 WS-REF-COMP-FIM  PIC X(02).
      *    IDENTIFICADOR DO EVENTO: ID + TIPO DE INSCRICAO (1 = CNPJ) +
      *    CNPJ + DATA E HORA DA GERACAO + SEQUENCIAL NO LOTE.
       01 WS-ID-EVENTO.
           03 FILLER           PIC X(02) VALUE "ID".
           03 FILLER           PIC X(01) VALUE "1".
           03 WS-ID-CNPJ       PIC 9(14).
           03 WS-ID-DATA       PIC 9(08).
           03 WS-ID-HORA       PIC 9(06).
           03 WS-ID-SEQUENCIA  PIC 9(05) VALUE ZEROS.
      *    DADOS DO EVENTO NO DETALHE DO LOTE, CONFORME O EVENTO:
      *    S-2200/S-2205/S-2206 - DADOS DO CADASTRO APOS A ALTERACAO,
      *             COM O CARGO E SEU CBO (ZEROS SE O CARGO NAO ESTA
      *             NO CAD-CARGO)
      *    S-2230 - TIPO E PERIODO DO AFASTAMENTO (ORIGEM L LICENCA,
      *             A AFASTAMENTO; O CAD-AFASTADOS SO TEM O FIM)
      *    S-2299 - VERBAS RESCISORIAS DO EXE67
      *    S-1200 - REMUNERACAO DA COMPETENCIA (CAD-BRUTO)
      *    S-1210 - PAGAMENTO DA COMPETENCIA (CAD-LIQ)
       01 WS-DADOS-EVENTO      PIC X(60).
       01 WS-DADOS-CADASTRO REDEFINES WS-DADOS-EVENTO.
           03 WS-EC-DATA       PIC 9(08).
           03 WS-EC-NOME       PIC X(20).
           03 WS-EC-SALARIO    PIC 9(05)V99.
           03 WS-EC-DEPTO      PIC X(03).
           03 WS-EC-ADMISSAO   PIC 9(08).
           03 WS-EC-UNIDADE    PIC X(02).
           03 WS-EC-CARGO      PIC X(04).
           03 WS-EC-CBO        PIC 9(06).
           03 FILLER           PIC X(02).
       01 WS-DADOS-AFASTAMENTO REDEFINES WS-DADOS-EVENTO.
           03 WS-EA-DATA       PIC 9(08).
           03 WS-EA-TIPO       PIC X(02).
           03 WS-EA-INICIO     PIC 9(08).
           03 WS-EA-FIM        PIC 9(08).
           03 WS-EA-ORIGEM     PIC X(01).
           03 FILLER           PIC X(33).
       01 WS-DADOS-DESLIGAMENTO REDEFINES WS-DADOS-EVENTO.
           03 WS-ED-DATA       PIC 9(08).
           03 WS-ED-TIPO       PIC X(02).
           03 WS-ED-SALDO      PIC 9(06)V99.
           03 WS-ED-DECIMO     PIC 9(06)V99.
           03 WS-ED-FERIAS     PIC 9(06)V99.
           03 WS-ED-TERCO      PIC 9(06)V99.
           03 WS-ED-AVISO      PIC 9(06)V99.
           03 WS-ED-TOTAL      PIC 9(07)V99.
           03 FILLER           PIC X(01).
       01 WS-DADOS-REMUNERACAO REDEFINES WS-DADOS-EVENTO.
           03 WS-ER-DATA       PIC 9(08).
           03 WS-ER-COMPETENCIA PIC 9(06).
           03 WS-ER-SALARIO-BASE PIC 9(05)V99.
           03 WS-ER-VALOR-HE50 PIC 9(06)V99.
           03 WS-ER-VALOR-HE100 PIC 9(06)V99.
           03 WS-ER-VALOR-AULA PIC 9(06)V99.
           03 WS-ER-BRUTO      PIC 9(06)V99.
           03 WS-ER-DEPTO      PIC X(03).
           03 FILLER           PIC X(04).
       01 WS-DADOS-PAGAMENTO REDEFINES WS-DADOS-EVENTO.
           03 WS-EP-DATA       PIC 9(08).
           03 WS-EP-COMPETENCIA PIC 9(06).
           03 WS-EP-BRUTO      PIC 9(07)V99.
           03 WS-EP-INSS       PIC 9(07)V99.
           03 WS-EP-IRRF       PIC 9(07)V99.
           03 WS-EP-LIQUIDO    PIC 9(07)V99.
           03 FILLER           PIC X(10).
       01 WS-IMAGEM-ANTES.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-ANT==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ANT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ANT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ANT==.
       01 WS-IMAGEM-DEPOIS.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-DPS==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-DPS==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-DPS==
                                   ==PREFIXO-UNI== BY ==UNIDADE-DPS==.
       01 WS-TABELA-CARGO.
           03 WS-CAR-OCORRE OCCURS 200 TIMES.
               05 WS-CAR-CODIGO    PIC X(04).
               05 WS-CAR-CBO       PIC 9(06).
       01 WS-DATA-TRAB         PIC 9(08).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03 WS-DT-AAAA       PIC 9(04).
           03 WS-DT-MM         PIC 9(02).
           03 WS-DT-DD         PIC 9(02).
       01 WS-MES-TRAB          PIC 9(06).
       01 WS-MES-TRAB-R REDEFINES WS-MES-TRAB.
           03 WS-MT-AAAA       PIC 9(04).
           03 WS-MT-MM         PIC 9(02).
       01 WS-EVENTOS-VALORES.
           03 FILLER PIC X(30) VALUE "S-2200ADMISSAO".
           03 FILLER PIC X(30) VALUE "S-2205ALTERACAO CADASTRAL".
           03 FILLER PIC X(30) VALUE "S-2206ALTERACAO CONTRATUAL".
           03 FILLER PIC X(30) VALUE "S-2230AFASTAMENTO TEMPORARIO".
           03 FILLER PIC X(30) VALUE "S-2299DESLIGAMENTO".
           03 FILLER PIC X(30) VALUE "S-1200REMUNERACAO".
           03 FILLER PIC X(30) VALUE "S-1210PAGAMENTO".
       01 WS-TABELA-EVENTOS REDEFINES WS-EVENTOS-VALORES.
           03 WS-EVT-OCORRE OCCURS 7 TIMES.
               05 WS-EVT-CODIGO    PIC X(06).
               05 WS-EVT-DESCRICAO PIC X(24).
       01 WS-CONTAGEM-EVENTOS.
           03 WS-EVT-QTD       PIC 9(07) OCCURS 7 TIMES.
       01 WS-LINHA-REL             PIC X(80).
       01 WS-LINHA-PND             PIC X(80).
       01 WS-LINHA-LOG             PIC X(80).

       PROCEDURE DIVISION.
       PGM-EM01EX96.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-RECUSADA = "N"
               IF WS-MODO = "R"
                   PERFORM RETORNO
                          UNTIL FIM-ARQ = "SIM"
               ELSE
                   SORT ORDENA-EVENTO
                       ON ASCENDING KEY CHAVE-ORD
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS SELECIONA-EVENTOS
                       OUTPUT PROCEDURE IS GERA-EVENTOS
               END-IF
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EXE96.
           PERFORM LE-DATA-MOVTO.
           PERFORM LE-PARAMETRO.
           INITIALIZE WS-CONTAGEM-EVENTOS.
           OPEN OUTPUT REL-EXE96.
           PERFORM VERIFICA-STATUS-REL.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE WS-MODO
               WHEN "R"
                   STRING "ESOCIAL - RECIBO DO GOVERNO - "
                              DELIMITED BY SIZE
                          WS-DATA-SISTEMA DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN "F"
                   STRING "ESOCIAL - LOTE DE EVENTOS - "
                              DELIMITED BY SIZE
                          WS-DATA-SISTEMA DELIMITED BY SIZE
                          " - COM PERIODICOS DA COMPETENCIA "
                              DELIMITED BY SIZE
                          WS-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN OTHER
                   STRING "ESOCIAL - LOTE DE EVENTOS - "
                              DELIMITED BY SIZE
                          WS-DATA-SISTEMA DELIMITED BY SIZE
                          " - NAO PERIODICOS" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
           END-EVALUATE.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           OPEN OUTPUT REL-ESOCIAL-PEND.
           PERFORM VERIFICA-STATUS-PND.
           MOVE SPACES TO WS-LINHA-PND.
           STRING "ESOCIAL - EVENTOS PENDENTES OU REJEITADOS EM "
                      DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
               INTO WS-LINHA-PND.
           WRITE REG-PND FROM WS-LINHA-PND.
           MOVE SPACES TO WS-LINHA-PND.
           WRITE REG-PND FROM WS-LINHA-PND.
           MOVE "NUMERO   EVENTO MATR. REFERENC. S SITUACAO / MENSAGEM"
               TO WS-LINHA-PND.
           WRITE REG-PND FROM WS-LINHA-PND.
           IF WS-MODO = "R"
               PERFORM INICIO-RETORNO
           ELSE
               PERFORM INICIO-GERACAO
           END-IF.

       INICIO-GERACAO.
           PERFORM LE-EMPREGADOR.
           IF WS-RECUSADA = "N"
               PERFORM LE-CONTROLE
               MOVE WS-CNPJ TO WS-ID-CNPJ
               MOVE WS-DATA-SISTEMA TO WS-ID-DATA
               MOVE WS-HORA-INICIO TO WS-ID-HORA
               OPEN INPUT ESOCIAL-REG
               IF WS-STATUS-ESR = "00"
                   PERFORM LEITURA-REGISTRO
               ELSE
                   MOVE "SIM" TO WS-FIM-ESR
               END-IF
               OPEN OUTPUT ESOCIAL-REG-NOVO
                           ESOCIAL-LOTE
               PERFORM VERIFICA-STATUS-ENV
               PERFORM VERIFICA-STATUS-LOT
           END-IF.

       INICIO-RETORNO.
           OPEN INPUT ESOCIAL-RET.
           IF WS-STATUS-RET NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "INICIO-RETORNO" TO WS-PARAGRAFO-ERRO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               OPEN INPUT ESOCIAL-REG
               IF WS-STATUS-ESR = "00"
                   PERFORM LEITURA-REGISTRO
               ELSE
                   MOVE "SIM" TO WS-FIM-ESR
               END-IF
               OPEN OUTPUT ESOCIAL-REG-NOVO
               PERFORM VERIFICA-STATUS-ENV
               PERFORM LEITURA-RETORNO
               IF WS-FIM-RET = "SIM" AND WS-FIM-ESR = "SIM"
                   MOVE "SIM" TO FIM-ARQ
               END-IF
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

       LE-PARAMETRO.
           COMPUTE WS-COMPETENCIA = WS-DATA-SISTEMA / 100.
           OPEN INPUT PARM-EXE96.
           IF WS-STATUS-PARM = "00"
               READ PARM-EXE96
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-PARM = "00"
                   IF MODO-PARM = "R" OR MODO-PARM = "F"
                       MOVE MODO-PARM TO WS-MODO
                   END-IF
                   IF COMPETENCIA-PARM NUMERIC
                       MOVE COMPETENCIA-PARM TO WS-MES-TRAB
                       IF WS-MT-MM > 0 AND WS-MT-MM < 13
                           MOVE WS-MES-TRAB TO WS-COMPETENCIA
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-EXE96
           END-IF.

      *    SEM O CNPJ DO EMPREGADOR NAO HA COMO IDENTIFICAR OS EVENTOS.
       LE-EMPREGADOR.
           OPEN INPUT PARM-NFSE.
           IF WS-STATUS-NFP = "00"
               READ PARM-NFSE
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-NFP = "00" AND CNPJ-NFP NUMERIC
                   MOVE CNPJ-NFP TO WS-CNPJ
               END-IF
               CLOSE PARM-NFSE
           END-IF.
           IF WS-CNPJ = ZEROS
               MOVE "S" TO WS-RECUSADA
               ADD 1 TO WS-QTD-ERROS-IO
               MOVE "LE-EMPREGADOR" TO WS-PARAGRAFO-ERRO
               MOVE SPACES TO WS-LINHA-LOG
               STRING "EXE96 - CNPJ AUSENTE OU INVALIDO EM "
                          DELIMITED BY SIZE
                      "PARM-NFSE - LOTE RECUSADO" DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
               WRITE REG-LOG FROM WS-LINHA-LOG
               MOVE "CNPJ DO EMPREGADOR AUSENTE - LOTE NAO GERADO"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       LE-CONTROLE.
           OPEN INPUT CTRL-ESOCIAL.
           IF WS-STATUS-CTL = "00"
               READ CTRL-ESOCIAL
                   AT END CONTINUE
               END-READ
               IF WS-STATUS-CTL = "00" AND NUMERO-CTL NUMERIC
                   MOVE NUMERO-CTL TO WS-NUMERO
               END-IF
               IF WS-STATUS-CTL = "00" AND LOTE-CTL NUMERIC
                   MOVE LOTE-CTL TO WS-LOTE
               END-IF
               CLOSE CTRL-ESOCIAL
           END-IF.

      *    O CONTROLE ATUALIZADO SO SUBSTITUI O VIGENTE JUNTO COM O
      *    REGISTRO DE EVENTOS, APOS UMA EXECUCAO LIMPA.
       GRAVA-CONTROLE.
           OPEN OUTPUT CTRL-ESOCIAL-NOVO.
           IF WS-STATUS-CTN = "00"
               MOVE WS-NUMERO TO NUMERO-CTN
               MOVE WS-LOTE TO LOTE-CTN
               WRITE REG-CTN
               CLOSE CTRL-ESOCIAL-NOVO
           ELSE
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "GRAVA-CONTROLE" TO WS-PARAGRAFO-ERRO
               END-IF
           END-IF.

       VERIFICA-STATUS-ENV.
           IF WS-STATUS-ENV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ENV"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-LOT.
           IF WS-STATUS-LOT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-LOT"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-PND.
           IF WS-STATUS-PND NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PND"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       LEITURA-REGISTRO.
           READ ESOCIAL-REG
               AT END MOVE "SIM" TO WS-FIM-ESR
           END-READ.

       LEITURA-RETORNO.
           READ ESOCIAL-RET
               AT END MOVE "SIM" TO WS-FIM-RET
           END-READ.
           IF WS-FIM-RET NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

      *    ---------------------------------------------------------
      *    SELECAO DOS EVENTOS CANDIDATOS, UM POR ORIGEM. A ORIGEM
      *    AUSENTE SIMPLESMENTE NAO GERA EVENTO.
      *    ---------------------------------------------------------
       SELECIONA-EVENTOS.
           PERFORM SELECIONA-JORNAL.
           PERFORM SELECIONA-LICENCAS.
           PERFORM SELECIONA-AFASTAMENTOS.
           PERFORM SELECIONA-DESLIGAMENTOS.
           IF WS-MODO = "F"
               PERFORM SELECIONA-REMUNERACAO
               PERFORM SELECIONA-PAGAMENTOS
           END-IF.

       LIBERA-CANDIDATO.
           MOVE WS-EVENTO-CAND TO EVENTO-ORD.
           MOVE WS-MATRICULA-CAND TO MATRICULA-ORD.
           MOVE WS-REFERENCIA TO REFERENCIA-ORD.
           MOVE WS-DADOS-EVENTO TO DADOS-ORD.
           RELEASE REG-ORD.
           ADD 1 TO WS-CONTADOR-CANDIDATO.

      *    A SEQUENCIA DO REGISTRO NO JORNAL IDENTIFICA A ALTERACAO; O
      *    JORNAL SO RECEBE INCLUSOES NO FIM (OPEN EXTEND NO EXE66).
       SELECIONA-JORNAL.
           PERFORM CARREGA-CARGOS.
           OPEN INPUT CADFUN-JRN.
           IF WS-STATUS-JRN = "00"
               PERFORM LEITURA-JORNAL
               PERFORM UNTIL WS-FIM-JRN = "SIM"
                   PERFORM CLASSIFICA-JORNAL
                   PERFORM LEITURA-JORNAL
               END-PERFORM
               CLOSE CADFUN-JRN
           END-IF.

      *    SEM O CAD-CARGO OS EVENTOS SAEM COM O CBO ZERADO.
       CARREGA-CARGOS.
           OPEN INPUT CAD-CARGO.
           IF WS-STATUS-CAR = "00"
               PERFORM LEITURA-CARGO
               PERFORM UNTIL WS-FIM-CAR = "SIM"
                   IF WS-QTD-CARGOS < 200
                       ADD 1 TO WS-QTD-CARGOS
                       MOVE CODIGO-CAR
                           TO WS-CAR-CODIGO (WS-QTD-CARGOS)
                       MOVE CBO-CAR
                           TO WS-CAR-CBO (WS-QTD-CARGOS)
                   END-IF
                   PERFORM LEITURA-CARGO
               END-PERFORM
               CLOSE CAD-CARGO
           END-IF.

       LEITURA-CARGO.
           READ CAD-CARGO
               AT END MOVE "SIM" TO WS-FIM-CAR
           END-READ.

       LEITURA-JORNAL.
           READ CADFUN-JRN
               AT END MOVE "SIM" TO WS-FIM-JRN
           END-READ.
           IF WS-FIM-JRN NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO
               ADD 1 TO WS-ORDEM-JRN.

      *    INCLUSAO GERA S-2200. ALTERACAO DE SALARIO, DEPARTAMENTO,
      *    ADMISSAO, UNIDADE OU CARGO GERA S-2206; SO DO NOME, S-2205. A
      *    EXCLUSAO NAO GERA EVENTO: O DESLIGAMENTO VEM DA RESCISAO.
       CLASSIFICA-JORNAL.
           MOVE SPACES TO WS-EVENTO-CAND.
           MOVE IMAGEM-ANTES-JRN TO WS-IMAGEM-ANTES.
           MOVE IMAGEM-DEPOIS-JRN TO WS-IMAGEM-DEPOIS.
           EVALUATE TRUE
               WHEN TIPO-JRN = "I"
                   MOVE "S-2200" TO WS-EVENTO-CAND
               WHEN TIPO-JRN NOT = "A"
                   ADD 1 TO WS-CONTADOR-SEM-EVENTO
               WHEN SALARIO-ENT OF WS-IMAGEM-ANTES
                       NOT = SALARIO-ENT OF WS-IMAGEM-DEPOIS
                    OR DEPTO-ANT NOT = DEPTO-DPS
                    OR ADMISSAO-ANT NOT = ADMISSAO-DPS
                    OR UNIDADE-ANT NOT = UNIDADE-DPS
                    OR CARGO-ANTES-JRN NOT = CARGO-DEPOIS-JRN
                   MOVE "S-2206" TO WS-EVENTO-CAND
               WHEN NOME-ENT OF WS-IMAGEM-ANTES
                       NOT = NOME-ENT OF WS-IMAGEM-DEPOIS
                   MOVE "S-2205" TO WS-EVENTO-CAND
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-SEM-EVENTO
           END-EVALUATE.
           IF WS-EVENTO-CAND NOT = SPACES
               MOVE CODIGO-JRN TO WS-MATRICULA-CAND
               MOVE "J" TO WS-REF-ORIGEM
               MOVE WS-ORDEM-JRN TO WS-REF-VALOR
               MOVE SPACES TO WS-DADOS-EVENTO
               MOVE DATA-JRN TO WS-EC-DATA
               MOVE NOME-ENT OF WS-IMAGEM-DEPOIS TO WS-EC-NOME
               MOVE SALARIO-ENT OF WS-IMAGEM-DEPOIS TO WS-EC-SALARIO
               MOVE DEPTO-DPS TO WS-EC-DEPTO
               MOVE ADMISSAO-DPS TO WS-EC-ADMISSAO
               MOVE UNIDADE-DPS TO WS-EC-UNIDADE
               MOVE CARGO-DEPOIS-JRN TO WS-EC-CARGO
               PERFORM BUSCA-CBO
               PERFORM LIBERA-CANDIDATO
           END-IF.

       BUSCA-CBO.
           MOVE ZEROS TO WS-EC-CBO.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-QTD-CARGOS
               IF WS-CAR-CODIGO (WS-C) = WS-EC-CARGO
                       AND WS-EC-CARGO NOT = SPACES
                   MOVE WS-CAR-CBO (WS-C) TO WS-EC-CBO
                   MOVE WS-QTD-CARGOS TO WS-C
               END-IF
           END-PERFORM.

       SELECIONA-LICENCAS.
           OPEN INPUT CAD-LIC.
           IF WS-STATUS-LIC = "00"
               PERFORM LEITURA-LICENCA
               PERFORM UNTIL WS-FIM-LIC = "SIM"
                   MOVE "S-2230" TO WS-EVENTO-CAND
                   MOVE MATRICULA-LIC TO WS-MATRICULA-CAND
                   MOVE "L" TO WS-REF-ORIGEM
                   MOVE INICIO-LIC TO WS-REF-VALOR
                   MOVE SPACES TO WS-DADOS-EVENTO
                   MOVE INICIO-LIC TO WS-EA-DATA
                   MOVE TIPO-LIC TO WS-EA-TIPO
                   MOVE INICIO-LIC TO WS-EA-INICIO
                   MOVE FIM-LIC TO WS-EA-FIM
                   MOVE "L" TO WS-EA-ORIGEM
                   PERFORM LIBERA-CANDIDATO
                   PERFORM LEITURA-LICENCA
               END-PERFORM
               CLOSE CAD-LIC
           END-IF.

       LEITURA-LICENCA.
           READ CAD-LIC
               AT END MOVE "SIM" TO WS-FIM-LIC
           END-READ.
           IF WS-FIM-LIC NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       SELECIONA-AFASTAMENTOS.
           OPEN INPUT CAD-AFASTADOS.
           IF WS-STATUS-AFA = "00"
               PERFORM LEITURA-AFASTAMENTO
               PERFORM UNTIL WS-FIM-AFA = "SIM"
                   MOVE "S-2230" TO WS-EVENTO-CAND
                   MOVE MATRICULA-AFA TO WS-MATRICULA-CAND
                   MOVE "A" TO WS-REF-ORIGEM
                   MOVE FIM-AFA TO WS-REF-VALOR
                   MOVE SPACES TO WS-DADOS-EVENTO
                   MOVE FIM-AFA TO WS-EA-DATA
                   MOVE TIPO-AFA TO WS-EA-TIPO
                   MOVE ZEROS TO WS-EA-INICIO
                   MOVE FIM-AFA TO WS-EA-FIM
                   MOVE "A" TO WS-EA-ORIGEM
                   PERFORM LIBERA-CANDIDATO
                   PERFORM LEITURA-AFASTAMENTO
               END-PERFORM
               CLOSE CAD-AFASTADOS
           END-IF.

       LEITURA-AFASTAMENTO.
           READ CAD-AFASTADOS
               AT END MOVE "SIM" TO WS-FIM-AFA
           END-READ.
           IF WS-FIM-AFA NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       SELECIONA-DESLIGAMENTOS.
           OPEN INPUT CAD-AUD-RESC.
           IF WS-STATUS-AUD = "00"
               PERFORM LEITURA-DESLIGAMENTO
               PERFORM UNTIL WS-FIM-AUD = "SIM"
                   MOVE "S-2299" TO WS-EVENTO-CAND
                   MOVE CODIGO-AUD TO WS-MATRICULA-CAND
                   MOVE "D" TO WS-REF-ORIGEM
                   MOVE DATA-DESLIG-AUD TO WS-REF-VALOR
                   MOVE SPACES TO WS-DADOS-EVENTO
                   MOVE DATA-DESLIG-AUD TO WS-ED-DATA
                   MOVE TIPO-AUD TO WS-ED-TIPO
                   MOVE SALDO-SALARIO-AUD TO WS-ED-SALDO
                   MOVE DECIMO-AUD TO WS-ED-DECIMO
                   MOVE FERIAS-AUD TO WS-ED-FERIAS
                   MOVE TERCO-AUD TO WS-ED-TERCO
                   MOVE AVISO-AUD TO WS-ED-AVISO
                   MOVE TOTAL-AUD TO WS-ED-TOTAL
                   PERFORM LIBERA-CANDIDATO
                   PERFORM LEITURA-DESLIGAMENTO
               END-PERFORM
               CLOSE CAD-AUD-RESC
           END-IF.

       LEITURA-DESLIGAMENTO.
           READ CAD-AUD-RESC
               AT END MOVE "SIM" TO WS-FIM-AUD
           END-READ.
           IF WS-FIM-AUD NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       SELECIONA-REMUNERACAO.
           OPEN INPUT CAD-BRUTO.
           IF WS-STATUS-BRT = "00"
               PERFORM LEITURA-BRUTO
               PERFORM UNTIL WS-FIM-BRT = "SIM"
                   MOVE "S-1200" TO WS-EVENTO-CAND
                   MOVE MATRICULA-BRT TO WS-MATRICULA-CAND
                   PERFORM MONTA-REFERENCIA-COMP
                   MOVE SPACES TO WS-DADOS-EVENTO
                   MOVE WS-DATA-SISTEMA TO WS-ER-DATA
                   MOVE WS-COMPETENCIA TO WS-ER-COMPETENCIA
                   MOVE SALARIO-BASE-BRT TO WS-ER-SALARIO-BASE
                   MOVE VALOR-HE50-BRT TO WS-ER-VALOR-HE50
                   MOVE VALOR-HE100-BRT TO WS-ER-VALOR-HE100
                   MOVE VALOR-AULA-BRT TO WS-ER-VALOR-AULA
                   MOVE SALARIO-BRUTO-BRT TO WS-ER-BRUTO
                   MOVE DEPTO-BRT TO WS-ER-DEPTO
                   PERFORM LIBERA-CANDIDATO
                   PERFORM LEITURA-BRUTO
               END-PERFORM
               CLOSE CAD-BRUTO
           ELSE
               MOVE "CAD-BRUTO.DAT AUSENTE - S-1200 NAO GERADO"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       LEITURA-BRUTO.
           READ CAD-BRUTO
               AT END MOVE "SIM" TO WS-FIM-BRT
           END-READ.
           IF WS-FIM-BRT NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       MONTA-REFERENCIA-COMP.
           MOVE "C" TO WS-REF-ORIGEM.
           MOVE WS-COMPETENCIA TO WS-REF-COMP.
           MOVE SPACES TO WS-REF-COMP-FIM.

      *    OS REGISTROS DO MESMO FUNCIONARIO (FOLHA, REEMISSAO E
      *    RESCISAO) SOMAM UM UNICO PAGAMENTO NA COMPETENCIA.
       SELECIONA-PAGAMENTOS.
           OPEN INPUT CAD-LIQ.
           IF WS-STATUS-LIQ = "00"
               PERFORM LEITURA-LIQUIDO
               PERFORM UNTIL WS-FIM-LIQ = "SIM"
                   IF WS-PAG-PENDENTE = "S"
                           AND CODIGO-LIQ NOT = WS-CODIGO-PAG
                       PERFORM LIBERA-PAGAMENTO
                   END-IF
                   IF WS-PAG-PENDENTE = "N"
                       MOVE SPACES TO WS-DADOS-EVENTO
                       MOVE WS-DATA-SISTEMA TO WS-EP-DATA
                       MOVE WS-COMPETENCIA TO WS-EP-COMPETENCIA
                       MOVE ZEROS TO WS-EP-BRUTO
                                     WS-EP-INSS
                                     WS-EP-IRRF
                                     WS-EP-LIQUIDO
                       MOVE CODIGO-LIQ TO WS-CODIGO-PAG
                       MOVE "S" TO WS-PAG-PENDENTE
                   END-IF
                   ADD BRUTO-LIQ TO WS-EP-BRUTO
                   ADD INSS-LIQ TO WS-EP-INSS
                   ADD IRRF-LIQ TO WS-EP-IRRF
                   ADD LIQUIDO-LIQ TO WS-EP-LIQUIDO
                   PERFORM LEITURA-LIQUIDO
               END-PERFORM
               IF WS-PAG-PENDENTE = "S"
                   PERFORM LIBERA-PAGAMENTO
               END-IF
               CLOSE CAD-LIQ
           ELSE
               MOVE "CAD-LIQ.DAT AUSENTE - S-1210 NAO GERADO"
                   TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       LEITURA-LIQUIDO.
           READ CAD-LIQ
               AT END MOVE "SIM" TO WS-FIM-LIQ
           END-READ.
           IF WS-FIM-LIQ NOT = "SIM"
               ADD 1 TO WS-CONTADOR-LIDO.

       LIBERA-PAGAMENTO.
           MOVE "S-1210" TO WS-EVENTO-CAND.
           MOVE WS-CODIGO-PAG TO WS-MATRICULA-CAND.
           PERFORM MONTA-REFERENCIA-COMP.
           PERFORM LIBERA-CANDIDATO.
           MOVE "N" TO WS-PAG-PENDENTE.

      *    ---------------------------------------------------------
      *    CANDIDATOS E REGISTRO DE EVENTOS CHEGAM NA ORDEM DA CHAVE:
      *    CANDIDATO SEM REGISTRO GANHA UM EVENTO, EVENTO REJEITADO E
      *    REEMITIDO COM NOVO NUMERO E OS DEMAIS SAO COPIADOS.
      *    ---------------------------------------------------------
       GERA-EVENTOS.
           PERFORM RETORNA-CANDIDATO.
           IF WS-FIM-ORD = "SIM" AND WS-FIM-ESR = "SIM"
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM GERACAO
                  UNTIL FIM-ARQ = "SIM".

      *    A MESMA CHAVE VINDA MAIS DE UMA VEZ (LICENCA DIGITADA EM
      *    DUPLICIDADE, POR EXEMPLO) GERA UM SO EVENTO.
       RETORNA-CANDIDATO.
           RETURN ORDENA-EVENTO
               AT END MOVE "SIM" TO WS-FIM-ORD
           END-RETURN.
           PERFORM UNTIL WS-FIM-ORD = "SIM"
                      OR CHAVE-ORD NOT = WS-CHAVE-ANTERIOR
               ADD 1 TO WS-CONTADOR-REPETIDO
               RETURN ORDENA-EVENTO
                   AT END MOVE "SIM" TO WS-FIM-ORD
               END-RETURN
           END-PERFORM.
           IF WS-FIM-ORD NOT = "SIM"
               MOVE CHAVE-ORD TO WS-CHAVE-ANTERIOR.

       GERACAO.
           EVALUATE TRUE
               WHEN WS-FIM-ORD = "SIM"
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN WS-FIM-ESR = "SIM"
                   PERFORM EMITE-EVENTO
                   PERFORM RETORNA-CANDIDATO
               WHEN CHAVE-ESR < CHAVE-ORD
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN CHAVE-ESR > CHAVE-ORD
                   PERFORM EMITE-EVENTO
                   PERFORM RETORNA-CANDIDATO
               WHEN OTHER
                   IF SITUACAO-ESR = "R"
                       PERFORM EMITE-EVENTO
                       ADD 1 TO WS-CONTADOR-REEMITIDO
                   ELSE
                       ADD 1 TO WS-CONTADOR-REGISTRADO
                       PERFORM COPIA-REGISTRO
                   END-IF
                   PERFORM RETORNA-CANDIDATO
                   PERFORM LEITURA-REGISTRO
           END-EVALUATE.
           IF WS-FIM-ORD = "SIM" AND WS-FIM-ESR = "SIM"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       COPIA-REGISTRO.
           MOVE REG-ESR TO REG-ENV.
           PERFORM GRAVA-REGISTRO-NOVO.

       EMITE-EVENTO.
           IF WS-LOTE-ABERTO = "N"
               PERFORM GRAVA-CABECALHO-LOTE
           END-IF.
           ADD 1 TO WS-NUMERO.
           ADD 1 TO WS-ID-SEQUENCIA.
           MOVE SPACES TO REG-LOT-DETALHE.
           MOVE "2" TO TIPO-LOT.
           MOVE WS-NUMERO TO NUMERO-LOT.
           MOVE WS-ID-EVENTO TO ID-LOT.
           MOVE EVENTO-ORD TO EVENTO-LOT.
           MOVE MATRICULA-ORD TO MATRICULA-LOT.
           MOVE REFERENCIA-ORD TO REFERENCIA-LOT.
           MOVE DADOS-ORD TO DADOS-LOT.
           WRITE REG-LOT-DETALHE.
           PERFORM VERIFICA-STATUS-LOT.
           ADD 1 TO WS-CONTADOR-EMITIDO.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
               IF WS-EVT-CODIGO (WS-T) = EVENTO-ORD
                   ADD 1 TO WS-EVT-QTD (WS-T)
               END-IF
           END-PERFORM.
           MOVE CHAVE-ORD TO CHAVE-ENV.
           MOVE WS-NUMERO TO NUMERO-ENV.
           MOVE WS-ID-EVENTO TO ID-ENV.
           MOVE WS-LOTE TO LOTE-ENV.
           MOVE WS-DATA-SISTEMA TO DATA-GERACAO-ENV.
           MOVE "P" TO SITUACAO-ENV.
           MOVE SPACES TO RECIBO-ENV
                          MENSAGEM-ENV.
           MOVE ZEROS TO DATA-RETORNO-ENV.
           PERFORM GRAVA-REGISTRO-NOVO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EVENTO " DELIMITED BY SIZE
                  WS-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVENTO-ORD DELIMITED BY SIZE
                  " MATR. " DELIMITED BY SIZE
                  MATRICULA-ORD DELIMITED BY SIZE
                  " REF. " DELIMITED BY SIZE
                  REFERENCIA-ORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ID-EVENTO DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    TODO REGISTRO GRAVADO ENTRA NA CONTAGEM POR SITUACAO; O QUE
      *    NAO FOI ACEITO VAI PARA A RELACAO DE PENDENCIAS.
       GRAVA-REGISTRO-NOVO.
           WRITE REG-ENV.
           PERFORM VERIFICA-STATUS-ENV.
           EVALUATE SITUACAO-ENV
               WHEN "P"
                   ADD 1 TO WS-QTD-SIT-P
                   MOVE "PENDENTE DE ENVIO" TO WS-SITUACAO-DESCR
               WHEN "E"
                   ADD 1 TO WS-QTD-SIT-E
                   MOVE "ENVIADO - AGUARDANDO PROCESSAMENTO"
                       TO WS-SITUACAO-DESCR
               WHEN "A"
                   ADD 1 TO WS-QTD-SIT-A
               WHEN OTHER
                   ADD 1 TO WS-QTD-SIT-R
                   MOVE MENSAGEM-ENV TO WS-SITUACAO-DESCR
           END-EVALUATE.
           IF SITUACAO-ENV NOT = "A"
               MOVE SPACES TO WS-LINHA-PND
               STRING NUMERO-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EVENTO-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MATRICULA-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REFERENCIA-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SITUACAO-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SITUACAO-DESCR DELIMITED BY SIZE
                   INTO WS-LINHA-PND
               WRITE REG-PND FROM WS-LINHA-PND
           END-IF.

       GRAVA-CABECALHO-LOTE.
           ADD 1 TO WS-LOTE.
           MOVE SPACES TO REG-LOT-HEADER.
           MOVE "1" TO TIPO-LOT-HDR.
           MOVE WS-CNPJ TO CNPJ-LOT-HDR.
           MOVE WS-LOTE TO LOTE-LOT-HDR.
           MOVE WS-DATA-SISTEMA TO DATA-LOT-HDR.
           MOVE WS-HORA-INICIO TO HORA-LOT-HDR.
           WRITE REG-LOT-HEADER.
           PERFORM VERIFICA-STATUS-LOT.
           MOVE "S" TO WS-LOTE-ABERTO.

       GRAVA-TRAILER-LOTE.
           MOVE SPACES TO REG-LOT-TRAILER.
           MOVE "9" TO TIPO-LOT-TRL.
           MOVE WS-CONTADOR-EMITIDO TO QTD-LOT-TRL.
           WRITE REG-LOT-TRAILER.
           PERFORM VERIFICA-STATUS-LOT.

      *    REGISTRO DE EVENTOS E RECIBO CHEGAM NA ORDEM DO NUMERO DE
      *    CONTROLE. O REGISTRO SO E GRAVADO AO AVANCAR, PARA QUE MAIS
      *    DE UM RETORNO DO MESMO EVENTO (PROTOCOLO SEGUIDO DO RECIBO)
      *    VALHA NA ORDEM EM QUE CHEGOU.
       RETORNO.
           EVALUATE TRUE
               WHEN WS-FIM-RET = "SIM"
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN WS-FIM-ESR = "SIM"
                   PERFORM RETORNO-SEM-EVENTO
                   PERFORM LEITURA-RETORNO
               WHEN NUMERO-ESR < NUMERO-RET
                   PERFORM COPIA-REGISTRO
                   PERFORM LEITURA-REGISTRO
               WHEN NUMERO-ESR > NUMERO-RET
                   PERFORM RETORNO-SEM-EVENTO
                   PERFORM LEITURA-RETORNO
               WHEN OTHER
                   PERFORM APLICA-RETORNO
                   PERFORM LEITURA-RETORNO
           END-EVALUATE.
           IF WS-FIM-RET = "SIM" AND WS-FIM-ESR = "SIM"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       RETORNO-SEM-EVENTO.
           ADD 1 TO WS-CONTADOR-REJ.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EVENTO " DELIMITED BY SIZE
                  NUMERO-RET DELIMITED BY SIZE
                  " NAO CONSTA DO REGISTRO DE EVENTOS - RETORNO "
                      DELIMITED BY SIZE
                  "IGNORADO" DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       APLICA-RETORNO.
           MOVE SPACES TO WS-LINHA-REL.
           EVALUATE TRUE
               WHEN SITUACAO-ESR = "A" AND SITUACAO-RET = "A"
                       AND RECIBO-ESR = RECIBO-RET
                   ADD 1 TO WS-CONTADOR-JA-ACEITO
               WHEN SITUACAO-ESR = "A"
                   ADD 1 TO WS-CONTADOR-REJ
                   STRING "EVENTO " DELIMITED BY SIZE
                          NUMERO-RET DELIMITED BY SIZE
                          " JA ACEITO NO RECIBO " DELIMITED BY SIZE
                          RECIBO-ESR DELIMITED BY SIZE
                          " - IGNORADO" DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN SITUACAO-RET = "E"
                   ADD 1 TO WS-CONTADOR-ENVIADO
                   MOVE "E" TO SITUACAO-ESR
                   MOVE RECIBO-RET TO RECIBO-ESR
                   MOVE DATA-RET TO DATA-RETORNO-ESR
                   MOVE SPACES TO MENSAGEM-ESR
               WHEN SITUACAO-RET = "A"
                   ADD 1 TO WS-CONTADOR-ACEITO
                   MOVE "A" TO SITUACAO-ESR
                   MOVE RECIBO-RET TO RECIBO-ESR
                   MOVE DATA-RET TO DATA-RETORNO-ESR
                   MOVE SPACES TO MENSAGEM-ESR
                   STRING "EVENTO " DELIMITED BY SIZE
                          NUMERO-RET DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EVENTO-ESR DELIMITED BY SIZE
                          " MATR. " DELIMITED BY SIZE
                          MATRICULA-ESR DELIMITED BY SIZE
                          " ACEITO - RECIBO " DELIMITED BY SIZE
                          RECIBO-RET DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN SITUACAO-RET = "R"
                   ADD 1 TO WS-CONTADOR-REJEITADO
                   MOVE "R" TO SITUACAO-ESR
                   MOVE DATA-RET TO DATA-RETORNO-ESR
                   MOVE MENSAGEM-RET TO MENSAGEM-ESR
                   STRING "EVENTO " DELIMITED BY SIZE
                          NUMERO-RET DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EVENTO-ESR DELIMITED BY SIZE
                          " REJEITADO: " DELIMITED BY SIZE
                          MENSAGEM-RET DELIMITED BY SIZE
                       INTO WS-LINHA-REL
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-REJ
                   STRING "EVENTO " DELIMITED BY SIZE
                          NUMERO-RET DELIMITED BY SIZE
                          " SITUACAO DE RETORNO INVALIDA: "
                              DELIMITED BY SIZE
                          SITUACAO-RET DELIMITED BY SIZE
                       INTO WS-LINHA-REL
           END-EVALUATE.
           IF WS-LINHA-REL NOT = SPACES
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-MODO = "R"
               MOVE SPACES TO WS-LINHA-REL
               STRING "RETORNOS LIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  ACEITOS: " DELIMITED BY SIZE
                      WS-CONTADOR-ACEITO DELIMITED BY SIZE
                      "  REJEITADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REJEITADO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "EM PROCESSAMENTO: " DELIMITED BY SIZE
                      WS-CONTADOR-ENVIADO DELIMITED BY SIZE
                      "  JA ACEITOS: " DELIMITED BY SIZE
                      WS-CONTADOR-JA-ACEITO DELIMITED BY SIZE
                      "  IGNORADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REJ DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               IF WS-CONTADOR-REJEITADO > 0
                   MOVE "REJEITADOS SERAO REEMITIDOS NO PROXIMO LOTE"
                       TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING "LOTE " DELIMITED BY SIZE
                      WS-LOTE DELIMITED BY SIZE
                      "  EVENTOS EMITIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-EMITIDO DELIMITED BY SIZE
                      "  (REEMISSOES: " DELIMITED BY SIZE
                      WS-CONTADOR-REEMITIDO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "    " DELIMITED BY SIZE
                          WS-EVT-CODIGO (WS-T) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-EVT-DESCRICAO (WS-T) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-EVT-QTD (WS-T) DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-PERFORM
               MOVE SPACES TO WS-LINHA-REL
               STRING "CANDIDATOS: " DELIMITED BY SIZE
                      WS-CONTADOR-CANDIDATO DELIMITED BY SIZE
                      "  JA REGISTRADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REGISTRADO DELIMITED BY SIZE
                      "  REPETIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REPETIDO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               MOVE SPACES TO WS-LINHA-REL
               STRING "JORNAL SEM EVENTO (EXCLUSAO OU SEM ALTERACAO): "
                          DELIMITED BY SIZE
                      WS-CONTADOR-SEM-EVENTO DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
               IF WS-CONTADOR-EMITIDO = 0
                   MOVE "NENHUM EVENTO A EMITIR - LOTE NAO GERADO"
                       TO WS-LINHA-REL
                   WRITE REG-REL FROM WS-LINHA-REL
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "REGISTRO - PEND.: " DELIMITED BY SIZE
                  WS-QTD-SIT-P DELIMITED BY SIZE
                  "  ENVIADOS: " DELIMITED BY SIZE
                  WS-QTD-SIT-E DELIMITED BY SIZE
                  "  ACEITOS: " DELIMITED BY SIZE
                  WS-QTD-SIT-A DELIMITED BY SIZE
                  "  REJ.: " DELIMITED BY SIZE
                  WS-QTD-SIT-R DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-PND.
           WRITE REG-PND FROM WS-LINHA-PND.
           MOVE SPACES TO WS-LINHA-PND.
           STRING "PENDENTES: " DELIMITED BY SIZE
                  WS-QTD-SIT-P DELIMITED BY SIZE
                  "  EM PROCESSAMENTO: " DELIMITED BY SIZE
                  WS-QTD-SIT-E DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-QTD-SIT-R DELIMITED BY SIZE
               INTO WS-LINHA-PND.
           WRITE REG-PND FROM WS-LINHA-PND.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           IF WS-MODO = "R"
               STRING "EXE96 - RETORNOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  ACEITOS: " DELIMITED BY SIZE
                      WS-CONTADOR-ACEITO DELIMITED BY SIZE
                      "  REJEITADOS: " DELIMITED BY SIZE
                      WS-CONTADOR-REJEITADO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           ELSE
               STRING "EXE96 - LIDOS: " DELIMITED BY SIZE
                      WS-CONTADOR-LIDO DELIMITED BY SIZE
                      "  CANDIDATOS: " DELIMITED BY SIZE
                      WS-CONTADOR-CANDIDATO DELIMITED BY SIZE
                      "  EVENTOS: " DELIMITED BY SIZE
                      WS-CONTADOR-EMITIDO DELIMITED BY SIZE
                   INTO WS-LINHA-LOG
           END-IF.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXE96 - LOTE: " DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  "  ULTIMO EVENTO: " DELIMITED BY SIZE
                  WS-NUMERO DELIMITED BY SIZE
                  "  ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EXE96" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           IF WS-MODO = "R"
               MOVE WS-CONTADOR-ACEITO TO GRAVADOS-RHI
               COMPUTE REJEITADOS-RHI = WS-CONTADOR-REJEITADO
                       + WS-CONTADOR-REJ
           ELSE
               MOVE WS-CONTADOR-EMITIDO TO GRAVADOS-RHI
               MOVE WS-QTD-SIT-R TO REJEITADOS-RHI
           END-IF.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF REJEITADOS-RHI > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "PARM=" DELIMITED BY SIZE
                  WS-STATUS-PARM DELIMITED BY SIZE
                  " NFP=" DELIMITED BY SIZE
                  WS-STATUS-NFP DELIMITED BY SIZE
                  " CTN=" DELIMITED BY SIZE
                  WS-STATUS-CTN DELIMITED BY SIZE
                  " JRN=" DELIMITED BY SIZE
                  WS-STATUS-JRN DELIMITED BY SIZE
                  " LIC=" DELIMITED BY SIZE
                  WS-STATUS-LIC DELIMITED BY SIZE
                  " AFA=" DELIMITED BY SIZE
                  WS-STATUS-AFA DELIMITED BY SIZE
                  " AUD=" DELIMITED BY SIZE
                  WS-STATUS-AUD DELIMITED BY SIZE
                  " BRT=" DELIMITED BY SIZE
                  WS-STATUS-BRT DELIMITED BY SIZE
                  " LIQ=" DELIMITED BY SIZE
                  WS-STATUS-LIQ DELIMITED BY SIZE
                  " ESR=" DELIMITED BY SIZE
                  WS-STATUS-ESR DELIMITED BY SIZE
                  " ENV=" DELIMITED BY SIZE
                  WS-STATUS-ENV DELIMITED BY SIZE
                  " RET=" DELIMITED BY SIZE
                  WS-STATUS-RET DELIMITED BY SIZE
                  " LOT=" DELIMITED BY SIZE
                  WS-STATUS-LOT DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " PND=" DELIMITED BY SIZE
                  WS-STATUS-PND DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           IF WS-MODO = "R"
               MOVE REG-RET TO WS-DIAG-REGISTRO
           ELSE
               MOVE REG-ENV TO WS-DIAG-REGISTRO
           END-IF.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-MODO = "R"
               IF WS-STATUS-RET = "00" OR WS-STATUS-RET = "10"
                   CLOSE ESOCIAL-RET
                         ESOCIAL-REG-NOVO
                   IF WS-STATUS-ESR = "00" OR WS-STATUS-ESR = "10"
                       CLOSE ESOCIAL-REG
                   END-IF
               END-IF
           ELSE
               IF WS-RECUSADA = "N"
                   IF WS-LOTE-ABERTO = "S"
                       PERFORM GRAVA-TRAILER-LOTE
                   END-IF
                   CLOSE ESOCIAL-REG-NOVO
                         ESOCIAL-LOTE
                   IF WS-STATUS-ESR = "00" OR WS-STATUS-ESR = "10"
                       CLOSE ESOCIAL-REG
                   END-IF
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.
           IF WS-RECUSADA = "N"
               PERFORM IMPRIME-TOTAIS
           END-IF.
           CLOSE REL-EXE96
                 REL-ESOCIAL-PEND.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-SIT-R > 0 OR WS-CONTADOR-REJ > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EXE96.
