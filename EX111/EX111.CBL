       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX111.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    AUDITORIA DE INTEGRIDADE REFERENCIAL ENTRE OS CADASTROS.
      *    CONFERE CADA CODIGO QUE UM CADASTRO GUARDA DE OUTRO
      *    (DEPARTAMENTO, UNIDADE, CARGO, TURMA, DISCIPLINA, PROFESSOR,
      *    FUNCIONARIO E ALUNO) E LISTA NO REL-EX111.DAT CADA ORFAO COM
      *    A RELACAO, O ARQUIVO, A CHAVE DO REGISTRO, O CAMPO, O VALOR
      *    E O CADASTRO ONDE ELE FALTA, SEGUIDO DO RESUMO POR RELACAO.
      *    CODIGO EM BRANCO E CONSIDERADO NAO INFORMADO. CADASTRO
      *    AUSENTE (ARQUIVO OU REFERENCIA) DEIXA A RELACAO SEM
      *    VERIFICACAO, INDICADO NO RESUMO. A CONFERENCIA DE CADCLI2
      *    CONTRA CADALU CONTINUA NO EXE14.
      *    TODA RELACAO E SO AVISO (RC=4) ATE SER TORNADA BLOQUEANTE
      *    NO PARM-REPO: PROGRAMA EX111, PARAMETRO BLOQUEIA-<RELACAO>
      *    (EX.: BLOQUEIA-NOTALU), VALOR S (BLOQUEIA) OU N (SO AVISO),
      *    VALE A LINHA DE VIGENCIA MAIS RECENTE. ORFAO EM RELACAO
      *    BLOQUEANTE DA RC=8 E O RUNBATCH PARA A CADEIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDEP   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DEP.

           SELECT CADUNI   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-UNI.

           SELECT CAD-CARGO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CAR.

           SELECT CADTUR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-TUR.

           SELECT CADDIS   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DIS.

           SELECT CADPROF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PRF.

           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CAD-DEPENDENTES   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DPD.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  DYNAMIC
           RECORD KEY   IS  NUMERO-ALU
           ALTERNATE RECORD KEY IS NOME-ALU WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADPROF-ATR   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ATR.

           SELECT GRADE-PRF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-GPR.

           SELECT CADNOT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NOT.

           SELECT CADBOLSA-VIG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-BLS.

           SELECT CADSAU   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SAU.

           SELECT CADRES   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  SEQUENTIAL
           RECORD KEY   IS  NUMERO-RES
           FILE STATUS  IS  WS-STATUS-RES.

           SELECT CADOCO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-OCO.

           SELECT CADMEN-ABERTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ABT.

           SELECT PARM-REPO    ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RPO.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX111   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX111   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD CADDEP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEP.DAT".

       01 REG-DEP.
           03 CODIGO-DEP       PIC X(03).
           03 DESCRICAO-DEP    PIC X(20).
           03 CENTRO-CUSTO-DEP PIC X(06).

       FD CADUNI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADUNI.DAT".

       01 REG-UNI.
           03 CODIGO-UNI       PIC X(02).
           03 NOME-UNI         PIC X(20).

       FD CAD-CARGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CARGO.DAT".

       01 REG-CAR.
           COPY CARGO01.

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".

       01 REG-TUR.
           03 CODIGO-TUR       PIC X(03).
           03 DESCRICAO-TUR    PIC X(20).
           03 ANO-TUR          PIC 9(04).
           03 CAPACIDADE-TUR   PIC 9(04).
           03 UNIDADE-TUR      PIC X(02).

       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".

       01 REG-DIS.
           03 CODIGO-DIS       PIC 9(03).
           03 NOME-DIS         PIC X(20).

       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".

       01 REG-PRF.
           03 CODIGO-PRF       PIC 9(05).
           03 NOME-PRF         PIC X(30).
           03 SITUACAO-PRF     PIC X(01).

       FD CADFUN
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN.DAT".

       01 REG-FUN.
           COPY EMPREG01 REPLACING ==PREFIXO-ENT== BY ==CODIGO-ENT==
                                   ==TAM-NOME== BY ==20==
                                   ==PREFIXO-DEP== BY ==DEPTO-ENT==
                                   ==PREFIXO-ADM== BY ==ADMISSAO-ENT==
                                   ==PREFIXO-UNI== BY ==UNIDADE-ENT==
                                   ==PREFIXO-CAR== BY ==CARGO-ENT==.

       FD CAD-DEPENDENTES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-DEPENDENTES.DAT".

       01 REG-DPD.
           03 CHAVE-DPD.
              04 MATRICULA-DPD    PIC 9(05).
              04 SEQUENCIA-DPD    PIC 9(02).
           03 NOME-DPD         PIC X(30).
           03 NASCIMENTO-DPD   PIC 9(08).
           03 TIPO-DPD         PIC X(02).

       FD CADALU
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           03 NUMERO-ALU       PIC 9(07).
           03 NOME-ALU         PIC X(20).
           03 NOTA1-ALU        PIC 9(02)V99.
           03 NOTA2-ALU        PIC 9(02)V99.
           03 NOTA3-ALU        PIC 9(02)V99.
           03 NOTA4-ALU        PIC 9(02)V99.
           03 SEXO-ALU         PIC X(01).
           03 DATA-NASCIMENTO-ALU.
              04 DD-ALU        PIC 9(02).
              04 MM-ALU        PIC 9(02).
              04 AAAA-ALU      PIC 9(04).
           03 FALTA-ALU        PIC 9(02).
           03 TURMA-ALU        PIC X(03).
           03 SITUACAO-ALU     PIC X(01).
           03 DATA-SITUACAO-ALU PIC 9(08).
           03 UNIDADE-ALU      PIC X(02).

       FD CADPROF-ATR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF-ATR.DAT".

       01 REG-ATR.
           03 CHAVE-ATR.
              04 CODIGO-ATR       PIC 9(05).
              04 TURMA-ATR        PIC X(03).
              04 DISCIPLINA-ATR   PIC 9(03).
           03 HORAS-ATR        PIC 9(02).

       FD GRADE-PRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GRADE-PRF.DAT".

       01 REG-GPR.
           03 CODIGO-GPR       PIC 9(05).
           03 DIA-GPR          PIC 9(01).
           03 AULA-GPR         PIC 9(01).
           03 TURMA-GPR        PIC X(03).
           03 DISCIPLINA-GPR   PIC 9(03).
           03 SALA-GPR         PIC X(04).
           03 UNIDADE-GPR      PIC X(02).

       FD CADNOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOT.DAT".

       01 REG-NOT.
           03 NUMERO-NOT       PIC 9(07).
           03 DISCIPLINA-NOT   PIC 9(03).
           03 NOTA1-NOT        PIC 9(02)V99.
           03 NOTA2-NOT        PIC 9(02)V99.
           03 NOTA3-NOT        PIC 9(02)V99.
           03 NOTA4-NOT        PIC 9(02)V99.

       FD CADBOLSA-VIG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBOLSA-VIG.DAT".

       01 REG-BLS.
           03 NUMERO-BLS       PIC 9(07).
           03 INICIO-BLS       PIC 9(08).
           03 TIPO-BOLSA-BLS   PIC X(02).
           03 FONTE-BLS        PIC X(10).
           03 PERCENTUAL-BLS   PIC 9(03).
           03 FIM-BLS          PIC 9(08).
           03 REVISAO-BLS      PIC 9(08).
           03 SITUACAO-BLS     PIC X(01).

       FD CADSAU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAU.DAT".

       01 REG-SAU.
           03 NUMERO-SAU       PIC 9(07).
           03 TIPO-SANGUE-SAU  PIC X(03).
           03 ALERGIAS-SAU     PIC X(20).
           03 MEDICACAO-SAU    PIC X(40).
           03 CONTATO-NOME-SAU PIC X(30).
           03 CONTATO-FONE-SAU PIC X(11).
           03 AUTORIZA-IMAGEM-SAU PIC X(01).
           03 NEE-SAU          PIC X(01).
           03 TIPO-NEE-SAU     PIC X(02).

       FD CADRES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES.DAT".

       01 REG-RES.
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

       FD CADOCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOCO.DAT".

       01 REG-OCO.
           03 CHAVE-OCO.
              04 NUMERO-OCO       PIC 9(07).
              04 DATA-OCO         PIC 9(08).
              04 SEQUENCIA-OCO    PIC 9(02).
           03 TIPO-OCO         PIC X(02).
           03 SEVERIDADE-OCO   PIC 9(01).
           03 DESCRICAO-OCO    PIC X(40).
           03 NOTIFICADO-OCO   PIC X(01).

       FD CADMEN-ABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN-ABERTO.DAT".

       01 REG-ABT.
           03 NUMERO-ABT       PIC 9(07).
           03 COMPETENCIA-ABT  PIC 9(06).
           03 TIPO-ABT         PIC 9(02).
           03 VALOR-ABT        PIC 9(05)V99.
           03 VENCIMENTO-ABT   PIC 9(08).
           03 BOLSA-ABT        PIC 9(03).

       FD PARM-REPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARM-REPO.DAT".

       01 REG-REPO.
           03 PROGRAMA-REPO    PIC X(05).
           03 PARAMETRO-REPO   PIC X(15).
           03 VALOR-REPO       PIC X(10).
           03 VIGENCIA-REPO    PIC 9(08).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EX111
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX111.DAT".

       01 REG-REL                 PIC X(80).

       FD LOG-EX111
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX111.DAT".

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
       77 WS-STATUS-DEP    PIC X(02) VALUE "00".
       77 WS-STATUS-UNI    PIC X(02) VALUE "00".
       77 WS-STATUS-CAR    PIC X(02) VALUE "00".
       77 WS-STATUS-TUR    PIC X(02) VALUE "00".
       77 WS-STATUS-DIS    PIC X(02) VALUE "00".
       77 WS-STATUS-PRF    PIC X(02) VALUE "00".
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-DPD    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-ATR    PIC X(02) VALUE "00".
       77 WS-STATUS-GPR    PIC X(02) VALUE "00".
       77 WS-STATUS-NOT    PIC X(02) VALUE "00".
       77 WS-STATUS-BLS    PIC X(02) VALUE "00".
       77 WS-STATUS-SAU    PIC X(02) VALUE "00".
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-OCO    PIC X(02) VALUE "00".
       77 WS-STATUS-ABT    PIC X(02) VALUE "00".
       77 WS-STATUS-RPO    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 WS-FIM-REPO      PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX111".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ORFAO  PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-BLOQ   PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 WS-R               PIC 9(02) VALUE ZEROS.
       77 WS-I               PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU           PIC X(01) VALUE "N".
       77 WS-VALOR-PROC      PIC X(08) VALUE SPACES.
       77 WS-NUMERO-PROC     PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-ORF       PIC X(19) VALUE SPACES.
       77 WS-ALU-ABERTO      PIC X(01) VALUE "N".
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).

      *    CADASTROS DE REFERENCIA EM MEMORIA. SITUACAO: S = CARREGADO
      *    A = AUSENTE  C = TABELA CHEIA (RELACOES NAO VERIFICADAS).
       77 WS-QTD-DEP         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-DEP         PIC X(01) VALUE "S".
       01 WS-TAB-DEP.
           03 WS-DEP-COD      PIC X(08) OCCURS 200 TIMES.
       77 WS-QTD-UNI         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-UNI         PIC X(01) VALUE "S".
       01 WS-TAB-UNI.
           03 WS-UNI-COD      PIC X(08) OCCURS 50 TIMES.
       77 WS-QTD-CAR         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-CAR         PIC X(01) VALUE "S".
       01 WS-TAB-CAR.
           03 WS-CAR-COD      PIC X(08) OCCURS 200 TIMES.
       77 WS-QTD-TUR         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-TUR         PIC X(01) VALUE "S".
       01 WS-TAB-TUR.
           03 WS-TUR-COD      PIC X(08) OCCURS 500 TIMES.
       77 WS-QTD-DIS         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-DIS         PIC X(01) VALUE "S".
       01 WS-TAB-DIS.
           03 WS-DIS-COD      PIC X(08) OCCURS 200 TIMES.
       77 WS-QTD-PRF         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-PRF         PIC X(01) VALUE "S".
       01 WS-TAB-PRF.
           03 WS-PRF-COD      PIC X(08) OCCURS 1000 TIMES.
       77 WS-QTD-FUN         PIC 9(04) VALUE ZEROS.
       77 WS-SIT-FUN         PIC X(01) VALUE "S".
       01 WS-TAB-FUN.
           03 WS-FUN-COD      PIC X(08) OCCURS 3000 TIMES.
       77 WS-SIT-ALU         PIC X(01) VALUE "S".

      *    RELACOES CONFERIDAS: CODIGO, ARQUIVO, CAMPO, CADASTRO DE
      *    REFERENCIA E TABELA USADA NA PROCURA.
       01 WS-RELACOES.
           03 FILLER PIC X(49) VALUE
              "FUNDEPCADFUN         DEPTO     CADDEP         DEP".
           03 FILLER PIC X(49) VALUE
              "FUNUNICADFUN         UNIDADE   CADUNI         UNI".
           03 FILLER PIC X(49) VALUE
              "FUNCARCADFUN         CARGO     CAD-CARGO      CAR".
           03 FILLER PIC X(49) VALUE
              "DPDFUNCAD-DEPENDENTESMATRICULA CADFUN         FUN".
           03 FILLER PIC X(49) VALUE
              "ALUTURCADALU         TURMA     CADTUR         TUR".
           03 FILLER PIC X(49) VALUE
              "ALUUNICADALU         UNIDADE   CADUNI         UNI".
           03 FILLER PIC X(49) VALUE
              "TURUNICADTUR         UNIDADE   CADUNI         UNI".
           03 FILLER PIC X(49) VALUE
              "ATRPRFCADPROF-ATR    PROFESSOR CADPROF        PRF".
           03 FILLER PIC X(49) VALUE
              "ATRTURCADPROF-ATR    TURMA     CADTUR         TUR".
           03 FILLER PIC X(49) VALUE
              "ATRDISCADPROF-ATR    DISCIPLINACADDIS         DIS".
           03 FILLER PIC X(49) VALUE
              "GPRPRFGRADE-PRF      PROFESSOR CADPROF        PRF".
           03 FILLER PIC X(49) VALUE
              "GPRTURGRADE-PRF      TURMA     CADTUR         TUR".
           03 FILLER PIC X(49) VALUE
              "GPRDISGRADE-PRF      DISCIPLINACADDIS         DIS".
           03 FILLER PIC X(49) VALUE
              "GPRUNIGRADE-PRF      UNIDADE   CADUNI         UNI".
           03 FILLER PIC X(49) VALUE
              "NOTALUCADNOT         ALUNO     CADALU         ALU".
           03 FILLER PIC X(49) VALUE
              "NOTDISCADNOT         DISCIPLINACADDIS         DIS".
           03 FILLER PIC X(49) VALUE
              "BLSALUCADBOLSA-VIG   ALUNO     CADALU         ALU".
           03 FILLER PIC X(49) VALUE
              "SAUALUCADSAU         ALUNO     CADALU         ALU".
           03 FILLER PIC X(49) VALUE
              "RESALUCADRES         ALUNO     CADALU         ALU".
           03 FILLER PIC X(49) VALUE
              "OCOALUCADOCO         ALUNO     CADALU         ALU".
           03 FILLER PIC X(49) VALUE
              "ABTALUCADMEN-ABERTO  ALUNO     CADALU         ALU".
       01 WS-RELACOES-R REDEFINES WS-RELACOES.
           03 WS-REL OCCURS 21 TIMES.
               05 WS-REL-CODIGO       PIC X(06).
               05 WS-REL-ARQUIVO      PIC X(15).
               05 WS-REL-CAMPO        PIC X(10).
               05 WS-REL-REFERENCIA   PIC X(15).
               05 WS-REL-TABELA       PIC X(03).

      *    CONTROLE POR RELACAO. SITUACAO: V = VERIFICADA  X = ARQUIVO
      *    AUSENTE  A = REFERENCIA AUSENTE  C = TABELA CHEIA.
       01 WS-CONTROLE-REL.
           03 WS-RCT OCCURS 21 TIMES.
               05 WS-RCT-SITUACAO     PIC X(01).
               05 WS-RCT-BLOQUEIA     PIC X(01).
               05 WS-RCT-VIGENCIA     PIC 9(08).
               05 WS-RCT-CONFERIDOS   PIC 9(07).
               05 WS-RCT-ORFAOS       PIC 9(07).

       01 WS-LINHA-ORFAO.
           03 WS-LO-RELACAO       PIC X(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LO-ARQUIVO       PIC X(15).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LO-CHAVE         PIC X(19).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LO-CAMPO         PIC X(10).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LO-VALOR         PIC X(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LO-REFERENCIA    PIC X(09).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LO-TIPO          PIC X(05).
           03 FILLER              PIC X(01) VALUE SPACE.

       01 WS-LINHA-RESUMO.
           03 WS-LR-RELACAO       PIC X(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LR-ARQUIVO       PIC X(15).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LR-CAMPO         PIC X(10).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LR-REFERENCIA    PIC X(09).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LR-CONFERIDOS    PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LR-ORFAOS        PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-LR-SITUACAO      PIC X(20).

       01 WS-DATA-EDITADA.
           03 WS-DE-DD            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-MM            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-AAAA          PIC 9(04).

       01 WS-DATA-AUX        PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DA-AAAA          PIC 9(04).
           03 WS-DA-MM            PIC 9(02).
           03 WS-DA-DD            PIC 9(02).

       PROCEDURE DIVISION.
       PGM-EM01EX111.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-QTD-ERROS-IO = 0
               PERFORM CARREGA-REFERENCIAS
               PERFORM CONFERE-CADFUN
               PERFORM CONFERE-DEPENDENTES
               PERFORM CONFERE-CADALU
               PERFORM CONFERE-CADTUR
               PERFORM CONFERE-ATRIBUICOES
               PERFORM CONFERE-GRADE
               PERFORM CONFERE-CADNOT
               PERFORM CONFERE-BOLSAS
               PERFORM CONFERE-CADSAU
               PERFORM CONFERE-CADRES
               PERFORM CONFERE-CADOCO
               PERFORM CONFERE-ABERTO
               PERFORM IMPRIME-RESUMO
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX111.
           PERFORM LE-DATA-MOVTO.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 21
               MOVE "V" TO WS-RCT-SITUACAO (WS-R)
               MOVE "N" TO WS-RCT-BLOQUEIA (WS-R)
               MOVE ZEROS TO WS-RCT-VIGENCIA (WS-R)
                             WS-RCT-CONFERIDOS (WS-R)
                             WS-RCT-ORFAOS (WS-R)
           END-PERFORM.
           PERFORM LE-PARM-REPO.
           OPEN OUTPUT REL-EX111.
           PERFORM VERIFICA-STATUS-REL.
           IF WS-QTD-ERROS-IO = 0
               PERFORM IMPRIME-CABECALHO
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

      *    BLOQUEIA-<RELACAO>: S = ORFAO DA RELACAO PARA A CADEIA.
       LE-PARM-REPO.
           OPEN INPUT PARM-REPO.
           IF WS-STATUS-RPO = "00"
               PERFORM LEITURA-REPO
               PERFORM UNTIL WS-FIM-REPO = "SIM"
                   IF PROGRAMA-REPO = "EX111"
                      AND VIGENCIA-REPO NOT GREATER THAN
                          WS-DATA-SISTEMA
                      AND PARAMETRO-REPO (1:9) = "BLOQUEIA-"
                       PERFORM SELECIONA-PARM-REPO
                   END-IF
                   PERFORM LEITURA-REPO
               END-PERFORM
               CLOSE PARM-REPO
           END-IF.

       LEITURA-REPO.
           READ PARM-REPO
               AT END MOVE "SIM" TO WS-FIM-REPO
           END-READ.

       SELECIONA-PARM-REPO.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 21
               IF WS-REL-CODIGO (WS-R) = PARAMETRO-REPO (10:6)
                  AND VIGENCIA-REPO NOT LESS THAN
                      WS-RCT-VIGENCIA (WS-R)
                  AND (VALOR-REPO (1:1) = "S"
                       OR VALOR-REPO (1:1) = "N")
                   MOVE VIGENCIA-REPO TO WS-RCT-VIGENCIA (WS-R)
                   MOVE VALOR-REPO (1:1) TO WS-RCT-BLOQUEIA (WS-R)
               END-IF
           END-PERFORM.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

      *    ERRO DE LEITURA EM QUALQUER CADASTRO: O ARQUIVO E O STATUS
      *    VAO PARA O DIAGNOSTICO E A EXECUCAO TERMINA COM RC=8.
       REGISTRA-ERRO-IO.
           ADD 1 TO WS-QTD-ERROS-IO.
           MOVE "SIM" TO FIM-ARQ.

       IMPRIME-CABECALHO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX.
           MOVE WS-DA-DD TO WS-DE-DD.
           MOVE WS-DA-MM TO WS-DE-MM.
           MOVE WS-DA-AAAA TO WS-DE-AAAA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EX111 - INTEGRIDADE REFERENCIAL DOS CADASTROS - "
                      DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "REGISTROS ORFAOS" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE "RELAC." TO WS-LINHA-REL (1:6).
           MOVE "ARQUIVO" TO WS-LINHA-REL (8:7).
           MOVE "CHAVE" TO WS-LINHA-REL (24:5).
           MOVE "CAMPO" TO WS-LINHA-REL (44:5).
           MOVE "VALOR" TO WS-LINHA-REL (55:5).
           MOVE "FALTA EM" TO WS-LINHA-REL (64:8).
           MOVE "TIPO" TO WS-LINHA-REL (74:4).
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.

      *---------------------------------------------------------------
      *    CARGA DOS CADASTROS DE REFERENCIA
      *---------------------------------------------------------------
       CARREGA-REFERENCIAS.
           PERFORM CARREGA-CADDEP.
           PERFORM CARREGA-CADUNI.
           PERFORM CARREGA-CARGOS.
           PERFORM CARREGA-CADTUR.
           PERFORM CARREGA-CADDIS.
           PERFORM CARREGA-CADPROF.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALU-ABERTO
           ELSE
               MOVE "A" TO WS-SIT-ALU
               IF WS-STATUS-ALU NOT = "35"
                   MOVE "CARREGA-REFERENCIAS" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.

       CARREGA-CADDEP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADDEP.
           IF WS-STATUS-DEP NOT = "00"
               MOVE "A" TO WS-SIT-DEP
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADDEP
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   IF WS-QTD-DEP < 200
                       ADD 1 TO WS-QTD-DEP
                       MOVE CODIGO-DEP TO WS-DEP-COD (WS-QTD-DEP)
                   ELSE
                       MOVE "C" TO WS-SIT-DEP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-DEP = "00" OR WS-STATUS-DEP = "10"
               CLOSE CADDEP
           END-IF.

       CARREGA-CADUNI.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADUNI.
           IF WS-STATUS-UNI NOT = "00"
               MOVE "A" TO WS-SIT-UNI
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADUNI
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   IF WS-QTD-UNI < 50
                       ADD 1 TO WS-QTD-UNI
                       MOVE CODIGO-UNI TO WS-UNI-COD (WS-QTD-UNI)
                   ELSE
                       MOVE "C" TO WS-SIT-UNI
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-UNI = "00" OR WS-STATUS-UNI = "10"
               CLOSE CADUNI
           END-IF.

       CARREGA-CARGOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CAD-CARGO.
           IF WS-STATUS-CAR NOT = "00"
               MOVE "A" TO WS-SIT-CAR
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CAD-CARGO
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   IF WS-QTD-CAR < 200
                       ADD 1 TO WS-QTD-CAR
                       MOVE CODIGO-CAR TO WS-CAR-COD (WS-QTD-CAR)
                   ELSE
                       MOVE "C" TO WS-SIT-CAR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-CAR = "00" OR WS-STATUS-CAR = "10"
               CLOSE CAD-CARGO
           END-IF.

       CARREGA-CADTUR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR NOT = "00"
               MOVE "A" TO WS-SIT-TUR
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADTUR
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   IF WS-QTD-TUR < 500
                       ADD 1 TO WS-QTD-TUR
                       MOVE CODIGO-TUR TO WS-TUR-COD (WS-QTD-TUR)
                   ELSE
                       MOVE "C" TO WS-SIT-TUR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-TUR = "00" OR WS-STATUS-TUR = "10"
               CLOSE CADTUR
           END-IF.

       CARREGA-CADDIS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADDIS.
           IF WS-STATUS-DIS NOT = "00"
               MOVE "A" TO WS-SIT-DIS
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADDIS
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   IF WS-QTD-DIS < 200
                       ADD 1 TO WS-QTD-DIS
                       MOVE CODIGO-DIS TO WS-DIS-COD (WS-QTD-DIS)
                   ELSE
                       MOVE "C" TO WS-SIT-DIS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-DIS = "00" OR WS-STATUS-DIS = "10"
               CLOSE CADDIS
           END-IF.

       CARREGA-CADPROF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PRF NOT = "00"
               MOVE "A" TO WS-SIT-PRF
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADPROF
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   IF WS-QTD-PRF < 1000
                       ADD 1 TO WS-QTD-PRF
                       MOVE CODIGO-PRF TO WS-PRF-COD (WS-QTD-PRF)
                   ELSE
                       MOVE "C" TO WS-SIT-PRF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATUS-PRF = "00" OR WS-STATUS-PRF = "10"
               CLOSE CADPROF
           END-IF.

      *---------------------------------------------------------------
      *    ANTES DE CADA PASSADA: AS RELACOES QUE DEPENDEM DE UM
      *    CADASTRO AUSENTE OU INCOMPLETO FICAM SEM VERIFICACAO.
      *---------------------------------------------------------------
       MARCA-REFERENCIAS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 21
               EVALUATE WS-REL-TABELA (WS-R)
                   WHEN "DEP"
                       MOVE WS-SIT-DEP TO WS-ACHOU
                   WHEN "UNI"
                       MOVE WS-SIT-UNI TO WS-ACHOU
                   WHEN "CAR"
                       MOVE WS-SIT-CAR TO WS-ACHOU
                   WHEN "TUR"
                       MOVE WS-SIT-TUR TO WS-ACHOU
                   WHEN "DIS"
                       MOVE WS-SIT-DIS TO WS-ACHOU
                   WHEN "PRF"
                       MOVE WS-SIT-PRF TO WS-ACHOU
                   WHEN "FUN"
                       MOVE WS-SIT-FUN TO WS-ACHOU
                   WHEN "ALU"
                       MOVE WS-SIT-ALU TO WS-ACHOU
               END-EVALUATE
               IF WS-ACHOU NOT = "S"
                  AND WS-RCT-SITUACAO (WS-R) = "V"
                   MOVE WS-ACHOU TO WS-RCT-SITUACAO (WS-R)
               END-IF
           END-PERFORM.

      *    ARQUIVO CONFERIDO AUSENTE: SUAS RELACOES FICAM "X".
       MARCA-ARQUIVO-AUSENTE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 21
               IF WS-REL-ARQUIVO (WS-R) = WS-LO-ARQUIVO
                   MOVE "X" TO WS-RCT-SITUACAO (WS-R)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      *    CONFERENCIA DE UM CAMPO: WS-R = RELACAO, WS-VALOR-PROC =
      *    VALOR (WS-NUMERO-PROC PARA ALUNO), WS-CHAVE-ORF = CHAVE.
      *---------------------------------------------------------------
       CONFERE-CAMPO.
           IF WS-RCT-SITUACAO (WS-R) = "V"
              AND WS-VALOR-PROC NOT = SPACES
               ADD 1 TO WS-RCT-CONFERIDOS (WS-R)
               MOVE "N" TO WS-ACHOU
               EVALUATE WS-REL-TABELA (WS-R)
                   WHEN "DEP"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-DEP
                                  OR WS-ACHOU = "S"
                           IF WS-DEP-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "UNI"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-UNI
                                  OR WS-ACHOU = "S"
                           IF WS-UNI-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "CAR"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-CAR
                                  OR WS-ACHOU = "S"
                           IF WS-CAR-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "TUR"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-TUR
                                  OR WS-ACHOU = "S"
                           IF WS-TUR-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "DIS"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-DIS
                                  OR WS-ACHOU = "S"
                           IF WS-DIS-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "PRF"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-PRF
                                  OR WS-ACHOU = "S"
                           IF WS-PRF-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "FUN"
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-QTD-FUN
                                  OR WS-ACHOU = "S"
                           IF WS-FUN-COD (WS-I) = WS-VALOR-PROC
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-PERFORM
                   WHEN "ALU"
                       PERFORM PROCURA-ALUNO
               END-EVALUATE
               IF WS-ACHOU = "N"
                   PERFORM GRAVA-ORFAO
               END-IF
           END-IF.

       PROCURA-ALUNO.
           MOVE WS-NUMERO-PROC TO NUMERO-ALU.
           READ CADALU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.

       GRAVA-ORFAO.
           ADD 1 TO WS-RCT-ORFAOS (WS-R).
           ADD 1 TO WS-CONTADOR-ORFAO.
           MOVE WS-REL-CODIGO (WS-R) TO WS-LO-RELACAO.
           MOVE WS-REL-ARQUIVO (WS-R) TO WS-LO-ARQUIVO.
           MOVE WS-CHAVE-ORF TO WS-LO-CHAVE.
           MOVE WS-REL-CAMPO (WS-R) TO WS-LO-CAMPO.
           MOVE WS-VALOR-PROC TO WS-LO-VALOR.
           MOVE WS-REL-REFERENCIA (WS-R) TO WS-LO-REFERENCIA.
           IF WS-RCT-BLOQUEIA (WS-R) = "S"
               MOVE "BLOQ" TO WS-LO-TIPO
               ADD 1 TO WS-CONTADOR-BLOQ
           ELSE
               MOVE "AVISO" TO WS-LO-TIPO
           END-IF.
           WRITE REG-REL FROM WS-LINHA-ORFAO.
           PERFORM VERIFICA-STATUS-REL.

      *---------------------------------------------------------------
      *    FUNCIONARIOS: DEPARTAMENTO, UNIDADE E CARGO. AS MATRICULAS
      *    FICAM NA TABELA PARA A CONFERENCIA DOS DEPENDENTES.
      *---------------------------------------------------------------
       CONFERE-CADFUN.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN NOT = "00"
               MOVE "CADFUN" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "A" TO WS-SIT-FUN
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-FUN NOT = "35"
                   MOVE "CONFERE-CADFUN" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADFUN
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   MOVE CODIGO-ENT TO WS-CHAVE-ORF
                   IF WS-QTD-FUN < 3000
                       ADD 1 TO WS-QTD-FUN
                       MOVE CODIGO-ENT TO WS-FUN-COD (WS-QTD-FUN)
                   ELSE
                       MOVE "C" TO WS-SIT-FUN
                   END-IF
                   MOVE 1 TO WS-R
                   MOVE DEPTO-ENT TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 2 TO WS-R
                   MOVE UNIDADE-ENT TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 3 TO WS-R
                   MOVE CARGO-ENT TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-FUN = "00" OR WS-STATUS-FUN = "10"
               CLOSE CADFUN
           END-IF.

       CONFERE-DEPENDENTES.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CAD-DEPENDENTES.
           IF WS-STATUS-DPD NOT = "00"
               MOVE "CAD-DEPENDENTES" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-DPD NOT = "35"
                   MOVE "CONFERE-DEPENDENTES" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CAD-DEPENDENTES
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING MATRICULA-DPD DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          SEQUENCIA-DPD DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 4 TO WS-R
                   MOVE MATRICULA-DPD TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-DPD = "00" OR WS-STATUS-DPD = "10"
               CLOSE CAD-DEPENDENTES
           END-IF.

      *---------------------------------------------------------------
      *    ALUNOS E TURMAS: TURMA E UNIDADE
      *---------------------------------------------------------------
       CONFERE-CADALU.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           IF WS-ALU-ABERTO NOT = "S"
               MOVE "CADALU" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE ZEROS TO NUMERO-ALU
               START CADALU KEY IS NOT LESS THAN NUMERO-ALU
                   INVALID KEY MOVE "SIM" TO FIM-ARQ
               END-START
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADALU NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   MOVE NUMERO-ALU TO WS-CHAVE-ORF
                   MOVE 5 TO WS-R
                   MOVE TURMA-ALU TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 6 TO WS-R
                   MOVE UNIDADE-ALU TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.

       CONFERE-CADTUR.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR NOT = "00"
               MOVE "CADTUR" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADTUR
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   MOVE CODIGO-TUR TO WS-CHAVE-ORF
                   MOVE 7 TO WS-R
                   MOVE UNIDADE-TUR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-TUR = "00" OR WS-STATUS-TUR = "10"
               CLOSE CADTUR
           END-IF.

      *---------------------------------------------------------------
      *    ATRIBUICOES E GRADE DOS PROFESSORES
      *---------------------------------------------------------------
       CONFERE-ATRIBUICOES.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADPROF-ATR.
           IF WS-STATUS-ATR NOT = "00"
               MOVE "CADPROF-ATR" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-ATR NOT = "35"
                   MOVE "CONFERE-ATRIBUICOES" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADPROF-ATR
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING CODIGO-ATR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TURMA-ATR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          DISCIPLINA-ATR DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 8 TO WS-R
                   MOVE CODIGO-ATR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 9 TO WS-R
                   MOVE TURMA-ATR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 10 TO WS-R
                   MOVE DISCIPLINA-ATR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-ATR = "00" OR WS-STATUS-ATR = "10"
               CLOSE CADPROF-ATR
           END-IF.

       CONFERE-GRADE.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT GRADE-PRF.
           IF WS-STATUS-GPR NOT = "00"
               MOVE "GRADE-PRF" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-GPR NOT = "35"
                   MOVE "CONFERE-GRADE" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ GRADE-PRF
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING CODIGO-GPR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          DIA-GPR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          AULA-GPR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TURMA-GPR DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 11 TO WS-R
                   MOVE CODIGO-GPR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 12 TO WS-R
                   MOVE TURMA-GPR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 13 TO WS-R
                   MOVE DISCIPLINA-GPR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 14 TO WS-R
                   MOVE UNIDADE-GPR TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-GPR = "00" OR WS-STATUS-GPR = "10"
               CLOSE GRADE-PRF
           END-IF.

      *---------------------------------------------------------------
      *    ARQUIVOS POR ALUNO: NOTAS, BOLSAS, SAUDE, RESPONSAVEIS,
      *    OCORRENCIAS E MENSALIDADES EM ABERTO
      *---------------------------------------------------------------
       CONFERE-CADNOT.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADNOT.
           IF WS-STATUS-NOT NOT = "00"
               MOVE "CADNOT" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-NOT NOT = "35"
                   MOVE "CONFERE-CADNOT" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADNOT
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING NUMERO-NOT DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          DISCIPLINA-NOT DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 15 TO WS-R
                   MOVE NUMERO-NOT TO WS-VALOR-PROC WS-NUMERO-PROC
                   PERFORM CONFERE-CAMPO
                   MOVE 16 TO WS-R
                   MOVE DISCIPLINA-NOT TO WS-VALOR-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-NOT = "00" OR WS-STATUS-NOT = "10"
               CLOSE CADNOT
           END-IF.

       CONFERE-BOLSAS.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADBOLSA-VIG.
           IF WS-STATUS-BLS NOT = "00"
               MOVE "CADBOLSA-VIG" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-BLS NOT = "35"
                   MOVE "CONFERE-BOLSAS" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADBOLSA-VIG
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING NUMERO-BLS DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          INICIO-BLS DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 17 TO WS-R
                   MOVE NUMERO-BLS TO WS-VALOR-PROC WS-NUMERO-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-BLS = "00" OR WS-STATUS-BLS = "10"
               CLOSE CADBOLSA-VIG
           END-IF.

       CONFERE-CADSAU.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADSAU.
           IF WS-STATUS-SAU NOT = "00"
               MOVE "CADSAU" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-SAU NOT = "35"
                   MOVE "CONFERE-CADSAU" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADSAU
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   MOVE NUMERO-SAU TO WS-CHAVE-ORF
                   MOVE 18 TO WS-R
                   MOVE NUMERO-SAU TO WS-VALOR-PROC WS-NUMERO-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-SAU = "00" OR WS-STATUS-SAU = "10"
               CLOSE CADSAU
           END-IF.

       CONFERE-CADRES.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADRES.
           IF WS-STATUS-RES NOT = "00"
               MOVE "CADRES" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-RES NOT = "35"
                   MOVE "CONFERE-CADRES" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADRES
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   MOVE NUMERO-RES TO WS-CHAVE-ORF
                   MOVE 19 TO WS-R
                   MOVE NUMERO-RES TO WS-VALOR-PROC WS-NUMERO-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-RES = "00" OR WS-STATUS-RES = "10"
               CLOSE CADRES
           END-IF.

       CONFERE-CADOCO.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADOCO.
           IF WS-STATUS-OCO NOT = "00"
               MOVE "CADOCO" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-OCO NOT = "35"
                   MOVE "CONFERE-CADOCO" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADOCO
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING NUMERO-OCO DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          DATA-OCO DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          SEQUENCIA-OCO DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 20 TO WS-R
                   MOVE NUMERO-OCO TO WS-VALOR-PROC WS-NUMERO-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-OCO = "00" OR WS-STATUS-OCO = "10"
               CLOSE CADOCO
           END-IF.

       CONFERE-ABERTO.
           PERFORM MARCA-REFERENCIAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADMEN-ABERTO.
           IF WS-STATUS-ABT NOT = "00"
               MOVE "CADMEN-ABERTO" TO WS-LO-ARQUIVO
               PERFORM MARCA-ARQUIVO-AUSENTE
               MOVE "SIM" TO FIM-ARQ
               IF WS-STATUS-ABT NOT = "35"
                   MOVE "CONFERE-ABERTO" TO WS-PARAGRAFO-ERRO
                   PERFORM REGISTRA-ERRO-IO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-ARQ = "SIM"
               READ CADMEN-ABERTO
                   AT END MOVE "SIM" TO FIM-ARQ
               END-READ
               IF FIM-ARQ NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
                   MOVE SPACES TO WS-CHAVE-ORF
                   STRING NUMERO-ABT DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          COMPETENCIA-ABT DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TIPO-ABT DELIMITED BY SIZE
                       INTO WS-CHAVE-ORF
                   MOVE 21 TO WS-R
                   MOVE NUMERO-ABT TO WS-VALOR-PROC WS-NUMERO-PROC
                   PERFORM CONFERE-CAMPO
               END-IF
           END-PERFORM.
           IF WS-STATUS-ABT = "00" OR WS-STATUS-ABT = "10"
               CLOSE CADMEN-ABERTO
           END-IF.

      *---------------------------------------------------------------
      *    RESUMO POR RELACAO
      *---------------------------------------------------------------
       IMPRIME-RESUMO.
           IF WS-CONTADOR-ORFAO = ZEROS
               MOVE "NENHUM REGISTRO ORFAO" TO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "RESUMO POR RELACAO" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE "RELAC." TO WS-LINHA-REL (1:6).
           MOVE "ARQUIVO" TO WS-LINHA-REL (8:7).
           MOVE "CAMPO" TO WS-LINHA-REL (24:5).
           MOVE "REFERENC." TO WS-LINHA-REL (35:9).
           MOVE "CONFER." TO WS-LINHA-REL (45:7).
           MOVE "ORFAOS" TO WS-LINHA-REL (54:6).
           MOVE "SITUACAO" TO WS-LINHA-REL (61:8).
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 21
               MOVE WS-REL-CODIGO (WS-R) TO WS-LR-RELACAO
               MOVE WS-REL-ARQUIVO (WS-R) TO WS-LR-ARQUIVO
               MOVE WS-REL-CAMPO (WS-R) TO WS-LR-CAMPO
               MOVE WS-REL-REFERENCIA (WS-R) TO WS-LR-REFERENCIA
               MOVE WS-RCT-CONFERIDOS (WS-R) TO WS-LR-CONFERIDOS
               MOVE WS-RCT-ORFAOS (WS-R) TO WS-LR-ORFAOS
               EVALUATE WS-RCT-SITUACAO (WS-R)
                   WHEN "X"
                       MOVE "SEM O ARQUIVO" TO WS-LR-SITUACAO
                   WHEN "A"
                       MOVE "SEM A REFERENCIA" TO WS-LR-SITUACAO
                   WHEN "C"
                       MOVE "REFERENCIA GRANDE" TO WS-LR-SITUACAO
                   WHEN OTHER
                       IF WS-RCT-BLOQUEIA (WS-R) = "S"
                           MOVE "BLOQUEIA" TO WS-LR-SITUACAO
                       ELSE
                           MOVE "AVISO" TO WS-LR-SITUACAO
                       END-IF
               END-EVALUATE
               WRITE REG-REL FROM WS-LINHA-RESUMO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "ORFAOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ORFAO DELIMITED BY SIZE
                  "  EM RELACAO BLOQUEANTE: " DELIMITED BY SIZE
                  WS-CONTADOR-BLOQ DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           PERFORM VERIFICA-STATUS-REL.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX111 - LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  ORFAOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ORFAO DELIMITED BY SIZE
                  "  BLOQUEANTES: " DELIMITED BY SIZE
                  WS-CONTADOR-BLOQ DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX111 - ERROS IO: " DELIMITED BY SIZE
                  WS-QTD-ERROS-IO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

       GRAVA-RUN-HIST.
           OPEN EXTEND RUN-HIST.
           IF WS-STATUS-RHI NOT = "00"
               OPEN OUTPUT RUN-HIST
           END-IF.
           IF WS-STATUS-RHI = "00"
               MOVE "EX111" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-ORFAO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-BLOQ TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0 OR WS-CONTADOR-BLOQ > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-ORFAO > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " DPD=" DELIMITED BY SIZE
                  WS-STATUS-DPD DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " ATR=" DELIMITED BY SIZE
                  WS-STATUS-ATR DELIMITED BY SIZE
                  " GPR=" DELIMITED BY SIZE
                  WS-STATUS-GPR DELIMITED BY SIZE
                  " NOT=" DELIMITED BY SIZE
                  WS-STATUS-NOT DELIMITED BY SIZE
                  " BLS=" DELIMITED BY SIZE
                  WS-STATUS-BLS DELIMITED BY SIZE
                  " SAU=" DELIMITED BY SIZE
                  WS-STATUS-SAU DELIMITED BY SIZE
                  " RES=" DELIMITED BY SIZE
                  WS-STATUS-RES DELIMITED BY SIZE
                  " OCO=" DELIMITED BY SIZE
                  WS-STATUS-OCO DELIMITED BY SIZE
                  " ABT=" DELIMITED BY SIZE
                  WS-STATUS-ABT DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
                  " RHI=" DELIMITED BY SIZE
                  WS-STATUS-RHI DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE WS-LINHA-ORFAO TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           IF WS-ALU-ABERTO = "S"
               CLOSE CADALU
           END-IF.
           CLOSE REL-EX111.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0 OR WS-CONTADOR-BLOQ > 0
               IF WS-QTD-ERROS-IO > 0
                   PERFORM GRAVA-DIAGNOSTICO
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-ORFAO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX111.
