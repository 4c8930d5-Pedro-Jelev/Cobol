       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX107.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *    PEDIDOS DO TITULAR DE DADOS PESSOAIS (LGPD). CADA REGISTRO
      *    DO LGPD-PEDIDO.DAT IDENTIFICA O TITULAR E O TIPO DO PEDIDO:
      *      TIPO-PED  C - CLIENTE, PELO CPF (CADCLI1/CADCLI2)
      *                A - ALUNO, PELO NUMERO (CADALU-ENT/CADALU,
      *                    CADRES-ENT/CADRES, CADSAU, CADOCO,
      *                    HISTORICO, CADPAG E OS ARQUIVOS DE AVISO)
      *                R - RESPONSAVEL, PELO NUMERO DO ALUNO
      *                    (CADRES-ENT/CADRES, CADPAG E OS ARQUIVOS DE
      *                    AVISO)
      *                F - FUNCIONARIO, PELA MATRICULA (CADFUN,
      *                    CAD-DEPENDENTES E CAD-FOLHA-HIST)
      *      MODO-PED  A - ACESSO: LISTA TUDO O QUE HA DO TITULAR
      *                E - ELIMINACAO: ANONIMIZA NOME, ENDERECO,
      *                    TELEFONE E DADOS DE SAUDE
      *    CADA PEDIDO ACEITO RECEBE UM PROTOCOLO (ANO + SEQUENCIAL,
      *    CONTINUANDO O ULTIMO DO LGPD-REG.DAT) E O PRAZO LEGAL DE
      *    RESPOSTA (DATA DO PEDIDO + WS-PRAZO-DIAS). AO FIM O PEDIDO
      *    E ACRESCENTADO AO LGPD-REG COM A DATA DE CONCLUSAO (DATA DO
      *    MOVIMENTO), SE FOI ATENDIDO NO PRAZO E QUANTOS REGISTROS
      *    FORAM ACHADOS, ANONIMIZADOS E RETIDOS. O REL-EX107 TRAZ,
      *    POR PROTOCOLO, CADA REGISTRO ACHADO E O QUE FOI FEITO.
      *    NAO SAO ANONIMIZADOS E SAEM COMO RETIDOS, COM O MOTIVO:
      *      - HISTORICO, CADPAG E CAD-FOLHA-HIST (GUARDA LEGAL);
      *      - DADOS DE ALUNO COM MATRICULA ATIVA NO CADALU (SITUACAO
      *        DIFERENTE DE T/D/C) E DE SEU RESPONSAVEL;
      *      - DADOS DE FUNCIONARIO COM VINCULO ATIVO (SEM RS/RT/RI NO
      *        CAD-FOLHA-HIST DESDE A ADMISSAO) E DE SEUS DEPENDENTES.
      *    CPF, NUMERO DO ALUNO E MATRICULA SAO MANTIDOS PORQUE LIGAM
      *    OS REGISTROS RETIDOS; O CEP, O BAIRRO E A CIDADE TAMBEM,
      *    POIS SAO VALIDADOS NO EXE01 E NO EXE21 E SO IDENTIFICAM A
      *    REGIAO. CADALU E CADRES SAO ATUALIZADOS NO LUGAR; OS
      *    ARQUIVOS SEQUENCIAIS SAO REGRAVADOS COMO XXX-LGPD.DAT E O
      *    LGPD.SH OS PUBLICA. ARQUIVOS DE AVISO AO RESPONSAVEL:
      *    FILA-NOTIF E CAD-PREFCOM SAO ANONIMIZADOS (O AVISO NAO
      *    ENTREGUE FICA SUPRIMIDO); OS AVISOS AINDA NAO ENFILEIRADOS
      *    (NOTIF-EXE17, NOTIF-COB, NOTIF-OCO), O ENVIO-GATEWAY E AS
      *    CARTAS-NOTIF DO TITULAR SAO RETIRADOS, PARA QUE NADA MAIS
      *    SEJA ENVIADO. OS CADASTROS DE ENTRADA (CADCLI1,
      *    CADALU-ENT, CADRES-ENT) SAO ANONIMIZADOS JUNTO COM OS
      *    ARQUIVOS GERADOS A PARTIR DELES, PARA QUE A CARGA DIARIA
      *    NAO TRAGA O DADO DE VOLTA. PEDIDO COM TIPO, MODO, CHAVE OU
      *    DATA INVALIDOS E RECUSADO SEM PROTOCOLO (RC=4); PEDIDO
      *    CONCLUIDO FORA DO PRAZO TAMBEM DA RC=4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-PC.
           OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPD-PEDIDO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PED.

           SELECT LGPD-REG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-LRG.

           SELECT LGPD-DET   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DET.

           SELECT CADALU   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-ALU
           ALTERNATE RECORD KEY IS NOME-ALU WITH DUPLICATES
           FILE STATUS  IS  WS-STATUS-ALU.

           SELECT CADRES   ASSIGN TO DISK
           ORGANIZATION IS  INDEXED
           ACCESS MODE  IS  RANDOM
           RECORD KEY   IS  NUMERO-RES
           FILE STATUS  IS  WS-STATUS-RES.

           SELECT CADALU-ENT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AEN.

           SELECT CADALU-ENT-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-AEL.

           SELECT CADRES-ENT   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REN.

           SELECT CADRES-ENT-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL-ENT.

           SELECT FILA-NOTIF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FIL.

           SELECT FILA-NOTIF-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FLL.

           SELECT ENVIO-GATEWAY   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-ENV.

           SELECT ENVIO-GATEWAY-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-EVL.

           SELECT CARTAS-NOTIF   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CRT.

           SELECT CARTAS-NOTIF-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CRL.

           SELECT NOTIF-EXE17   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-N17.

           SELECT NOTIF-EXE17-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-N7L.

           SELECT NOTIF-COB   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NCB.

           SELECT NOTIF-COB-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NBL.

           SELECT NOTIF-OCO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NOC.

           SELECT NOTIF-OCO-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-NOL.

           SELECT CAD-PREFCOM   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PCM.

           SELECT CAD-PREFCOM-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PCL.

           SELECT CADSAU   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SAU.

           SELECT CADSAU-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-SAL.

           SELECT CADOCO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-OCO.

           SELECT CADOCO-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-OCL.

           SELECT HISTORICO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-HIS.

           SELECT CADPAG   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-PAG.

           SELECT CADCLI1   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CL1.

           SELECT CADCLI1-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-C1L.

           SELECT CADCLI2   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-CL2.

           SELECT CADCLI2-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-C2L.

           SELECT CAD-FOLHA-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FHS.

           SELECT CADFUN   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FUN.

           SELECT CADFUN-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-FNL.

           SELECT CAD-DEPENDENTES   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DEP.

           SELECT CAD-DEPENDENTES-LGPD   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-DPL.

           SELECT DATA-MOVTO   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-MOV.

           SELECT REL-EX107   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-REL.

           SELECT LOG-EX107   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL.
           SELECT RUN-HIST   ASSIGN TO DISK
           ORGANIZATION IS  LINE  SEQUENTIAL
           FILE STATUS  IS  WS-STATUS-RHI.

       DATA DIVISION.
       FILE SECTION.
       FD LGPD-PEDIDO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LGPD-PEDIDO.DAT".

       01 REG-PED.
           03 TIPO-PED         PIC X(01).
           03 CHAVE-PED        PIC X(11).
           03 MODO-PED         PIC X(01).
           03 DATA-PED         PIC X(08).
           03 DATA-PED-R REDEFINES DATA-PED.
              05 AAAA-PED      PIC 9(04).
              05 MM-PED        PIC 9(02).
              05 DD-PED        PIC 9(02).

       FD LGPD-REG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LGPD-REG.DAT".

       01 REG-LRG.
           03 PROTOCOLO-LRG    PIC 9(10).
           03 TIPO-LRG         PIC X(01).
           03 CHAVE-LRG        PIC 9(11).
           03 MODO-LRG         PIC X(01).
           03 DATA-PEDIDO-LRG  PIC 9(08).
           03 PRAZO-LRG        PIC 9(08).
           03 CONCLUSAO-LRG    PIC 9(08).
           03 NO-PRAZO-LRG     PIC X(01).
           03 ACHADOS-LRG      PIC 9(05).
           03 ANONIMIZADOS-LRG PIC 9(05).
           03 RETIDOS-LRG      PIC 9(05).

       FD LGPD-DET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LGPD-DET.DAT".

       01 REG-DET.
           03 PEDIDO-DET       PIC 9(02).
           03 ARQUIVO-DET      PIC X(15).
           03 DADOS-DET        PIC X(128).
           03 ACAO-DET         PIC X(12).
           03 MOTIVO-DET       PIC X(50).

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

       FD CADALU-ENT
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADALU-ENT.DAT".

       01 REG-AEN.
           03 NUMERO-AEN       PIC X(07).
           03 NOME-AEN         PIC X(20).
           03 NOTA1-AEN        PIC 9(02)V99.
           03 NOTA2-AEN        PIC 9(02)V99.
           03 NOTA3-AEN        PIC 9(02)V99.
           03 NOTA4-AEN        PIC 9(02)V99.
           03 SEXO-AEN         PIC X(01).
           03 DATA-NASCIMENTO-AEN.
              04 DD-AEN        PIC 9(02).
              04 MM-AEN        PIC 9(02).
              04 AAAA-AEN      PIC 9(04).
           03 FALTA-AEN        PIC 9(02).
           03 TURMA-AEN        PIC X(03).

       FD CADALU-ENT-LGPD
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADALU-ENT-LGPD.DAT".

       01 REG-AEL                 PIC X(57).

       FD CADRES-ENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES-ENT.DAT".

       01 REG-REN.
           03 NUMERO-REN       PIC 9(07).
           03 NOME-RESP-REN    PIC X(30).
           03 PARENTESCO-REN   PIC X(10).
           03 ENDERECO-REN.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-REN==
                   ==PREFIXO-NUM== BY ==NUM-END-REN==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-REN==
                   ==PREFIXO-BAI== BY ==BAIRRO-REN==
                   ==PREFIXO-CID== BY ==CIDADE-REN==
                   ==PREFIXO-UF== BY ==UF-REN==
                   ==PREFIXO-CEP== BY ==CEP-REN==.
           03 TELEFONE-REN     PIC X(11).

       FD CADRES-ENT-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRES-ENT-LGPD.DAT".

       01 REG-RNL                 PIC X(164).

       FD FILA-NOTIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FILA-NOTIF.DAT".

       01 REG-FIL                 PIC X(308).

       FD FILA-NOTIF-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FILA-NOTIF-LGPD.DAT".

       01 REG-FLL                 PIC X(308).

       FD ENVIO-GATEWAY
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENVIO-GATEWAY.DAT".

       01 REG-ENV.
           03 CHAVE-ENV           PIC X(18).
           03 CANAL-ENV           PIC X(01).
           03 TELEFONE-ENV        PIC X(11).
           03 EMAIL-ENV           PIC X(40).
           03 DESTINATARIO-ENV    PIC X(30).
           03 MODELO-ENV          PIC X(04).
           03 MENSAGEM-ENV        PIC X(80).

       FD ENVIO-GATEWAY-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENVIO-GATEWAY-LGPD.DAT".

       01 REG-EVL                 PIC X(184).

       FD CARTAS-NOTIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTAS-NOTIF.DAT".

       01 REG-CRT                 PIC X(80).

       FD CARTAS-NOTIF-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CARTAS-NOTIF-LGPD.DAT".

       01 REG-CRL                 PIC X(80).

       FD NOTIF-EXE17
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-EXE17.DAT".

       01 REG-N17                 PIC X(308).

       FD NOTIF-EXE17-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-EXE17-LGPD.DAT".

       01 REG-N7L                 PIC X(308).

       FD NOTIF-COB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-COB.DAT".

       01 REG-NCB                 PIC X(308).

       FD NOTIF-COB-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-COB-LGPD.DAT".

       01 REG-NBL                 PIC X(308).

       FD NOTIF-OCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-OCO.DAT".

       01 REG-NOC                 PIC X(308).

       FD NOTIF-OCO-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTIF-OCO-LGPD.DAT".

       01 REG-NOL                 PIC X(308).

       FD CAD-PREFCOM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PREFCOM.DAT".

       01 REG-PCM.
           03 NUMERO-PCM          PIC 9(07).
           03 CANAL-PCM           PIC X(01).
           03 EMAIL-PCM           PIC X(40).
           03 RECUSA-SMS-PCM      PIC X(01).
           03 RECUSA-EMAIL-PCM    PIC X(01).
           03 RECUSA-CARTA-PCM    PIC X(01).
           03 DATA-PCM            PIC 9(08).

       FD CAD-PREFCOM-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-PREFCOM-LGPD.DAT".

       01 REG-PCL                 PIC X(59).

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

       FD CADSAU-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAU-LGPD.DAT".

       01 REG-SAL                 PIC X(115).

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

       FD CADOCO-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOCO-LGPD.DAT".

       01 REG-OCL                 PIC X(61).

       FD HISTORICO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTORICO.DAT".

       01 REG-HIS.
           03 NUMERO-HIS       PIC 9(07).
           03 ANO-HIS          PIC 9(04).
           03 DISCIPLINA-HIS   PIC 9(03).
           03 MEDIA-HIS        PIC 9(02)V99.
           03 FALTAS-HIS       PIC 9(04).
           03 SITUACAO-HIS     PIC X(01).
           03 TURMA-HIS        PIC X(03).
           03 CONSELHO-HIS     PIC X(01).
           03 SITUACAO-ORIG-HIS PIC X(01).

       FD CADPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".

       01 REG-PAG.
           03 NUMERO-PAG       PIC 9(07).
           03 COMPETENCIA-PAG  PIC 9(06).
           03 TIPO-PAG         PIC 9(02).
           03 VALOR-PAG        PIC 9(05)V99.
           03 DATA-PAG         PIC 9(08).

       FD CADCLI1
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADCLI1.DAT".

       01 REG-CL1.
           03 COD-CL1      PIC 9(07).
           03 NOME-CL1     PIC X(20).
           03 CPF-CL1      PIC 9(11).
           03 ENDERECO-CL1.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-CL1==
                   ==PREFIXO-NUM== BY ==NUM-END-CL1==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-CL1==
                   ==PREFIXO-BAI== BY ==BAIRRO-CL1==
                   ==PREFIXO-CID== BY ==CIDADE-CL1==
                   ==PREFIXO-UF== BY ==UF-CL1==
                   ==PREFIXO-CEP== BY ==CEP-CL1==.
           03 SITUACAO-CLI-CL1   PIC X(01).
           03 DATA-CADASTRO-CL1  PIC 9(08).

       FD CADCLI1-LGPD
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADCLI1-LGPD.DAT".

       01 REG-C1L                 PIC X(153).

       FD CADCLI2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI2.DAT".

       01 REG-CL2.
           03 NOME-CL2     PIC X(20).
           03 COD-CL2      PIC 9(07).
           03 CPF-CL2      PIC 9(11).
           03 ENDERECO-CL2.
              COPY ENDER01 REPLACING
                   ==PREFIXO-LOG== BY ==LOGRADOURO-CL2==
                   ==PREFIXO-NUM== BY ==NUM-END-CL2==
                   ==PREFIXO-CPL== BY ==COMPLEMENTO-CL2==
                   ==PREFIXO-BAI== BY ==BAIRRO-CL2==
                   ==PREFIXO-CID== BY ==CIDADE-CL2==
                   ==PREFIXO-UF== BY ==UF-CL2==
                   ==PREFIXO-CEP== BY ==CEP-CL2==.
           03 SITUACAO-CLI-CL2   PIC X(01).
           03 DATA-CADASTRO-CL2  PIC 9(08).

       FD CADCLI2-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI2-LGPD.DAT".

       01 REG-C2L                 PIC X(153).

       FD CAD-FOLHA-HIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-FOLHA-HIST.DAT".

       01 REG-FHS.
           COPY FOLHIS01.

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

       FD CADFUN-LGPD
           LABEL  RECORD  ARE STANDARD
           VALUE  OF FILE-ID IS "CADFUN-LGPD.DAT".

       01 REG-FNL                 PIC X(49).

       FD CAD-DEPENDENTES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-DEPENDENTES.DAT".

       01 REG-DEP.
           03 CHAVE-DEP.
              04 MATRICULA-DEP    PIC 9(05).
              04 SEQUENCIA-DEP    PIC 9(02).
           03 NOME-DEP         PIC X(30).
           03 NASCIMENTO-DEP   PIC 9(08).
           03 TIPO-DEP         PIC X(02).

       FD CAD-DEPENDENTES-LGPD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-DEPENDENTES-LGPD.DAT".

       01 REG-DPL                 PIC X(47).

       FD DATA-MOVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DATA-MOVTO.DAT".

       01 REG-MOVTO.
           03 DATA-MOVTO-REG   PIC 9(08).

       FD REL-EX107
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REL-EX107.DAT".

       01 REG-REL                  PIC X(80).

       FD LOG-EX107
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOG-EX107.DAT".

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
       77 WS-STATUS-PED    PIC X(02) VALUE "00".
       77 WS-STATUS-LRG    PIC X(02) VALUE "00".
       77 WS-STATUS-DET    PIC X(02) VALUE "00".
       77 WS-STATUS-ALU    PIC X(02) VALUE "00".
       77 WS-STATUS-RES    PIC X(02) VALUE "00".
       77 WS-STATUS-AEN    PIC X(02) VALUE "00".
       77 WS-STATUS-AEL    PIC X(02) VALUE "00".
       77 WS-STATUS-REN    PIC X(02) VALUE "00".
       77 WS-STATUS-REL-ENT PIC X(02) VALUE "00".
       77 WS-STATUS-FIL    PIC X(02) VALUE "00".
       77 WS-STATUS-FLL    PIC X(02) VALUE "00".
       77 WS-STATUS-ENV    PIC X(02) VALUE "00".
       77 WS-STATUS-EVL    PIC X(02) VALUE "00".
       77 WS-STATUS-CRT    PIC X(02) VALUE "00".
       77 WS-STATUS-CRL    PIC X(02) VALUE "00".
       77 WS-STATUS-N17    PIC X(02) VALUE "00".
       77 WS-STATUS-N7L    PIC X(02) VALUE "00".
       77 WS-STATUS-NCB    PIC X(02) VALUE "00".
       77 WS-STATUS-NBL    PIC X(02) VALUE "00".
       77 WS-STATUS-NOC    PIC X(02) VALUE "00".
       77 WS-STATUS-NOL    PIC X(02) VALUE "00".
       77 WS-STATUS-PCM    PIC X(02) VALUE "00".
       77 WS-STATUS-PCL    PIC X(02) VALUE "00".
       77 WS-STATUS-SAU    PIC X(02) VALUE "00".
       77 WS-STATUS-SAL    PIC X(02) VALUE "00".
       77 WS-STATUS-OCO    PIC X(02) VALUE "00".
       77 WS-STATUS-OCL    PIC X(02) VALUE "00".
       77 WS-STATUS-HIS    PIC X(02) VALUE "00".
       77 WS-STATUS-PAG    PIC X(02) VALUE "00".
       77 WS-STATUS-CL1    PIC X(02) VALUE "00".
       77 WS-STATUS-C1L    PIC X(02) VALUE "00".
       77 WS-STATUS-CL2    PIC X(02) VALUE "00".
       77 WS-STATUS-C2L    PIC X(02) VALUE "00".
       77 WS-STATUS-FHS    PIC X(02) VALUE "00".
       77 WS-STATUS-FUN    PIC X(02) VALUE "00".
       77 WS-STATUS-FNL    PIC X(02) VALUE "00".
       77 WS-STATUS-DEP    PIC X(02) VALUE "00".
       77 WS-STATUS-DPL    PIC X(02) VALUE "00".
       77 WS-STATUS-MOV    PIC X(02) VALUE "00".
       77 WS-STATUS-REL    PIC X(02) VALUE "00".
       77 WS-STATUS-RHI    PIC X(02) VALUE "00".
       77 WS-FIM-PED       PIC X(03) VALUE "NAO".
       77 WS-FIM-PASSE     PIC X(03) VALUE "NAO".
       77 WS-QTD-ERROS-IO  PIC 9(05) VALUE ZEROS.
       77 WS-PARAGRAFO-ERRO  PIC X(30) VALUE SPACES.
       77 WS-DIAG-PROGRAMA   PIC X(05) VALUE "EX107".
       77 WS-DIAG-CONTADOR   PIC 9(07) VALUE ZEROS.
       01 WS-DIAG-STATUS     PIC X(132) VALUE SPACES.
       01 WS-DIAG-REGISTRO   PIC X(132) VALUE SPACES.
       77 WS-CONTADOR-LIDO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ACEITO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-RECUSADO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ATRASO PIC 9(07) VALUE ZEROS.
       77 WS-CONTADOR-ANONIM PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
      *    PRAZO DE RESPOSTA AO TITULAR, EM DIAS CORRIDOS (ART. 19).
       77 WS-PRAZO-DIAS      PIC 9(03) VALUE 15.
       77 WS-DIAS            PIC 9(07) VALUE ZEROS.
       77 WS-COMP-ADMISSAO   PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-REC      PIC X(02) VALUE SPACES.
       77 WS-TEM-ALUNO       PIC X(01) VALUE "N".
       77 WS-TEM-FUNC        PIC X(01) VALUE "N".
       77 WS-ACHOU           PIC X(01) VALUE "N".
       77 WS-ANONIMIZA       PIC X(01) VALUE "N".
       77 WS-CHAVE-BUSCA     PIC 9(11) VALUE ZEROS.
       77 WS-TIPO-BUSCA1     PIC X(01) VALUE SPACES.
       77 WS-TIPO-BUSCA2     PIC X(01) VALUE SPACES.
       77 WS-ARQ-AUSENTE     PIC X(15) VALUE SPACES.
       77 WS-ANONIMO         PIC X(16) VALUE "ANONIMIZADO LGPD".
       77 WS-I               PIC 9(02) VALUE ZEROS.
       77 WS-J               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PED         PIC 9(02) VALUE ZEROS.
       77 WS-CORTE           PIC 9(03) VALUE ZEROS.
       77 WS-MAX-PED         PIC 9(02) VALUE 50.
       01 WS-LINHA-LOG             PIC X(80).
       01 WS-LINHA-REL             PIC X(80).

       01 WS-ULTIMO-PROTOCOLO      PIC 9(10) VALUE ZEROS.
       01 WS-ULTIMO-PROTOCOLO-R REDEFINES WS-ULTIMO-PROTOCOLO.
           03 WS-UP-ANO            PIC 9(04).
           03 WS-UP-SEQ            PIC 9(06).

      *    PEDIDOS ACEITOS DO LGPD-PEDIDO, NA ORDEM DE CHEGADA.
      *    WS-PED-ATIVO = S RETEM OS DADOS CADASTRAIS DO TITULAR;
      *    WS-PED-DESLIG E A ULTIMA COMPETENCIA DE RESCISAO (RS/RT/RI)
      *    DO FUNCIONARIO NO CAD-FOLHA-HIST.
       01 WS-TAB-PEDIDOS.
           03 WS-PED OCCURS 50 TIMES.
              05 WS-PED-TIPO       PIC X(01).
              05 WS-PED-CHAVE      PIC 9(11).
              05 WS-PED-MODO       PIC X(01).
              05 WS-PED-DATA       PIC 9(08).
              05 WS-PED-PROTOCOLO  PIC 9(10).
              05 WS-PED-PRAZO      PIC 9(08).
              05 WS-PED-ATIVO      PIC X(01).
              05 WS-PED-DESLIG     PIC 9(06).
              05 WS-PED-ACHADOS    PIC 9(05).
              05 WS-PED-ANONIM     PIC 9(05).
              05 WS-PED-RETIDOS    PIC 9(05).

      *    AVISO AO RESPONSAVEL EM TRATAMENTO (FILA-NOTIF OU ARQUIVO
      *    DE AVISOS PENDENTES).
       01 WS-NOTICIA.
           COPY NOTIF01.

      *    AVISOS DA FILA-NOTIF QUE SAO DE ALGUM TITULAR, PARA ACHAR
      *    NO ENVIO-GATEWAY (QUE SO TRAZ A CHAVE DO AVISO) O ALUNO DO
      *    PEDIDO. WS-PASSE-AVISOS = S NAS PASSADAS DOS ARQUIVOS DE
      *    AVISO, PARA O DIAGNOSTICO.
       77 WS-PASSE-AVISOS    PIC X(01) VALUE "N".
       77 WS-QTD-NTQ         PIC 9(04) VALUE ZEROS.
       77 WS-MAX-NTQ         PIC 9(04) VALUE 5000.
       77 WS-K               PIC 9(04) VALUE ZEROS.
       01 WS-TAB-NTQ.
           03 WS-NTQ OCCURS 5000 TIMES.
              05 WS-NTQ-CHAVE      PIC X(18).
              05 WS-NTQ-NUMERO     PIC 9(07).

      *    LINHAS DA CARTA EM TRATAMENTO NO CARTAS-NOTIF. CADA CARTA
      *    DO EX112 TERMINA NUMA LINHA DE TRACOS E TRAZ O ALUNO NA
      *    LINHA "REF.: ALUNO NNNNNNN".
       77 WS-QTD-LINHAS      PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS      PIC 9(02) VALUE 20.
       01 WS-TAB-CARTA.
           03 WS-CARTA-LINHA OCCURS 20 TIMES PIC X(80).
       01 WS-LINHA-REF            PIC X(80).
       01 WS-LINHA-REF-R REDEFINES WS-LINHA-REF.
           03 WS-LR-ROTULO        PIC X(12).
           03 WS-LR-ALUNO         PIC X(07).
           03 FILLER              PIC X(61).

      *    ITEM ACHADO: ARQUIVO, CONTEUDO, CLASSE (P = DADO CADASTRAL,
      *    PODE SER ANONIMIZADO; L = GUARDA LEGAL, NUNCA E), O MOTIVO
      *    DA GUARDA LEGAL E O QUE A ANONIMIZACAO ELIMINA NO ARQUIVO.
       01 WS-DET-ARQUIVO          PIC X(15).
       01 WS-DET-DADOS            PIC X(128).
       01 WS-DET-CLASSE           PIC X(01).
       01 WS-DET-LEGAL            PIC X(50).
       01 WS-DET-ELIMINA          PIC X(50).
       01 WS-DET-ACAO             PIC X(12).
       01 WS-DET-MOTIVO           PIC X(50).

       01 WS-DATA-AUX             PIC 9(08).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DA-AAAA          PIC 9(04).
           03 WS-DA-MM            PIC 9(02).
           03 WS-DA-DD            PIC 9(02).
       01 WS-DATA-ED.
           03 WS-DE-DD            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-MM            PIC 9(02).
           03 FILLER              PIC X(01) VALUE "/".
           03 WS-DE-AAAA          PIC 9(04).
       01 WS-DATA-ED2             PIC X(10).
       01 WS-DATA-ED3             PIC X(10).
       01 WS-VALOR-ED             PIC ZZZ,ZZ9.99.
       01 WS-VALOR-ED2            PIC ZZZ,ZZ9.99.
       01 WS-NOTA-ED              PIC Z9.99.
       01 WS-CONT-ED              PIC ZZZZ9.
       01 WS-CONT-ED2             PIC ZZZZ9.
       01 WS-CONT-ED3             PIC ZZZZ9.
       01 WS-TITULAR              PIC X(20).
       01 WS-MODO-ED              PIC X(10).

       PROCEDURE DIVISION.
       PGM-EM01EX107.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-INICIO.
           PERFORM INICIO.
           IF WS-QTD-ERROS-IO = 0
              AND WS-QTD-PED > 0
               PERFORM PROCESSA-PEDIDOS
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT LOG-EX107.
           PERFORM LE-DATA-MOVTO.
           OPEN OUTPUT REL-EX107.
           PERFORM VERIFICA-STATUS-REL.
           PERFORM IMPRIME-CABECALHO.
           PERFORM LE-ULTIMO-PROTOCOLO.
           OPEN INPUT LGPD-PEDIDO.
           PERFORM VERIFICA-STATUS-PED.
           IF WS-QTD-ERROS-IO = 0
               PERFORM LE-PEDIDO
               PERFORM CARGA-PEDIDO
                   UNTIL WS-FIM-PED = "SIM"
               CLOSE LGPD-PEDIDO
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

      *    O PROTOCOLO CONTINUA O ULTIMO DO REGISTRO DE PEDIDOS E
      *    RECOMECA EM 1 A CADA ANO.
       LE-ULTIMO-PROTOCOLO.
           OPEN INPUT LGPD-REG.
           IF WS-STATUS-LRG = "00"
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM UNTIL WS-FIM-PASSE = "SIM"
                   READ LGPD-REG
                       AT END MOVE "SIM" TO WS-FIM-PASSE
                   END-READ
                   IF WS-FIM-PASSE NOT = "SIM"
                      AND PROTOCOLO-LRG > WS-ULTIMO-PROTOCOLO
                       MOVE PROTOCOLO-LRG TO WS-ULTIMO-PROTOCOLO
                   END-IF
               END-PERFORM
               CLOSE LGPD-REG
           END-IF.
           IF WS-UP-ANO NOT = WS-DATA-SISTEMA (1:4)
               MOVE WS-DATA-SISTEMA (1:4) TO WS-UP-ANO
               MOVE ZEROS TO WS-UP-SEQ
           END-IF.

       VERIFICA-STATUS-PED.
           IF WS-STATUS-PED NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PED"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PED
           END-IF.

       VERIFICA-STATUS-REL.
           IF WS-STATUS-REL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REL"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-DET.
           IF WS-STATUS-DET NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-DET"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-ALU.
           IF WS-STATUS-ALU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ALU"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-RES.
           IF WS-STATUS-RES NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-RES"
                       TO WS-PARAGRAFO-ERRO
               END-IF.

       VERIFICA-STATUS-AEN.
           IF WS-STATUS-AEN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-AEN"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-AEL.
           IF WS-STATUS-AEL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-AEL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-REN.
           IF WS-STATUS-REN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-REN"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-RNL.
           IF WS-STATUS-REL-ENT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-RNL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-FIL.
           IF WS-STATUS-FIL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FIL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-FLL.
           IF WS-STATUS-FLL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FLL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-ENV.
           IF WS-STATUS-ENV NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-ENV"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-EVL.
           IF WS-STATUS-EVL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-EVL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-CRT.
           IF WS-STATUS-CRT NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CRT"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-CRL.
           IF WS-STATUS-CRL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CRL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-N17.
           IF WS-STATUS-N17 NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-N17"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-N7L.
           IF WS-STATUS-N7L NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-N7L"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-NCB.
           IF WS-STATUS-NCB NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-NCB"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-NBL.
           IF WS-STATUS-NBL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-NBL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-NOC.
           IF WS-STATUS-NOC NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-NOC"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-NOL.
           IF WS-STATUS-NOL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-NOL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-PCM.
           IF WS-STATUS-PCM NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PCM"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-PCL.
           IF WS-STATUS-PCL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PCL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-SAU.
           IF WS-STATUS-SAU NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-SAU"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-SAL.
           IF WS-STATUS-SAL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-SAL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-OCO.
           IF WS-STATUS-OCO NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-OCO"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-OCL.
           IF WS-STATUS-OCL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-OCL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-HIS.
           IF WS-STATUS-HIS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-HIS"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-PAG.
           IF WS-STATUS-PAG NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-PAG"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-CL1.
           IF WS-STATUS-CL1 NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CL1"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-C1L.
           IF WS-STATUS-C1L NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-C1L"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-CL2.
           IF WS-STATUS-CL2 NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-CL2"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-C2L.
           IF WS-STATUS-C2L NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-C2L"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-FHS.
           IF WS-STATUS-FHS NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FHS"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-FUN.
           IF WS-STATUS-FUN NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FUN"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-FNL.
           IF WS-STATUS-FNL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-FNL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-DEP.
           IF WS-STATUS-DEP NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-DEP"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       VERIFICA-STATUS-DPL.
           IF WS-STATUS-DPL NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "VERIFICA-STATUS-DPL"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

       LE-PEDIDO.
           READ LGPD-PEDIDO
               AT END MOVE "SIM" TO WS-FIM-PED
           END-READ.
           IF WS-FIM-PED NOT = "SIM"
               PERFORM VERIFICA-STATUS-PED
               IF WS-FIM-PED NOT = "SIM"
                   ADD 1 TO WS-CONTADOR-LIDO
               END-IF
           END-IF.

      *    PEDIDO VALIDO ENTRA NA TABELA COM PROTOCOLO E PRAZO;
      *    INVALIDO SAI NO RELATORIO COMO RECUSADO:
      *    TP = TIPO, MD = MODO, CH = CHAVE, DT = DATA DO PEDIDO,
      *    EX = MAIS PEDIDOS QUE A TABELA COMPORTA.
       CARGA-PEDIDO.
           MOVE SPACES TO WS-MOTIVO-REC.
           IF TIPO-PED NOT = "C" AND TIPO-PED NOT = "A"
              AND TIPO-PED NOT = "R" AND TIPO-PED NOT = "F"
               MOVE "TP" TO WS-MOTIVO-REC
           ELSE
               IF MODO-PED NOT = "A" AND MODO-PED NOT = "E"
                   MOVE "MD" TO WS-MOTIVO-REC
               END-IF
           END-IF.
           IF WS-MOTIVO-REC = SPACES
               IF CHAVE-PED NOT NUMERIC
                  OR CHAVE-PED = ZEROS
                   MOVE "CH" TO WS-MOTIVO-REC
               ELSE
                   IF (TIPO-PED = "A" OR TIPO-PED = "R")
                      AND CHAVE-PED (1:4) NOT = "0000"
                       MOVE "CH" TO WS-MOTIVO-REC
                   END-IF
                   IF TIPO-PED = "F"
                      AND CHAVE-PED (1:6) NOT = "000000"
                       MOVE "CH" TO WS-MOTIVO-REC
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-REC = SPACES
               IF DATA-PED NOT NUMERIC
                   MOVE "DT" TO WS-MOTIVO-REC
               ELSE
                   IF MM-PED < 1 OR MM-PED > 12
                      OR DD-PED < 1 OR DD-PED > 31
                      OR AAAA-PED < 1900
                      OR DATA-PED > WS-DATA-SISTEMA
                       MOVE "DT" TO WS-MOTIVO-REC
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-REC = SPACES
              AND WS-QTD-PED NOT < WS-MAX-PED
               MOVE "EX" TO WS-MOTIVO-REC
           END-IF.
           IF WS-MOTIVO-REC = SPACES
               PERFORM ACEITA-PEDIDO
           ELSE
               PERFORM IMPRIME-RECUSADO
           END-IF.
           PERFORM LE-PEDIDO.

       ACEITA-PEDIDO.
           ADD 1 TO WS-QTD-PED.
           ADD 1 TO WS-CONTADOR-ACEITO.
           MOVE TIPO-PED TO WS-PED-TIPO (WS-QTD-PED).
           MOVE CHAVE-PED TO WS-PED-CHAVE (WS-QTD-PED).
           MOVE MODO-PED TO WS-PED-MODO (WS-QTD-PED).
           MOVE DATA-PED TO WS-PED-DATA (WS-QTD-PED).
           ADD 1 TO WS-UP-SEQ.
           MOVE WS-ULTIMO-PROTOCOLO TO WS-PED-PROTOCOLO (WS-QTD-PED).
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-PED-DATA (WS-QTD-PED))
               + WS-PRAZO-DIAS.
           COMPUTE WS-PED-PRAZO (WS-QTD-PED) =
               FUNCTION DATE-OF-INTEGER (WS-DIAS).
           MOVE "N" TO WS-PED-ATIVO (WS-QTD-PED).
           MOVE ZEROS TO WS-PED-DESLIG (WS-QTD-PED)
                         WS-PED-ACHADOS (WS-QTD-PED)
                         WS-PED-ANONIM (WS-QTD-PED)
                         WS-PED-RETIDOS (WS-QTD-PED).
           IF TIPO-PED = "A" OR TIPO-PED = "R"
               MOVE "S" TO WS-TEM-ALUNO
           END-IF.
           IF TIPO-PED = "F"
               MOVE "S" TO WS-TEM-FUNC
           END-IF.

       IMPRIME-RECUSADO.
           ADD 1 TO WS-CONTADOR-RECUSADO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RECUSADO - TIPO " DELIMITED BY SIZE
                  TIPO-PED DELIMITED BY SIZE
                  " CHAVE " DELIMITED BY SIZE
                  CHAVE-PED DELIMITED BY SIZE
                  " MODO " DELIMITED BY SIZE
                  MODO-PED DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  DATA-PED DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  WS-MOTIVO-REC DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

      *    UMA PASSADA POR ARQUIVO. O CADALU VEM PRIMEIRO PORQUE DA A
      *    SITUACAO DO ALUNO; A FILA-NOTIF VEM ANTES DO ENVIO-GATEWAY
      *    PORQUE DA AS CHAVES DOS AVISOS DO TITULAR; O CAD-FOLHA-HIST
      *    VEM ANTES DO CADFUN PORQUE DA A RESCISAO DO FUNCIONARIO.
       PROCESSA-PEDIDOS.
           OPEN OUTPUT LGPD-DET.
           PERFORM VERIFICA-STATUS-DET.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-ALU
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-AEN
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-RES
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-REN
           END-IF.
           MOVE "S" TO WS-PASSE-AVISOS.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-FIL
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-ENV
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-CRT
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-N17
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-NCB
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-NOC
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-PCM
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               MOVE "N" TO WS-PASSE-AVISOS
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-SAU
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-OCO
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-HIS
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-PAG
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-CL1
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-CL2
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-FHS
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-FUN
           END-IF.
           IF WS-QTD-ERROS-IO = 0
               PERFORM PASSA-DEP
           END-IF.
           CLOSE LGPD-DET.
           IF WS-QTD-ERROS-IO = 0
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-PED
                   PERFORM IMPRIME-PEDIDO
               END-PERFORM
               PERFORM GRAVA-REGISTRO-PEDIDOS
           END-IF.

      *    ARQUIVO OPCIONAL QUE NAO EXISTE NAO TEM DADO DO TITULAR;
      *    SO FICA REGISTRADO NO LOG.
       GRAVA-LOG-AUSENTE.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX107 - ARQUIVO AUSENTE: " DELIMITED BY SIZE
                  WS-ARQ-AUSENTE DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.

      *    WS-ACHOU = S SE ALGUM PEDIDO DO TIPO WS-TIPO-BUSCA1 OU
      *    WS-TIPO-BUSCA2 TEM A CHAVE WS-CHAVE-BUSCA.
       LOCALIZA-PEDIDO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-PED
               IF (WS-PED-TIPO (WS-I) = WS-TIPO-BUSCA1
                   OR WS-PED-TIPO (WS-I) = WS-TIPO-BUSCA2)
                  AND WS-PED-CHAVE (WS-I) = WS-CHAVE-BUSCA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.

       PROCURA-PEDIDOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-PED
               IF (WS-PED-TIPO (WS-I) = WS-TIPO-BUSCA1
                   OR WS-PED-TIPO (WS-I) = WS-TIPO-BUSCA2)
                  AND WS-PED-CHAVE (WS-I) = WS-CHAVE-BUSCA
                   PERFORM REGISTRA-ITEM
               END-IF
           END-PERFORM.

      *    DECIDE O QUE FAZER COM O ITEM PARA O PEDIDO WS-I E GRAVA O
      *    DETALHE. ANONIMIZA SO EM PEDIDO DE ELIMINACAO, DADO
      *    CADASTRAL E TITULAR SEM VINCULO ATIVO.
       REGISTRA-ITEM.
           ADD 1 TO WS-PED-ACHADOS (WS-I).
           MOVE SPACES TO WS-DET-ACAO WS-DET-MOTIVO.
           IF WS-PED-MODO (WS-I) = "A"
               IF WS-DET-CLASSE = "L"
                   MOVE "GUARDA LEGAL" TO WS-DET-ACAO
                   MOVE WS-DET-LEGAL TO WS-DET-MOTIVO
               END-IF
           ELSE
               IF WS-DET-CLASSE = "L"
                   MOVE "RETIDO" TO WS-DET-ACAO
                   MOVE WS-DET-LEGAL TO WS-DET-MOTIVO
                   ADD 1 TO WS-PED-RETIDOS (WS-I)
               ELSE
                   IF WS-PED-ATIVO (WS-I) = "S"
                       MOVE "RETIDO" TO WS-DET-ACAO
                       IF WS-PED-TIPO (WS-I) = "F"
                           MOVE "FUNCIONARIO COM VINCULO ATIVO"
                               TO WS-DET-MOTIVO
                       ELSE
                           MOVE "ALUNO COM MATRICULA ATIVA"
                               TO WS-DET-MOTIVO
                       END-IF
                       ADD 1 TO WS-PED-RETIDOS (WS-I)
                   ELSE
                       MOVE "ANONIMIZADO" TO WS-DET-ACAO
                       MOVE WS-DET-ELIMINA TO WS-DET-MOTIVO
                       MOVE "S" TO WS-ANONIMIZA
                       ADD 1 TO WS-PED-ANONIM (WS-I)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-I TO PEDIDO-DET.
           MOVE WS-DET-ARQUIVO TO ARQUIVO-DET.
           MOVE WS-DET-DADOS TO DADOS-DET.
           MOVE WS-DET-ACAO TO ACAO-DET.
           MOVE WS-DET-MOTIVO TO MOTIVO-DET.
           WRITE REG-DET.
           PERFORM VERIFICA-STATUS-DET.

       FORMATA-DATA.
           MOVE WS-DA-DD TO WS-DE-DD.
           MOVE WS-DA-MM TO WS-DE-MM.
           MOVE WS-DA-AAAA TO WS-DE-AAAA.

      *---------------------------------------------------------------
      *    CADALU (INDEXADO): SITUACAO DO ALUNO PARA OS PEDIDOS A/R E
      *    DADOS DO ALUNO PARA OS PEDIDOS A.
      *---------------------------------------------------------------
       PASSA-ALU.
           OPEN I-O CADALU.
           IF WS-STATUS-ALU = "35"
              AND WS-TEM-ALUNO = "N"
               MOVE "CADALU" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               PERFORM VERIFICA-STATUS-ALU
               IF WS-STATUS-ALU = "00"
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-QTD-PED
                       IF WS-PED-TIPO (WS-J) = "A"
                          OR WS-PED-TIPO (WS-J) = "R"
                           PERFORM CONSULTA-ALU
                       END-IF
                   END-PERFORM
                   CLOSE CADALU
               END-IF
           END-IF.

       CONSULTA-ALU.
           MOVE WS-PED-CHAVE (WS-J) TO NUMERO-ALU.
           READ CADALU
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = "S"
               IF SITUACAO-ALU = "T" OR SITUACAO-ALU = "D"
                  OR SITUACAO-ALU = "C"
                   MOVE "N" TO WS-PED-ATIVO (WS-J)
               ELSE
                   MOVE "S" TO WS-PED-ATIVO (WS-J)
               END-IF
               IF WS-PED-TIPO (WS-J) = "A"
                   MOVE "N" TO WS-ANONIMIZA
                   MOVE WS-J TO WS-I
                   MOVE "CADALU" TO WS-DET-ARQUIVO
                   MOVE "P" TO WS-DET-CLASSE
                   MOVE "NOME" TO WS-DET-ELIMINA
                   PERFORM MONTA-DADOS-ALU
                   PERFORM REGISTRA-ITEM
                   IF WS-ANONIMIZA = "S"
                       MOVE WS-ANONIMO TO NOME-ALU
                       REWRITE REG-ALU
                           INVALID KEY
                               ADD 1 TO WS-QTD-ERROS-IO
                               IF WS-PARAGRAFO-ERRO = SPACES
                                   MOVE "CONSULTA-ALU"
                                       TO WS-PARAGRAFO-ERRO
                               END-IF
                       END-REWRITE
                       ADD 1 TO WS-CONTADOR-ANONIM
                   END-IF
               END-IF
           END-IF.

       MONTA-DADOS-ALU.
           MOVE DD-ALU TO WS-DE-DD.
           MOVE MM-ALU TO WS-DE-MM.
           MOVE AAAA-ALU TO WS-DE-AAAA.
           MOVE SPACES TO WS-DET-DADOS.
           STRING NOME-ALU DELIMITED BY "  "
                  " SEXO " DELIMITED BY SIZE
                  SEXO-ALU DELIMITED BY SIZE
                  " NASC " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  " TURMA " DELIMITED BY SIZE
                  TURMA-ALU DELIMITED BY SIZE
                  " UNIDADE " DELIMITED BY SIZE
                  UNIDADE-ALU DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  SITUACAO-ALU DELIMITED BY SIZE
               INTO WS-DET-DADOS.

      *---------------------------------------------------------------
      *    CADALU-ENT: CADASTRO DE ENTRADA DO QUAL O EXE09 RECRIA O
      *    CADALU.
      *---------------------------------------------------------------
       PASSA-AEN.
           OPEN INPUT CADALU-ENT.
           IF WS-STATUS-AEN = "35"
               MOVE "CADALU-ENT" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-AEN
               OPEN OUTPUT CADALU-ENT-LGPD
               PERFORM VERIFICA-STATUS-AEL
               PERFORM LE-AEN
               PERFORM TRATA-AEN
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADALU-ENT
                     CADALU-ENT-LGPD
           END-IF.

       LE-AEN.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADALU-ENT
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-AEN
               END-IF
           END-IF.

       TRATA-AEN.
           MOVE "N" TO WS-ANONIMIZA.
           IF NUMERO-AEN NUMERIC
               MOVE NUMERO-AEN TO WS-CHAVE-BUSCA
               MOVE "A" TO WS-TIPO-BUSCA1
                           WS-TIPO-BUSCA2
               PERFORM LOCALIZA-PEDIDO
               IF WS-ACHOU = "S"
                   MOVE "CADALU-ENT" TO WS-DET-ARQUIVO
                   MOVE "P" TO WS-DET-CLASSE
                   MOVE "NOME" TO WS-DET-ELIMINA
                   MOVE DD-AEN TO WS-DE-DD
                   MOVE MM-AEN TO WS-DE-MM
                   MOVE AAAA-AEN TO WS-DE-AAAA
                   MOVE SPACES TO WS-DET-DADOS
                   STRING NOME-AEN DELIMITED BY "  "
                          " SEXO " DELIMITED BY SIZE
                          SEXO-AEN DELIMITED BY SIZE
                          " NASC " DELIMITED BY SIZE
                          WS-DATA-ED DELIMITED BY SIZE
                          " TURMA " DELIMITED BY SIZE
                          TURMA-AEN DELIMITED BY SIZE
                       INTO WS-DET-DADOS
                   PERFORM PROCURA-PEDIDOS
               END-IF
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO NOME-AEN
           END-IF.
           WRITE REG-AEL FROM REG-AEN.
           PERFORM VERIFICA-STATUS-AEL.
           PERFORM LE-AEN.

      *---------------------------------------------------------------
      *    CADRES (INDEXADO PELO NUMERO DO ALUNO): RESPONSAVEL, PARA
      *    OS PEDIDOS A E R.
      *---------------------------------------------------------------
       PASSA-RES.
           OPEN I-O CADRES.
           IF WS-STATUS-RES = "35"
               MOVE "CADRES" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               PERFORM VERIFICA-STATUS-RES
               IF WS-STATUS-RES = "00"
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-QTD-PED
                       IF WS-PED-TIPO (WS-J) = "A"
                          OR WS-PED-TIPO (WS-J) = "R"
                           PERFORM CONSULTA-RES
                       END-IF
                   END-PERFORM
                   CLOSE CADRES
               END-IF
           END-IF.

       CONSULTA-RES.
           MOVE WS-PED-CHAVE (WS-J) TO NUMERO-RES.
           READ CADRES
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = "S"
               MOVE "N" TO WS-ANONIMIZA
               MOVE WS-J TO WS-I
               MOVE "CADRES" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "NOME, ENDERECO E TELEFONE" TO WS-DET-ELIMINA
               MOVE SPACES TO WS-DET-DADOS
               STRING NOME-RESP-RES DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      PARENTESCO-RES DELIMITED BY " "
                      ") FONE " DELIMITED BY SIZE
                      TELEFONE-RES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOGRADOURO-RES DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      NUM-END-RES DELIMITED BY " "
                      " " DELIMITED BY SIZE
                      COMPLEMENTO-RES DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      BAIRRO-RES DELIMITED BY "  "
                      " - CEP " DELIMITED BY SIZE
                      CEP-RES DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM REGISTRA-ITEM
               IF WS-ANONIMIZA = "S"
                   PERFORM ANONIMIZA-RES
                   REWRITE REG-RES
                       INVALID KEY
                           ADD 1 TO WS-QTD-ERROS-IO
                           IF WS-PARAGRAFO-ERRO = SPACES
                               MOVE "CONSULTA-RES"
                                   TO WS-PARAGRAFO-ERRO
                           END-IF
                   END-REWRITE
                   ADD 1 TO WS-CONTADOR-ANONIM
               END-IF
           END-IF.

      *    CEP, BAIRRO, CIDADE E UF FICAM: SAO VALIDADOS PELO EXE21
      *    NA CARGA E NAO IDENTIFICAM O TITULAR.
       ANONIMIZA-RES.
           MOVE WS-ANONIMO TO NOME-RESP-RES
                              LOGRADOURO-RES.
           MOVE SPACES TO NUM-END-RES
                          COMPLEMENTO-RES
                          TELEFONE-RES.

      *---------------------------------------------------------------
      *    CADRES-ENT: CADASTRO DE ENTRADA DO QUAL O EXE21 RECRIA O
      *    CADRES.
      *---------------------------------------------------------------
       PASSA-REN.
           OPEN INPUT CADRES-ENT.
           IF WS-STATUS-REN = "35"
               MOVE "CADRES-ENT" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-REN
               OPEN OUTPUT CADRES-ENT-LGPD
               PERFORM VERIFICA-STATUS-RNL
               PERFORM LE-REN
               PERFORM TRATA-REN
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADRES-ENT
                     CADRES-ENT-LGPD
           END-IF.

       LE-REN.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADRES-ENT
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-REN
               END-IF
           END-IF.

       TRATA-REN.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE NUMERO-REN TO WS-CHAVE-BUSCA.
           MOVE "A" TO WS-TIPO-BUSCA1.
           MOVE "R" TO WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               MOVE "CADRES-ENT" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "NOME, ENDERECO E TELEFONE" TO WS-DET-ELIMINA
               MOVE SPACES TO WS-DET-DADOS
               STRING NOME-RESP-REN DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      PARENTESCO-REN DELIMITED BY " "
                      ") FONE " DELIMITED BY SIZE
                      TELEFONE-REN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOGRADOURO-REN DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      NUM-END-REN DELIMITED BY " "
                      " " DELIMITED BY SIZE
                      COMPLEMENTO-REN DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      BAIRRO-REN DELIMITED BY "  "
                      " - CEP " DELIMITED BY SIZE
                      CEP-REN DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO NOME-RESP-REN
                                  LOGRADOURO-REN
               MOVE SPACES TO NUM-END-REN
                              COMPLEMENTO-REN
                              TELEFONE-REN
           END-IF.
           WRITE REG-RNL FROM REG-REN.
           PERFORM VERIFICA-STATUS-RNL.
           PERFORM LE-REN.

      *---------------------------------------------------------------
      *    FILA-NOTIF: AVISOS AO RESPONSAVEL, PELO NUMERO DO ALUNO
      *    (CHAVE DO CADRES), PARA OS PEDIDOS A E R. ANONIMIZAR LIMPA
      *    O DESTINATARIO, O TELEFONE, O E-MAIL, O ENDERECO E A
      *    MENSAGEM (QUE TRAZ O NOME DO ALUNO), COMO NO CADRES; O AVISO
      *    AINDA NAO ENTREGUE (P/E) PASSA A SUPRIMIDO (S) PARA QUE O
      *    EX112 NAO O ENCAMINHE DE NOVO.
      *---------------------------------------------------------------
       PASSA-FIL.
           OPEN INPUT FILA-NOTIF.
           IF WS-STATUS-FIL = "35"
               MOVE "FILA-NOTIF" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-FIL
               OPEN OUTPUT FILA-NOTIF-LGPD
               PERFORM VERIFICA-STATUS-FLL
               PERFORM LE-FIL
               PERFORM TRATA-FIL
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE FILA-NOTIF
                     FILA-NOTIF-LGPD
           END-IF.

       LE-FIL.
           IF WS-FIM-PASSE NOT = "SIM"
               READ FILA-NOTIF INTO WS-NOTICIA
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-FIL
               END-IF
           END-IF.

       TRATA-FIL.
           MOVE "N" TO WS-ANONIMIZA.
           PERFORM LOCALIZA-AVISO.
           IF WS-ACHOU = "S"
               IF SITUACAO-NTQ = "E"
                   PERFORM GUARDA-CHAVE-AVISO
               END-IF
               MOVE "FILA-NOTIF" TO WS-DET-ARQUIVO
               MOVE "DESTINATARIO, CONTATO, ENDERECO E MENSAGEM"
                   TO WS-DET-ELIMINA
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               PERFORM ANONIMIZA-AVISO
               IF SITUACAO-NTQ = "P" OR SITUACAO-NTQ = "E"
                   MOVE "S" TO SITUACAO-NTQ
                   MOVE WS-DATA-SISTEMA TO DATA-SITUACAO-NTQ
               END-IF
           END-IF.
           WRITE REG-FLL FROM WS-NOTICIA.
           PERFORM VERIFICA-STATUS-FLL.
           PERFORM LE-FIL.

      *    WS-ACHOU = S SE O ALUNO DO AVISO EM WS-NOTICIA E DE ALGUM
      *    PEDIDO A OU R; MONTA ENTAO O DETALHE COM O QUE O AVISO TRAZ
      *    DO RESPONSAVEL.
       LOCALIZA-AVISO.
           MOVE "N" TO WS-ACHOU.
           IF NUMERO-NTQ NUMERIC
               MOVE NUMERO-NTQ TO WS-CHAVE-BUSCA
               MOVE "A" TO WS-TIPO-BUSCA1
               MOVE "R" TO WS-TIPO-BUSCA2
               PERFORM LOCALIZA-PEDIDO
           END-IF.
           IF WS-ACHOU = "S"
               MOVE "P" TO WS-DET-CLASSE
               MOVE SPACES TO WS-DET-DADOS
               STRING CHAVE-NTQ DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MODELO-NTQ DELIMITED BY SIZE
                      " SIT " DELIMITED BY SIZE
                      SITUACAO-NTQ DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESTINATARIO-NTQ DELIMITED BY "  "
                      " FONE " DELIMITED BY SIZE
                      TELEFONE-NTQ DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMAIL-NTQ DELIMITED BY " "
                      " " DELIMITED BY SIZE
                      LOGRADOURO-NTQ DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      NUM-END-NTQ DELIMITED BY " "
                      " " DELIMITED BY SIZE
                      COMPLEMENTO-NTQ DELIMITED BY "  "
                   INTO WS-DET-DADOS
           END-IF.

      *    CEP, BAIRRO, CIDADE E UF FICAM, COMO NO CADRES.
       ANONIMIZA-AVISO.
           MOVE WS-ANONIMO TO DESTINATARIO-NTQ
                              LOGRADOURO-NTQ
                              MENSAGEM-NTQ.
           MOVE SPACES TO TELEFONE-NTQ
                          EMAIL-NTQ
                          NUM-END-NTQ
                          COMPLEMENTO-NTQ.

      *    SO OS AVISOS ENVIADOS AO GATEWAY (E) PODEM ESTAR NO
      *    ENVIO-GATEWAY. TABELA CHEIA INTERROMPE A EXECUCAO, PARA QUE
      *    NENHUM ENVIO DO TITULAR FIQUE SEM TRATAMENTO.
       GUARDA-CHAVE-AVISO.
           IF WS-QTD-NTQ < WS-MAX-NTQ
               ADD 1 TO WS-QTD-NTQ
               MOVE CHAVE-NTQ TO WS-NTQ-CHAVE (WS-QTD-NTQ)
               MOVE NUMERO-NTQ TO WS-NTQ-NUMERO (WS-QTD-NTQ)
           ELSE
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "GUARDA-CHAVE-AVISO"
                       TO WS-PARAGRAFO-ERRO
               END-IF
               MOVE "SIM" TO WS-FIM-PASSE
           END-IF.

      *---------------------------------------------------------------
      *    ENVIO-GATEWAY: SMS E E-MAILS QUE O GATEWAY AINDA VAI
      *    RECOLHER. O REGISTRO SO TRAZ A CHAVE DO AVISO; O ALUNO VEM
      *    DA FILA-NOTIF. ELIMINAR RETIRA O ENVIO DO ARQUIVO.
      *---------------------------------------------------------------
       PASSA-ENV.
           OPEN INPUT ENVIO-GATEWAY.
           IF WS-STATUS-ENV = "35"
               MOVE "ENVIO-GATEWAY" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-ENV
               OPEN OUTPUT ENVIO-GATEWAY-LGPD
               PERFORM VERIFICA-STATUS-EVL
               PERFORM LE-ENV
               PERFORM TRATA-ENV
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE ENVIO-GATEWAY
                     ENVIO-GATEWAY-LGPD
           END-IF.

       LE-ENV.
           IF WS-FIM-PASSE NOT = "SIM"
               READ ENVIO-GATEWAY
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-ENV
               END-IF
           END-IF.

       TRATA-ENV.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-NTQ OR WS-ACHOU = "S"
               IF WS-NTQ-CHAVE (WS-K) = CHAVE-ENV
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-NTQ-NUMERO (WS-K) TO WS-CHAVE-BUSCA
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               MOVE "A" TO WS-TIPO-BUSCA1
               MOVE "R" TO WS-TIPO-BUSCA2
               MOVE "ENVIO-GATEWAY" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "ENVIO RETIRADO DO ARQUIVO DO GATEWAY"
                   TO WS-DET-ELIMINA
               MOVE SPACES TO WS-DET-DADOS
               STRING CHAVE-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MODELO-ENV DELIMITED BY SIZE
                      " CANAL " DELIMITED BY SIZE
                      CANAL-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESTINATARIO-ENV DELIMITED BY "  "
                      " FONE " DELIMITED BY SIZE
                      TELEFONE-ENV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMAIL-ENV DELIMITED BY " "
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA NOT = "S"
               WRITE REG-EVL FROM REG-ENV
               PERFORM VERIFICA-STATUS-EVL
           END-IF.
           PERFORM LE-ENV.

      *---------------------------------------------------------------
      *    CARTAS-NOTIF: CARTAS AINDA NAO IMPRESSAS, COM NOME E
      *    ENDERECO DO RESPONSAVEL. ELIMINAR RETIRA A CARTA INTEIRA.
      *---------------------------------------------------------------
       PASSA-CRT.
           OPEN INPUT CARTAS-NOTIF.
           IF WS-STATUS-CRT = "35"
               MOVE "CARTAS-NOTIF" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               MOVE ZEROS TO WS-QTD-LINHAS
               MOVE SPACES TO WS-TAB-CARTA
               PERFORM VERIFICA-STATUS-CRT
               OPEN OUTPUT CARTAS-NOTIF-LGPD
               PERFORM VERIFICA-STATUS-CRL
               PERFORM LE-CRT
               PERFORM TRATA-CRT
                   UNTIL WS-FIM-PASSE = "SIM"
               IF WS-QTD-ERROS-IO = 0
                   PERFORM FECHA-CARTA
               END-IF
               CLOSE CARTAS-NOTIF
                     CARTAS-NOTIF-LGPD
           END-IF.

       LE-CRT.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CARTAS-NOTIF
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-CRT
               END-IF
           END-IF.

      *    ACUMULA AS LINHAS ATE A LINHA DE TRACOS QUE FECHA A CARTA.
       TRATA-CRT.
           IF WS-QTD-LINHAS NOT < WS-MAX-LINHAS
               PERFORM GRAVA-CARTA
           END-IF.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE REG-CRT TO WS-CARTA-LINHA (WS-QTD-LINHAS).
           IF REG-CRT = ALL "-"
               PERFORM FECHA-CARTA
           END-IF.
           PERFORM LE-CRT.

      *    CARTA DE ALUNO DE ALGUM PEDIDO A OU R: REGISTRA O ITEM; A
      *    CARTA ELIMINADA NAO E REGRAVADA.
       FECHA-CARTA.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-LINHAS OR WS-ACHOU = "S"
               MOVE WS-CARTA-LINHA (WS-K) TO WS-LINHA-REF
               IF WS-LR-ROTULO = "REF.: ALUNO "
                  AND WS-LR-ALUNO NUMERIC
                   MOVE WS-LR-ALUNO TO WS-CHAVE-BUSCA
                   MOVE "A" TO WS-TIPO-BUSCA1
                   MOVE "R" TO WS-TIPO-BUSCA2
                   PERFORM LOCALIZA-PEDIDO
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               MOVE "CARTAS-NOTIF" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "CARTA RETIRADA DA IMPRESSAO" TO WS-DET-ELIMINA
               MOVE SPACES TO WS-DET-DADOS
               STRING WS-CARTA-LINHA (1) DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      WS-CARTA-LINHA (2) DELIMITED BY "  "
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE ZEROS TO WS-QTD-LINHAS
               MOVE SPACES TO WS-TAB-CARTA
           ELSE
               PERFORM GRAVA-CARTA
           END-IF.

       GRAVA-CARTA.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-QTD-LINHAS
               WRITE REG-CRL FROM WS-CARTA-LINHA (WS-K)
               PERFORM VERIFICA-STATUS-CRL
           END-PERFORM.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE SPACES TO WS-TAB-CARTA.

      *---------------------------------------------------------------
      *    NOTIF-EXE17, NOTIF-COB E NOTIF-OCO: AVISOS QUE O EX112
      *    AINDA NAO PASSOU PARA A FILA. ELIMINAR RETIRA O AVISO DO
      *    ARQUIVO, PARA QUE NAO ENTRE NA FILA COM OS DADOS DO
      *    RESPONSAVEL.
      *---------------------------------------------------------------
       PASSA-N17.
           OPEN INPUT NOTIF-EXE17.
           IF WS-STATUS-N17 = "35"
               MOVE "NOTIF-EXE17" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-N17
               OPEN OUTPUT NOTIF-EXE17-LGPD
               PERFORM VERIFICA-STATUS-N7L
               PERFORM LE-N17
               PERFORM TRATA-N17
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE NOTIF-EXE17
                     NOTIF-EXE17-LGPD
           END-IF.

       LE-N17.
           IF WS-FIM-PASSE NOT = "SIM"
               READ NOTIF-EXE17 INTO WS-NOTICIA
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-N17
               END-IF
           END-IF.

       TRATA-N17.
           MOVE "NOTIF-EXE17" TO WS-DET-ARQUIVO.
           PERFORM AVALIA-AVISO-PENDENTE.
           IF WS-ANONIMIZA NOT = "S"
               WRITE REG-N7L FROM WS-NOTICIA
               PERFORM VERIFICA-STATUS-N7L
           END-IF.
           PERFORM LE-N17.

       PASSA-NCB.
           OPEN INPUT NOTIF-COB.
           IF WS-STATUS-NCB = "35"
               MOVE "NOTIF-COB" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-NCB
               OPEN OUTPUT NOTIF-COB-LGPD
               PERFORM VERIFICA-STATUS-NBL
               PERFORM LE-NCB
               PERFORM TRATA-NCB
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE NOTIF-COB
                     NOTIF-COB-LGPD
           END-IF.

       LE-NCB.
           IF WS-FIM-PASSE NOT = "SIM"
               READ NOTIF-COB INTO WS-NOTICIA
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-NCB
               END-IF
           END-IF.

       TRATA-NCB.
           MOVE "NOTIF-COB" TO WS-DET-ARQUIVO.
           PERFORM AVALIA-AVISO-PENDENTE.
           IF WS-ANONIMIZA NOT = "S"
               WRITE REG-NBL FROM WS-NOTICIA
               PERFORM VERIFICA-STATUS-NBL
           END-IF.
           PERFORM LE-NCB.

       PASSA-NOC.
           OPEN INPUT NOTIF-OCO.
           IF WS-STATUS-NOC = "35"
               MOVE "NOTIF-OCO" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-NOC
               OPEN OUTPUT NOTIF-OCO-LGPD
               PERFORM VERIFICA-STATUS-NOL
               PERFORM LE-NOC
               PERFORM TRATA-NOC
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE NOTIF-OCO
                     NOTIF-OCO-LGPD
           END-IF.

       LE-NOC.
           IF WS-FIM-PASSE NOT = "SIM"
               READ NOTIF-OCO INTO WS-NOTICIA
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-NOC
               END-IF
           END-IF.

       TRATA-NOC.
           MOVE "NOTIF-OCO" TO WS-DET-ARQUIVO.
           PERFORM AVALIA-AVISO-PENDENTE.
           IF WS-ANONIMIZA NOT = "S"
               WRITE REG-NOL FROM WS-NOTICIA
               PERFORM VERIFICA-STATUS-NOL
           END-IF.
           PERFORM LE-NOC.

       AVALIA-AVISO-PENDENTE.
           MOVE "N" TO WS-ANONIMIZA.
           PERFORM LOCALIZA-AVISO.
           IF WS-ACHOU = "S"
               MOVE "AVISO PENDENTE RETIRADO DO ARQUIVO"
                   TO WS-DET-ELIMINA
               PERFORM PROCURA-PEDIDOS
           END-IF.

      *---------------------------------------------------------------
      *    CAD-PREFCOM: CANAL PREFERIDO, E-MAIL E RECUSAS DO
      *    RESPONSAVEL, PELO NUMERO DO ALUNO. ANONIMIZAR LIMPA O
      *    E-MAIL; O CANAL E AS RECUSAS FICAM, POIS SAO A ESCOLHA DO
      *    PROPRIO TITULAR SOBRE SER CONTATADO.
      *---------------------------------------------------------------
       PASSA-PCM.
           OPEN INPUT CAD-PREFCOM.
           IF WS-STATUS-PCM = "35"
               MOVE "CAD-PREFCOM" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-PCM
               OPEN OUTPUT CAD-PREFCOM-LGPD
               PERFORM VERIFICA-STATUS-PCL
               PERFORM LE-PCM
               PERFORM TRATA-PCM
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CAD-PREFCOM
                     CAD-PREFCOM-LGPD
           END-IF.

       LE-PCM.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CAD-PREFCOM
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-PCM
               END-IF
           END-IF.

       TRATA-PCM.
           MOVE "N" TO WS-ANONIMIZA.
           IF NUMERO-PCM NUMERIC
               MOVE NUMERO-PCM TO WS-CHAVE-BUSCA
               MOVE "A" TO WS-TIPO-BUSCA1
               MOVE "R" TO WS-TIPO-BUSCA2
               PERFORM LOCALIZA-PEDIDO
               IF WS-ACHOU = "S"
                   MOVE "CAD-PREFCOM" TO WS-DET-ARQUIVO
                   MOVE "P" TO WS-DET-CLASSE
                   MOVE "E-MAIL" TO WS-DET-ELIMINA
                   MOVE SPACES TO WS-DET-DADOS
                   STRING "CANAL " DELIMITED BY SIZE
                          CANAL-PCM DELIMITED BY SIZE
                          " E-MAIL " DELIMITED BY SIZE
                          EMAIL-PCM DELIMITED BY " "
                          " RECUSA SMS " DELIMITED BY SIZE
                          RECUSA-SMS-PCM DELIMITED BY SIZE
                          " E-MAIL " DELIMITED BY SIZE
                          RECUSA-EMAIL-PCM DELIMITED BY SIZE
                          " CARTA " DELIMITED BY SIZE
                          RECUSA-CARTA-PCM DELIMITED BY SIZE
                       INTO WS-DET-DADOS
                   PERFORM PROCURA-PEDIDOS
               END-IF
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE SPACES TO EMAIL-PCM
           END-IF.
           WRITE REG-PCL FROM REG-PCM.
           PERFORM VERIFICA-STATUS-PCL.
           PERFORM LE-PCM.

      *---------------------------------------------------------------
      *    CADSAU: FICHA DE SAUDE DO ALUNO. ANONIMIZAR LIMPA OS DADOS
      *    DE SAUDE E O CONTATO E RETIRA A AUTORIZACAO DE IMAGEM.
      *---------------------------------------------------------------
       PASSA-SAU.
           OPEN INPUT CADSAU.
           IF WS-STATUS-SAU = "35"
               MOVE "CADSAU" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-SAU
               OPEN OUTPUT CADSAU-LGPD
               PERFORM VERIFICA-STATUS-SAL
               PERFORM LE-SAU
               PERFORM TRATA-SAU
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADSAU
                     CADSAU-LGPD
           END-IF.

       LE-SAU.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADSAU
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-SAU
               END-IF
           END-IF.

       TRATA-SAU.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE NUMERO-SAU TO WS-CHAVE-BUSCA.
           MOVE "A" TO WS-TIPO-BUSCA1
                       WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               MOVE "CADSAU" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "DADOS DE SAUDE, CONTATO E AUTORIZACAO DE IMAGEM"
                   TO WS-DET-ELIMINA
               MOVE SPACES TO WS-DET-DADOS
               STRING "SANGUE " DELIMITED BY SIZE
                      TIPO-SANGUE-SAU DELIMITED BY " "
                      " ALERGIAS " DELIMITED BY SIZE
                      ALERGIAS-SAU DELIMITED BY "  "
                      " MEDICACAO " DELIMITED BY SIZE
                      MEDICACAO-SAU DELIMITED BY "  "
                      " CONTATO " DELIMITED BY SIZE
                      CONTATO-NOME-SAU DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CONTATO-FONE-SAU DELIMITED BY SIZE
                      " IMAGEM " DELIMITED BY SIZE
                      AUTORIZA-IMAGEM-SAU DELIMITED BY SIZE
                      " NEE " DELIMITED BY SIZE
                      NEE-SAU DELIMITED BY SIZE
                      TIPO-NEE-SAU DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE SPACES TO TIPO-SANGUE-SAU
                              ALERGIAS-SAU
                              MEDICACAO-SAU
                              CONTATO-NOME-SAU
                              CONTATO-FONE-SAU
                              TIPO-NEE-SAU
               MOVE "N" TO AUTORIZA-IMAGEM-SAU
                           NEE-SAU
           END-IF.
           WRITE REG-SAL FROM REG-SAU.
           PERFORM VERIFICA-STATUS-SAL.
           PERFORM LE-SAU.

      *---------------------------------------------------------------
      *    CADOCO: OCORRENCIAS DISCIPLINARES. FICAM DATA, TIPO E
      *    SEVERIDADE; A DESCRICAO E ANONIMIZADA.
      *---------------------------------------------------------------
       PASSA-OCO.
           OPEN INPUT CADOCO.
           IF WS-STATUS-OCO = "35"
               MOVE "CADOCO" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-OCO
               OPEN OUTPUT CADOCO-LGPD
               PERFORM VERIFICA-STATUS-OCL
               PERFORM LE-OCO
               PERFORM TRATA-OCO
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADOCO
                     CADOCO-LGPD
           END-IF.

       LE-OCO.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADOCO
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-OCO
               END-IF
           END-IF.

       TRATA-OCO.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE NUMERO-OCO TO WS-CHAVE-BUSCA.
           MOVE "A" TO WS-TIPO-BUSCA1
                       WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               MOVE "CADOCO" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "DESCRICAO DA OCORRENCIA" TO WS-DET-ELIMINA
               MOVE DATA-OCO TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               MOVE SPACES TO WS-DET-DADOS
               STRING WS-DATA-ED DELIMITED BY SIZE
                      " TIPO " DELIMITED BY SIZE
                      TIPO-OCO DELIMITED BY SIZE
                      " SEVERIDADE " DELIMITED BY SIZE
                      SEVERIDADE-OCO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESCRICAO-OCO DELIMITED BY "  "
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO DESCRICAO-OCO
           END-IF.
           WRITE REG-OCL FROM REG-OCO.
           PERFORM VERIFICA-STATUS-OCL.
           PERFORM LE-OCO.

      *---------------------------------------------------------------
      *    HISTORICO ESCOLAR: GUARDA PERMANENTE, SO LISTADO.
      *---------------------------------------------------------------
       PASSA-HIS.
           OPEN INPUT HISTORICO.
           IF WS-STATUS-HIS = "35"
               MOVE "HISTORICO" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-HIS
               PERFORM LE-HIS
               PERFORM TRATA-HIS
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE HISTORICO
           END-IF.

       LE-HIS.
           IF WS-FIM-PASSE NOT = "SIM"
               READ HISTORICO
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-HIS
               END-IF
           END-IF.

       TRATA-HIS.
           MOVE NUMERO-HIS TO WS-CHAVE-BUSCA.
           MOVE "A" TO WS-TIPO-BUSCA1
                       WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               MOVE "HISTORICO" TO WS-DET-ARQUIVO
               MOVE "L" TO WS-DET-CLASSE
               MOVE "HISTORICO ESCOLAR - GUARDA PERMANENTE"
                   TO WS-DET-LEGAL
               MOVE MEDIA-HIS TO WS-NOTA-ED
               MOVE SPACES TO WS-DET-DADOS
               STRING "ANO " DELIMITED BY SIZE
                      ANO-HIS DELIMITED BY SIZE
                      " DISCIPLINA " DELIMITED BY SIZE
                      DISCIPLINA-HIS DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      TURMA-HIS DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      WS-NOTA-ED DELIMITED BY SIZE
                      " FALTAS " DELIMITED BY SIZE
                      FALTAS-HIS DELIMITED BY SIZE
                      " SITUACAO " DELIMITED BY SIZE
                      SITUACAO-HIS DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           PERFORM LE-HIS.

      *---------------------------------------------------------------
      *    CADPAG: PAGAMENTOS DO ALUNO (FEITOS PELO RESPONSAVEL),
      *    GUARDADOS PELO PRAZO FISCAL; SO LISTADO.
      *---------------------------------------------------------------
       PASSA-PAG.
           OPEN INPUT CADPAG.
           IF WS-STATUS-PAG = "35"
               MOVE "CADPAG" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-PAG
               PERFORM LE-PAG
               PERFORM TRATA-PAG
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADPAG
           END-IF.

       LE-PAG.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADPAG
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-PAG
               END-IF
           END-IF.

       TRATA-PAG.
           MOVE NUMERO-PAG TO WS-CHAVE-BUSCA.
           MOVE "A" TO WS-TIPO-BUSCA1.
           MOVE "R" TO WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               MOVE "CADPAG" TO WS-DET-ARQUIVO
               MOVE "L" TO WS-DET-CLASSE
               MOVE "REGISTRO FINANCEIRO - PRAZO LEGAL FISCAL"
                   TO WS-DET-LEGAL
               MOVE VALOR-PAG TO WS-VALOR-ED
               MOVE DATA-PAG TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               MOVE SPACES TO WS-DET-DADOS
               STRING "COMPETENCIA " DELIMITED BY SIZE
                      COMPETENCIA-PAG DELIMITED BY SIZE
                      " TIPO " DELIMITED BY SIZE
                      TIPO-PAG DELIMITED BY SIZE
                      " VALOR " DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      " PAGO EM " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           PERFORM LE-PAG.

      *---------------------------------------------------------------
      *    CADCLI1: CADASTRO DE ENTRADA DE CLIENTES, PELO CPF.
      *---------------------------------------------------------------
       PASSA-CL1.
           OPEN INPUT CADCLI1.
           IF WS-STATUS-CL1 = "35"
               MOVE "CADCLI1" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-CL1
               OPEN OUTPUT CADCLI1-LGPD
               PERFORM VERIFICA-STATUS-C1L
               PERFORM LE-CL1
               PERFORM TRATA-CL1
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADCLI1
                     CADCLI1-LGPD
           END-IF.

       LE-CL1.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADCLI1
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-CL1
               END-IF
           END-IF.

       TRATA-CL1.
           MOVE "N" TO WS-ANONIMIZA.
           IF CPF-CL1 NUMERIC
               MOVE CPF-CL1 TO WS-CHAVE-BUSCA
               MOVE "C" TO WS-TIPO-BUSCA1
                           WS-TIPO-BUSCA2
               PERFORM LOCALIZA-PEDIDO
               IF WS-ACHOU = "S"
                   MOVE "CADCLI1" TO WS-DET-ARQUIVO
                   MOVE "P" TO WS-DET-CLASSE
                   MOVE "NOME E ENDERECO" TO WS-DET-ELIMINA
                   MOVE SPACES TO WS-DET-DADOS
                   STRING NOME-CL1 DELIMITED BY "  "
                          " COD " DELIMITED BY SIZE
                          COD-CL1 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          LOGRADOURO-CL1 DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          NUM-END-CL1 DELIMITED BY " "
                          " " DELIMITED BY SIZE
                          COMPLEMENTO-CL1 DELIMITED BY "  "
                          " - " DELIMITED BY SIZE
                          BAIRRO-CL1 DELIMITED BY "  "
                          " - " DELIMITED BY SIZE
                          CIDADE-CL1 DELIMITED BY "  "
                          "/" DELIMITED BY SIZE
                          UF-CL1 DELIMITED BY SIZE
                          " CEP " DELIMITED BY SIZE
                          CEP-CL1 DELIMITED BY SIZE
                       INTO WS-DET-DADOS
                   PERFORM PROCURA-PEDIDOS
               END-IF
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO NOME-CL1
                                  LOGRADOURO-CL1
               MOVE SPACES TO NUM-END-CL1
                              COMPLEMENTO-CL1
           END-IF.
           WRITE REG-C1L FROM REG-CL1.
           PERFORM VERIFICA-STATUS-C1L.
           PERFORM LE-CL1.

      *---------------------------------------------------------------
      *    CADCLI2: CADASTRO DE CLIENTES PUBLICADO PELO EXE01. O
      *    TRAILER (TRL) PASSA COMO ESTA; NOME NAO ENTRA NO HASH.
      *---------------------------------------------------------------
       PASSA-CL2.
           OPEN INPUT CADCLI2.
           IF WS-STATUS-CL2 = "35"
               MOVE "CADCLI2" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-CL2
               OPEN OUTPUT CADCLI2-LGPD
               PERFORM VERIFICA-STATUS-C2L
               PERFORM LE-CL2
               PERFORM TRATA-CL2
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CADCLI2
                     CADCLI2-LGPD
           END-IF.

       LE-CL2.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADCLI2
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-CL2
               END-IF
           END-IF.

       TRATA-CL2.
           MOVE "N" TO WS-ANONIMIZA.
           IF NOME-CL2 (1:3) NOT = "TRL"
              AND CPF-CL2 NUMERIC
               MOVE CPF-CL2 TO WS-CHAVE-BUSCA
               MOVE "C" TO WS-TIPO-BUSCA1
                           WS-TIPO-BUSCA2
               PERFORM LOCALIZA-PEDIDO
               IF WS-ACHOU = "S"
                   MOVE "CADCLI2" TO WS-DET-ARQUIVO
                   MOVE "P" TO WS-DET-CLASSE
                   MOVE "NOME E ENDERECO" TO WS-DET-ELIMINA
                   MOVE SPACES TO WS-DET-DADOS
                   STRING NOME-CL2 DELIMITED BY "  "
                          " COD " DELIMITED BY SIZE
                          COD-CL2 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          LOGRADOURO-CL2 DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          NUM-END-CL2 DELIMITED BY " "
                          " " DELIMITED BY SIZE
                          COMPLEMENTO-CL2 DELIMITED BY "  "
                          " - " DELIMITED BY SIZE
                          BAIRRO-CL2 DELIMITED BY "  "
                          " - " DELIMITED BY SIZE
                          CIDADE-CL2 DELIMITED BY "  "
                          "/" DELIMITED BY SIZE
                          UF-CL2 DELIMITED BY SIZE
                          " CEP " DELIMITED BY SIZE
                          CEP-CL2 DELIMITED BY SIZE
                       INTO WS-DET-DADOS
                   PERFORM PROCURA-PEDIDOS
               END-IF
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO NOME-CL2
                                  LOGRADOURO-CL2
               MOVE SPACES TO NUM-END-CL2
                              COMPLEMENTO-CL2
           END-IF.
           WRITE REG-C2L FROM REG-CL2.
           PERFORM VERIFICA-STATUS-C2L.
           PERFORM LE-CL2.

      *---------------------------------------------------------------
      *    CAD-FOLHA-HIST: FOLHA PAGA, GUARDA TRABALHISTA; SO LISTADO.
      *    AS RESCISOES (RS/RT/RI) DIZEM SE O VINCULO TERMINOU.
      *---------------------------------------------------------------
       PASSA-FHS.
           OPEN INPUT CAD-FOLHA-HIST.
           IF WS-STATUS-FHS = "35"
               MOVE "CAD-FOLHA-HIST" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-FHS
               PERFORM LE-FHS
               PERFORM TRATA-FHS
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CAD-FOLHA-HIST
           END-IF.

       LE-FHS.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CAD-FOLHA-HIST
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-FHS
               END-IF
           END-IF.

       TRATA-FHS.
           MOVE MATRICULA-FHS TO WS-CHAVE-BUSCA.
           MOVE "F" TO WS-TIPO-BUSCA1
                       WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               IF TIPO-FHS = "RS" OR TIPO-FHS = "RT"
                  OR TIPO-FHS = "RI"
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-QTD-PED
                       IF WS-PED-TIPO (WS-I) = "F"
                          AND WS-PED-CHAVE (WS-I) = WS-CHAVE-BUSCA
                          AND COMPETENCIA-FHS > WS-PED-DESLIG (WS-I)
                           MOVE COMPETENCIA-FHS
                               TO WS-PED-DESLIG (WS-I)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "CAD-FOLHA-HIST" TO WS-DET-ARQUIVO
               MOVE "L" TO WS-DET-CLASSE
               MOVE "FOLHA DE PAGAMENTO - GUARDA TRABALHISTA"
                   TO WS-DET-LEGAL
               MOVE BRUTO-FHS TO WS-VALOR-ED
               MOVE LIQUIDO-FHS TO WS-VALOR-ED2
               MOVE SPACES TO WS-DET-DADOS
               STRING "COMPETENCIA " DELIMITED BY SIZE
                      COMPETENCIA-FHS DELIMITED BY SIZE
                      " TIPO " DELIMITED BY SIZE
                      TIPO-FHS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOME-FHS DELIMITED BY "  "
                      " BRUTO " DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      " LIQUIDO " DELIMITED BY SIZE
                      WS-VALOR-ED2 DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           PERFORM LE-FHS.

      *---------------------------------------------------------------
      *    CADFUN: VINCULO ATIVO SE NAO HA RESCISAO NA COMPETENCIA DA
      *    ADMISSAO OU DEPOIS (READMITIDO VOLTA A SER ATIVO).
      *---------------------------------------------------------------
       PASSA-FUN.
           OPEN INPUT CADFUN.
           IF WS-STATUS-FUN = "35"
              AND WS-TEM-FUNC = "N"
               MOVE "CADFUN" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-FUN
               IF WS-STATUS-FUN = "00"
                   OPEN OUTPUT CADFUN-LGPD
                   PERFORM VERIFICA-STATUS-FNL
                   PERFORM LE-FUN
                   PERFORM TRATA-FUN
                       UNTIL WS-FIM-PASSE = "SIM"
                   CLOSE CADFUN
                         CADFUN-LGPD
               END-IF
           END-IF.

       LE-FUN.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CADFUN
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-FUN
               END-IF
           END-IF.

       TRATA-FUN.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE CODIGO-ENT TO WS-CHAVE-BUSCA.
           MOVE "F" TO WS-TIPO-BUSCA1
                       WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               COMPUTE WS-COMP-ADMISSAO = ADMISSAO-ENT / 100
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-PED
                   IF WS-PED-TIPO (WS-I) = "F"
                      AND WS-PED-CHAVE (WS-I) = WS-CHAVE-BUSCA
                       IF WS-PED-DESLIG (WS-I) > ZEROS
                          AND WS-PED-DESLIG (WS-I)
                              NOT < WS-COMP-ADMISSAO
                           MOVE "N" TO WS-PED-ATIVO (WS-I)
                       ELSE
                           MOVE "S" TO WS-PED-ATIVO (WS-I)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "CADFUN" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "NOME" TO WS-DET-ELIMINA
               MOVE SALARIO-ENT TO WS-VALOR-ED
               MOVE ADMISSAO-ENT TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               MOVE SPACES TO WS-DET-DADOS
               STRING NOME-ENT DELIMITED BY "  "
                      " SALARIO " DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      " DEPTO " DELIMITED BY SIZE
                      DEPTO-ENT DELIMITED BY SIZE
                      " ADMISSAO " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      " UNIDADE " DELIMITED BY SIZE
                      UNIDADE-ENT DELIMITED BY SIZE
                      " CARGO " DELIMITED BY SIZE
                      CARGO-ENT DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO NOME-ENT
           END-IF.
           WRITE REG-FNL FROM REG-FUN.
           PERFORM VERIFICA-STATUS-FNL.
           PERFORM LE-FUN.

      *---------------------------------------------------------------
      *    CAD-DEPENDENTES: SEGUEM O VINCULO DO FUNCIONARIO.
      *---------------------------------------------------------------
       PASSA-DEP.
           OPEN INPUT CAD-DEPENDENTES.
           IF WS-STATUS-DEP = "35"
               MOVE "CAD-DEPENDENTES" TO WS-ARQ-AUSENTE
               PERFORM GRAVA-LOG-AUSENTE
           ELSE
               MOVE "NAO" TO WS-FIM-PASSE
               PERFORM VERIFICA-STATUS-DEP
               OPEN OUTPUT CAD-DEPENDENTES-LGPD
               PERFORM VERIFICA-STATUS-DPL
               PERFORM LE-DEP
               PERFORM TRATA-DEP
                   UNTIL WS-FIM-PASSE = "SIM"
               CLOSE CAD-DEPENDENTES
                     CAD-DEPENDENTES-LGPD
           END-IF.

       LE-DEP.
           IF WS-FIM-PASSE NOT = "SIM"
               READ CAD-DEPENDENTES
                   AT END MOVE "SIM" TO WS-FIM-PASSE
               END-READ
               IF WS-FIM-PASSE NOT = "SIM"
                   PERFORM VERIFICA-STATUS-DEP
               END-IF
           END-IF.

       TRATA-DEP.
           MOVE "N" TO WS-ANONIMIZA.
           MOVE MATRICULA-DEP TO WS-CHAVE-BUSCA.
           MOVE "F" TO WS-TIPO-BUSCA1
                       WS-TIPO-BUSCA2.
           PERFORM LOCALIZA-PEDIDO.
           IF WS-ACHOU = "S"
               MOVE "CAD-DEPENDENTES" TO WS-DET-ARQUIVO
               MOVE "P" TO WS-DET-CLASSE
               MOVE "NOME DO DEPENDENTE" TO WS-DET-ELIMINA
               MOVE NASCIMENTO-DEP TO WS-DATA-AUX
               PERFORM FORMATA-DATA
               MOVE SPACES TO WS-DET-DADOS
               STRING "DEPENDENTE " DELIMITED BY SIZE
                      SEQUENCIA-DEP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOME-DEP DELIMITED BY "  "
                      " NASC " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      " TIPO " DELIMITED BY SIZE
                      TIPO-DEP DELIMITED BY SIZE
                   INTO WS-DET-DADOS
               PERFORM PROCURA-PEDIDOS
           END-IF.
           IF WS-ANONIMIZA = "S"
               MOVE WS-ANONIMO TO NOME-DEP
           END-IF.
           WRITE REG-DPL FROM REG-DEP.
           PERFORM VERIFICA-STATUS-DPL.
           PERFORM LE-DEP.

      *---------------------------------------------------------------
      *    RELATORIO E REGISTRO DOS PEDIDOS
      *---------------------------------------------------------------
       IMPRIME-CABECALHO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "EX107 - PEDIDOS DO TITULAR DE DADOS (LGPD)  DATA "
                      DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.

       IMPRIME-PEDIDO.
           EVALUATE WS-PED-TIPO (WS-I)
               WHEN "C"
                   MOVE "CLIENTE CPF" TO WS-TITULAR
               WHEN "A"
                   MOVE "ALUNO" TO WS-TITULAR
               WHEN "R"
                   MOVE "RESPONSAVEL DO ALUNO" TO WS-TITULAR
               WHEN OTHER
                   MOVE "FUNCIONARIO" TO WS-TITULAR
           END-EVALUATE.
           IF WS-PED-MODO (WS-I) = "A"
               MOVE "ACESSO" TO WS-MODO-ED
           ELSE
               MOVE "ELIMINACAO" TO WS-MODO-ED
           END-IF.
           MOVE ALL "-" TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROTOCOLO " DELIMITED BY SIZE
                  WS-PED-PROTOCOLO (WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MODO-ED DELIMITED BY " "
                  " - " DELIMITED BY SIZE
                  WS-TITULAR DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-PED-CHAVE (WS-I) DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE WS-PED-DATA (WS-I) TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED2.
           MOVE WS-PED-PRAZO (WS-I) TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE WS-DATA-ED TO WS-DATA-ED3.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "RECEBIDO " DELIMITED BY SIZE
                  WS-DATA-ED2 DELIMITED BY SIZE
                  "  PRAZO " DELIMITED BY SIZE
                  WS-DATA-ED3 DELIMITED BY SIZE
                  "  CONCLUIDO " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
               INTO WS-LINHA-REL.
           IF WS-DATA-SISTEMA > WS-PED-PRAZO (WS-I)
               MOVE "FORA DO PRAZO" TO WS-LINHA-REL (62:13)
               ADD 1 TO WS-CONTADOR-ATRASO
           ELSE
               MOVE "NO PRAZO" TO WS-LINHA-REL (62:8)
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE SPACES TO WS-LINHA-REL.
           WRITE REG-REL FROM WS-LINHA-REL.
           MOVE "NAO" TO WS-FIM-PASSE.
           OPEN INPUT LGPD-DET.
           PERFORM VERIFICA-STATUS-DET.
           IF WS-STATUS-DET = "00"
               PERFORM UNTIL WS-FIM-PASSE = "SIM"
                   READ LGPD-DET
                       AT END MOVE "SIM" TO WS-FIM-PASSE
                   END-READ
                   IF WS-FIM-PASSE NOT = "SIM"
                      AND PEDIDO-DET = WS-I
                       PERFORM IMPRIME-DETALHE
                   END-IF
               END-PERFORM
               CLOSE LGPD-DET
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           IF WS-PED-ACHADOS (WS-I) = 0
               MOVE "NENHUM DADO DO TITULAR ENCONTRADO" TO WS-LINHA-REL
           ELSE
               MOVE WS-PED-ACHADOS (WS-I) TO WS-CONT-ED
               MOVE WS-PED-ANONIM (WS-I) TO WS-CONT-ED2
               MOVE WS-PED-RETIDOS (WS-I) TO WS-CONT-ED3
               STRING "REGISTROS " DELIMITED BY SIZE
                      WS-CONT-ED DELIMITED BY SIZE
                      "  ANONIMIZADOS " DELIMITED BY SIZE
                      WS-CONT-ED2 DELIMITED BY SIZE
                      "  RETIDOS " DELIMITED BY SIZE
                      WS-CONT-ED3 DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           END-IF.
           WRITE REG-REL FROM WS-LINHA-REL.
           IF WS-PED-MODO (WS-I) = "E"
              AND WS-PED-ACHADOS (WS-I) > 0
               MOVE SPACES TO WS-LINHA-REL
               STRING "CPF, NUMERO E MATRICULA MANTIDOS PARA "
                          DELIMITED BY SIZE
                      "VINCULO COM OS REGISTROS RETIDOS"
                          DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

      *    O CONTEUDO QUEBRA EM DUAS LINHAS NO ULTIMO BRANCO ANTES
      *    DA COLUNA 64 DO CAMPO.
       IMPRIME-DETALHE.
           MOVE 64 TO WS-CORTE.
           IF DADOS-DET (65:64) NOT = SPACES
               PERFORM UNTIL WS-CORTE < 48
                       OR DADOS-DET (WS-CORTE:1) = SPACE
                   SUBTRACT 1 FROM WS-CORTE
               END-PERFORM
               IF WS-CORTE < 48
                   MOVE 64 TO WS-CORTE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.
           MOVE ARQUIVO-DET TO WS-LINHA-REL (1:15).
           MOVE DADOS-DET (1:WS-CORTE) TO WS-LINHA-REL (17:64).
           WRITE REG-REL FROM WS-LINHA-REL.
           IF DADOS-DET (WS-CORTE + 1:) NOT = SPACES
               MOVE SPACES TO WS-LINHA-REL
               MOVE DADOS-DET (WS-CORTE + 1:) TO WS-LINHA-REL (17:64)
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.
           IF ACAO-DET NOT = SPACES
               MOVE SPACES TO WS-LINHA-REL
               MOVE ACAO-DET TO WS-LINHA-REL (17:12)
               MOVE MOTIVO-DET TO WS-LINHA-REL (30:50)
               WRITE REG-REL FROM WS-LINHA-REL
           END-IF.

       GRAVA-REGISTRO-PEDIDOS.
           OPEN EXTEND LGPD-REG.
           IF WS-STATUS-LRG NOT = "00"
               OPEN OUTPUT LGPD-REG
           END-IF.
           IF WS-STATUS-LRG NOT = "00"
               ADD 1 TO WS-QTD-ERROS-IO
               IF WS-PARAGRAFO-ERRO = SPACES
                   MOVE "GRAVA-REGISTRO-PEDIDOS"
                       TO WS-PARAGRAFO-ERRO
               END-IF
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-QTD-PED
                   PERFORM GRAVA-REGISTRO
               END-PERFORM
               CLOSE LGPD-REG
           END-IF.

       GRAVA-REGISTRO.
           MOVE WS-PED-PROTOCOLO (WS-I) TO PROTOCOLO-LRG.
           MOVE WS-PED-TIPO (WS-I) TO TIPO-LRG.
           MOVE WS-PED-CHAVE (WS-I) TO CHAVE-LRG.
           MOVE WS-PED-MODO (WS-I) TO MODO-LRG.
           MOVE WS-PED-DATA (WS-I) TO DATA-PEDIDO-LRG.
           MOVE WS-PED-PRAZO (WS-I) TO PRAZO-LRG.
           MOVE WS-DATA-SISTEMA TO CONCLUSAO-LRG.
           IF WS-DATA-SISTEMA > WS-PED-PRAZO (WS-I)
               MOVE "N" TO NO-PRAZO-LRG
           ELSE
               MOVE "S" TO NO-PRAZO-LRG
           END-IF.
           MOVE WS-PED-ACHADOS (WS-I) TO ACHADOS-LRG.
           MOVE WS-PED-ANONIM (WS-I) TO ANONIMIZADOS-LRG.
           MOVE WS-PED-RETIDOS (WS-I) TO RETIDOS-LRG.
           WRITE REG-LRG.

       GRAVA-LOG-EXECUCAO.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX107 - PEDIDOS LIDOS: " DELIMITED BY SIZE
                  WS-CONTADOR-LIDO DELIMITED BY SIZE
                  "  ACEITOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ACEITO DELIMITED BY SIZE
                  "  RECUSADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-RECUSADO DELIMITED BY SIZE
               INTO WS-LINHA-LOG.
           WRITE REG-LOG FROM WS-LINHA-LOG.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EX107 - FORA DO PRAZO: " DELIMITED BY SIZE
                  WS-CONTADOR-ATRASO DELIMITED BY SIZE
                  "  ANONIMIZADOS INDEXADOS: " DELIMITED BY SIZE
                  WS-CONTADOR-ANONIM DELIMITED BY SIZE
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
               MOVE "EX107" TO PROGRAMA-RHI
               PERFORM MONTA-RUN-HIST
               WRITE REG-RUN-HIST
               CLOSE RUN-HIST
           END-IF.

       MONTA-RUN-HIST.
           MOVE WS-DATA-SISTEMA TO DATA-RHI.
           MOVE WS-HORA-INICIO TO HORA-INICIO-RHI.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HORA-FIM-RHI.
           MOVE WS-CONTADOR-LIDO TO LIDOS-RHI.
           MOVE WS-CONTADOR-ACEITO TO GRAVADOS-RHI.
           MOVE WS-CONTADOR-RECUSADO TO REJEITADOS-RHI.
           IF WS-QTD-ERROS-IO > 0
               MOVE 8 TO RC-RHI
           ELSE
               IF WS-CONTADOR-RECUSADO > 0
                  OR WS-CONTADOR-ATRASO > 0
                   MOVE 4 TO RC-RHI
               ELSE
                   MOVE ZEROS TO RC-RHI
               END-IF
           END-IF.

       GRAVA-DIAGNOSTICO.
           MOVE SPACES TO WS-DIAG-STATUS.
           STRING
                  "PED=" DELIMITED BY SIZE
                  WS-STATUS-PED DELIMITED BY SIZE
                  " ALU=" DELIMITED BY SIZE
                  WS-STATUS-ALU DELIMITED BY SIZE
                  " RES=" DELIMITED BY SIZE
                  WS-STATUS-RES DELIMITED BY SIZE
                  " AEN=" DELIMITED BY SIZE
                  WS-STATUS-AEN DELIMITED BY SIZE
                  " REN=" DELIMITED BY SIZE
                  WS-STATUS-REN DELIMITED BY SIZE
                  " SAU=" DELIMITED BY SIZE
                  WS-STATUS-SAU DELIMITED BY SIZE
                  " OCO=" DELIMITED BY SIZE
                  WS-STATUS-OCO DELIMITED BY SIZE
                  " HIS=" DELIMITED BY SIZE
                  WS-STATUS-HIS DELIMITED BY SIZE
                  " PAG=" DELIMITED BY SIZE
                  WS-STATUS-PAG DELIMITED BY SIZE
                  " CL1=" DELIMITED BY SIZE
                  WS-STATUS-CL1 DELIMITED BY SIZE
                  " CL2=" DELIMITED BY SIZE
                  WS-STATUS-CL2 DELIMITED BY SIZE
                  " FHS=" DELIMITED BY SIZE
                  WS-STATUS-FHS DELIMITED BY SIZE
                  " FUN=" DELIMITED BY SIZE
                  WS-STATUS-FUN DELIMITED BY SIZE
                  " DEP=" DELIMITED BY SIZE
                  WS-STATUS-DEP DELIMITED BY SIZE
                  " DET=" DELIMITED BY SIZE
                  WS-STATUS-DET DELIMITED BY SIZE
                  " LRG=" DELIMITED BY SIZE
                  WS-STATUS-LRG DELIMITED BY SIZE
                  " REL=" DELIMITED BY SIZE
                  WS-STATUS-REL DELIMITED BY SIZE
               INTO WS-DIAG-STATUS.
      *    ERRO NAS PASSADAS DOS ARQUIVOS DE AVISO: OS STATUS DELES NAO
      *    CABEM JUNTO COM OS DEMAIS.
           IF WS-PASSE-AVISOS = "S"
               MOVE SPACES TO WS-DIAG-STATUS
               STRING "PED=" DELIMITED BY SIZE
                      WS-STATUS-PED DELIMITED BY SIZE
                      " FIL=" DELIMITED BY SIZE
                      WS-STATUS-FIL DELIMITED BY SIZE
                      " FLL=" DELIMITED BY SIZE
                      WS-STATUS-FLL DELIMITED BY SIZE
                      " ENV=" DELIMITED BY SIZE
                      WS-STATUS-ENV DELIMITED BY SIZE
                      " EVL=" DELIMITED BY SIZE
                      WS-STATUS-EVL DELIMITED BY SIZE
                      " CRT=" DELIMITED BY SIZE
                      WS-STATUS-CRT DELIMITED BY SIZE
                      " CRL=" DELIMITED BY SIZE
                      WS-STATUS-CRL DELIMITED BY SIZE
                      " N17=" DELIMITED BY SIZE
                      WS-STATUS-N17 DELIMITED BY SIZE
                      " N7L=" DELIMITED BY SIZE
                      WS-STATUS-N7L DELIMITED BY SIZE
                      " NCB=" DELIMITED BY SIZE
                      WS-STATUS-NCB DELIMITED BY SIZE
                      " NBL=" DELIMITED BY SIZE
                      WS-STATUS-NBL DELIMITED BY SIZE
                      " NOC=" DELIMITED BY SIZE
                      WS-STATUS-NOC DELIMITED BY SIZE
                      " NOL=" DELIMITED BY SIZE
                      WS-STATUS-NOL DELIMITED BY SIZE
                      " PCM=" DELIMITED BY SIZE
                      WS-STATUS-PCM DELIMITED BY SIZE
                      " PCL=" DELIMITED BY SIZE
                      WS-STATUS-PCL DELIMITED BY SIZE
                      " DET=" DELIMITED BY SIZE
                      WS-STATUS-DET DELIMITED BY SIZE
                   INTO WS-DIAG-STATUS
           END-IF.
           MOVE WS-CONTADOR-LIDO TO WS-DIAG-CONTADOR.
           MOVE REG-PED TO WS-DIAG-REGISTRO.
           CALL "DIAGSNAP" USING WS-DIAG-PROGRAMA
                WS-PARAGRAFO-ERRO WS-DIAG-STATUS
                WS-DIAG-CONTADOR WS-DIAG-REGISTRO.

       TERMINO.
           CLOSE REL-EX107.
           PERFORM GRAVA-RUN-HIST.
           PERFORM GRAVA-LOG-EXECUCAO.
           IF WS-QTD-ERROS-IO > 0
               PERFORM GRAVA-DIAGNOSTICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONTADOR-RECUSADO > 0
                  OR WS-CONTADOR-ATRASO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE LOG-EX107.
